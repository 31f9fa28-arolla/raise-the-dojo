000790*                      HOLDER NAMED ON ITS CONSOLE; A STALE
000800*                      CLAIM FROM A CRASHED RUN IS INSPECTED
000810*                      AND RELEASED WITH CMLOCKOP.
000811*    10/15/2026  JF   JOURNAL IMAGES WIDENED TO THE 300-BYTE
000812*                      MASTER LAYOUT.  THE PROVIDER IS NOW READ
000813*                      FROM THE EXTRACT'S HDR AND STAMPED ON THE
000814*                      RECORDS IT SETS, AND A RECOVERED UPDATE
000815*                      HONORS THE SOURCE PRECEDENCE TABLE
000816*                      (SRCPREC.DAT) EXACTLY AS MIGRATE-CSV DOES,
000817*                      ADDING ANY WITHHELD VALUE TO THE EXTRACT'S
000818*                      CONFLICT REPORT (CONFLICT.<DSN>.DAT).
000819*    10/15/2026  JF   A CHANGED EMAIL NOW CLEARS THE
000820*                      DELIVERABILITY CMBOUNCE KEPT FOR THE OLD
000821*                      ADDRESS.
000825*--------------------------------------------------------------*
000830
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-LCK-FILE-STATUS.
001260
001261     SELECT SOURCE-PRECEDENCE-FILE ASSIGN TO "srcprec.dat"
001262         ORGANIZATION IS LINE SEQUENTIAL
001263         FILE STATUS IS WS-SPR-FILE-STATUS.
001264
001265     SELECT CONFLICT-FILE ASSIGN TO DYNAMIC WS-CONFLICT-DSN
001266         ORGANIZATION IS LINE SEQUENTIAL
001267         FILE STATUS IS WS-CFL-FILE-STATUS.
001268
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  EXTRACT-FILE.
001520     05  EXT-HDR-FILE-DATE     PIC 9(08).
001530     05  EXT-HDR-EXPECTED-CNT  PIC 9(07).
001540     05  EXT-HDR-LAYOUT-VER    PIC X(02).
001546     05  EXT-HDR-PROVIDER-ID   PIC X(08).
001552     05  FILLER                PIC X(140).
001560
001570 FD  REJECT-IN-FILE.
001580 01  REJECT-IN-RECORD.
002150 FD  REFERENCE-FILE.
002160     COPY CMREFDAT.
002170
002171 FD  SOURCE-PRECEDENCE-FILE.
002172     COPY CMSRCPRC.
002173
002174 FD  CONFLICT-FILE.
002175     COPY CMCONFL.
002176
002180 WORKING-STORAGE SECTION.
002190 01  WS-EXTRACT-DSN            PIC X(40) VALUE SPACES.
002200 01  WS-REJECT-DSN             PIC X(40) VALUE SPACES.
002220 01  WS-REPRO-DSN              PIC X(40) VALUE SPACES.
002230 01  WS-REREJ-DSN              PIC X(40) VALUE SPACES.
002240 01  WS-RUNSUM-DSN             PIC X(40) VALUE SPACES.
002245 01  WS-CONFLICT-DSN           PIC X(40) VALUE SPACES.
002250
002260 01  WS-EXTRACT-FILE-STATUS    PIC XX.
002270 01  WS-REJECT-FILE-STATUS     PIC XX.
002360 01  WS-LOCK-TIME              PIC 9(08) VALUE ZERO.
002370 01  WS-JRN-FILE-STATUS        PIC XX.
002380 01  WS-JRN-ACTION             PIC X(07) VALUE SPACES.
002390 01  WS-JRN-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
002400
002410 01  WS-EXTRACT-TABLE.
002420     05  WS-EXT-ENTRY          OCCURS 2000 TIMES.
003090     88  WS-REF-MATCH              VALUE 'Y'.
003100     88  WS-REF-NO-MATCH           VALUE 'N'.
003110 01  WS-REF-PFX-LEN            PIC 9(02) COMP VALUE ZERO.
003111
003112 01  WS-PROVIDER-ID            PIC X(08) VALUE 'CORE'.
003113 01  WS-SPR-FILE-STATUS        PIC XX.
003114 01  WS-SPR-SW                 PIC X VALUE 'N'.
003115     88  WS-SPR-AVAILABLE          VALUE 'Y'.
003116 01  WS-SPR-EOF                PIC X VALUE 'N'.
003117     88  WS-SPR-EOF-YES            VALUE 'Y'.
003118 01  WS-NAME-OWNER             PIC X(08) VALUE SPACES.
003119 01  WS-EMAIL-OWNER            PIC X(08) VALUE SPACES.
003120 01  WS-PHONE-OWNER            PIC X(08) VALUE SPACES.
003121 01  WS-ADDRESS-OWNER          PIC X(08) VALUE SPACES.
003122 01  WS-PRC-GROUP              PIC X(08) VALUE SPACES.
003123 01  WS-PRC-OWNER              PIC X(08) VALUE SPACES.
003124 01  WS-PRC-MASTER-VALUE       PIC X(90) VALUE SPACES.
003125 01  WS-PRC-INCOMING-VALUE     PIC X(90) VALUE SPACES.
003126 01  WS-PRC-WITHHOLD-SW        PIC X VALUE 'N'.
003127     88  WS-PRC-WITHHELD           VALUE 'Y'.
003128 01  WS-CFL-FILE-STATUS        PIC XX.
003129 01  WS-FIELD-CONFLICTS        PIC 9(07) COMP VALUE ZERO.
003130
003135 01  WS-NAME-FIELDS.
003140     05  WS-FIRST-NAME         PIC X(15).
003150     05  WS-MIDDLE-NAME        PIC X(20).
003160     05  WS-LAST-NAME          PIC X(20).
004110             SET WS-REJECT-OPEN-OK TO TRUE
004120             OPEN OUTPUT REPRO-OUT-FILE
004130             OPEN OUTPUT REREJECT-FILE
004132             OPEN EXTEND CONFLICT-FILE
004134             IF WS-CFL-FILE-STATUS NOT = "00"
004136                 OPEN OUTPUT CONFLICT-FILE
004138             END-IF
004140             PERFORM 1400-OPEN-CUSTOMER-MASTER
004150             IF NOT WS-EOF-YES
004160                 PERFORM 1500-OPEN-JOURNAL
004170                 PERFORM 1600-LOAD-REFERENCE-DATA
004175                 PERFORM 1700-LOAD-SOURCE-PRECEDENCE
004180             END-IF
004190         END-IF
004200     END-IF.
005510            WS-EXTRACT-DSN  DELIMITED BY SPACE
005520            ".DAT"          DELIMITED BY SIZE
005530         INTO WS-RUNSUM-DSN
005531     END-STRING
005532
005533     MOVE SPACES TO WS-CONFLICT-DSN
005534     STRING "CONFLICT."     DELIMITED BY SIZE
005535            WS-EXTRACT-DSN  DELIMITED BY SPACE
005536            ".DAT"          DELIMITED BY SIZE
005537         INTO WS-CONFLICT-DSN
005540     END-STRING.
005550
005560*----------------------------------------------------------------
005840         NOT AT END
005850             IF EXT-REC-PREFIX = 'HDR'
005860                 MOVE EXT-HDR-LAYOUT-VER TO WS-LAYOUT-VER
005862                 IF EXT-HDR-PROVIDER-ID NOT = SPACES
005864                     MOVE EXT-HDR-PROVIDER-ID TO WS-PROVIDER-ID
005866                 END-IF
005870                 DISPLAY "EXTRACT LAYOUT VERSION " WS-LAYOUT-VER
005875                         " PROVIDER " WS-PROVIDER-ID
005880                 IF NOT WS-LAYOUT-V1 AND NOT WS-LAYOUT-V2
005890                     DISPLAY "*** UNSUPPORTED EXTRACT LAYOUT "
005900                             "VERSION <" WS-LAYOUT-VER
011200         MOVE WS-CITY-WORK   TO CM-CITY
011210         MOVE WS-POSTAL-WORK TO CM-POSTAL-CODE
011220     END-IF
011221     MOVE WS-PROVIDER-ID TO CM-SOURCE-PROVIDER
011222     MOVE WS-PROVIDER-ID TO CM-NAME-SOURCE
011223     MOVE WS-PROVIDER-ID TO CM-EMAIL-SOURCE
011224     IF WS-LAYOUT-V2
011225         MOVE WS-PROVIDER-ID TO CM-PHONE-SOURCE
011226         MOVE WS-PROVIDER-ID TO CM-ADDRESS-SOURCE
011227     END-IF
011230     WRITE CUSTOMER-MASTER-RECORD
011240         INVALID KEY
011250             SET WS-CM-WRITE-FAILED TO TRUE
011400*    PHONE/ADDRESS ON A V1 RUN) ARE PRESERVED.  A READ THAT
011410*    FAILS FOR ANY REASON RE-REJECTS AS MSTRNF; AN UPDATE
011420*    AGAINST A CLOSED CUSTOMER AS MSTRCLSD; A REWRITE
011424*    FAILURE AFTER A GOOD READ AS UPDIOERR.  THE FIELD GROUPS
011428*    ARE OVERLAID UNDER THE SAME SOURCE PRECEDENCE RULES
011432*    MIGRATE-CSV APPLIES, AND A WITHHELD VALUE IS ADDED TO THE
011436*    EXTRACT'S CONFLICT REPORT.
011440*----------------------------------------------------------------
011450 2510-REWRITE-CUSTOMER-MASTER.
011460     SET WS-CM-WRITE-OK TO TRUE
011620         WHEN OTHER
011630             MOVE CUSTOMER-MASTER-RECORD
011640                 TO WS-JRN-BEFORE-IMAGE
011660             PERFORM 2520-APPLY-NAME-GROUP
011680             PERFORM 2521-APPLY-EMAIL-GROUP
011700             IF WS-LAYOUT-V2
011720                 PERFORM 2522-APPLY-PHONE-GROUP
011740                 PERFORM 2523-APPLY-ADDRESS-GROUP
011760             END-IF
011765             MOVE WS-PROVIDER-ID TO CM-SOURCE-PROVIDER
011770             MOVE WS-RUN-DATE    TO CM-LAST-CHANGE-DATE
011780             REWRITE CUSTOMER-MASTER-RECORD
011790                 INVALID KEY
012130         CLOSE REJECT-IN-FILE
012140         CLOSE REPRO-OUT-FILE
012150         CLOSE REREJECT-FILE
012155         CLOSE CONFLICT-FILE
012160         CLOSE CUSTOMER-MASTER-FILE
012170         CLOSE JOURNAL-FILE
012180     END-IF
012820     END-STRING
012830     WRITE RUN-SUMMARY-RECORD
012840
012841     MOVE SPACES TO RUN-SUMMARY-RECORD
012842     STRING "PROVIDER...........: " WS-PROVIDER-ID
012843         DELIMITED BY SIZE
012844         INTO RUN-SUMMARY-RECORD
012845     END-STRING
012846     WRITE RUN-SUMMARY-RECORD
012847
012848     MOVE WS-FIELD-CONFLICTS TO WS-CNT-DISPLAY
012849     MOVE SPACES TO RUN-SUMMARY-RECORD
012850     STRING "FIELD CONFLICTS....: " WS-CNT-DISPLAY
012851         DELIMITED BY SIZE
012852         INTO RUN-SUMMARY-RECORD
012853     END-STRING
012854     WRITE RUN-SUMMARY-RECORD
012855
012857     IF WS-EXT-TABLE-FULL
012860         MOVE SPACES TO RUN-SUMMARY-RECORD
012870         STRING "*** EXTRACT TABLE FULL - NAME LOOKUP "
012880                "INCOMPLETE ***"
013460         CLOSE MASTER-LOCK-FILE
013470         MOVE 'N' TO WS-LOCK-SW
013480     END-IF.
013490
013500*----------------------------------------------------------------
013510*    1700-LOAD-SOURCE-PRECEDENCE
013520*    TABLES THE OWNER OF EACH FIELD GROUP FROM SRCPREC.DAT,
013530*    EXACTLY AS MIGRATE-CSV DOES, SO A REPROCESSED UPDATE
013540*    CANNOT OVERWRITE A GROUP THE OTHER PROVIDER OWNS.  NO
013550*    FILE MEANS NO GROUP IS OWNED.
013560*----------------------------------------------------------------
013570 1700-LOAD-SOURCE-PRECEDENCE.
013580     OPEN INPUT SOURCE-PRECEDENCE-FILE
013590     IF WS-SPR-FILE-STATUS NOT = "00"
013600         DISPLAY "SOURCE PRECEDENCE TABLE NOT AVAILABLE (STATUS "
013610                 WS-SPR-FILE-STATUS ") - NO FIELD GROUP IS "
013620                 "OWNED"
013630         MOVE 'Y' TO WS-SPR-EOF
013640     ELSE
013650         SET WS-SPR-AVAILABLE TO TRUE
013660     END-IF
013670     PERFORM 1710-LOAD-ONE-PRECEDENCE UNTIL WS-SPR-EOF-YES
013680     IF WS-SPR-AVAILABLE
013690         CLOSE SOURCE-PRECEDENCE-FILE
013700         DISPLAY "SOURCE PRECEDENCE - NAME " WS-NAME-OWNER
013710                 " EMAIL " WS-EMAIL-OWNER
013720                 " PHONE " WS-PHONE-OWNER
013730                 " ADDRESS " WS-ADDRESS-OWNER
013740     END-IF.
013750
013760 1710-LOAD-ONE-PRECEDENCE.
013770     READ SOURCE-PRECEDENCE-FILE
013780         AT END
013790             MOVE 'Y' TO WS-SPR-EOF
013800         NOT AT END
013810             EVALUATE TRUE
013820                 WHEN SPR-GROUP-NAME
013830                     MOVE SPR-OWNER-PROVIDER TO WS-NAME-OWNER
013840                 WHEN SPR-GROUP-EMAIL
013850                     MOVE SPR-OWNER-PROVIDER TO WS-EMAIL-OWNER
013860                 WHEN SPR-GROUP-PHONE
013870                     MOVE SPR-OWNER-PROVIDER TO WS-PHONE-OWNER
013880                 WHEN SPR-GROUP-ADDRESS
013890                     MOVE SPR-OWNER-PROVIDER TO WS-ADDRESS-OWNER
013900                 WHEN OTHER
013910                     CONTINUE
013920             END-EVALUATE
013930     END-READ.
013940
013950*----------------------------------------------------------------
013960*    2520-APPLY-NAME-GROUP THRU 2523-APPLY-ADDRESS-GROUP
013970*    OVERLAY ONE FIELD GROUP OF A RECOVERED UPDATE UNLESS
013980*    2525-DECIDE-PRECEDENCE WITHHOLDS IT, MOVING THE GROUP'S
013990*    SOURCE STAMP TO THE EXTRACT'S PROVIDER WHEN THE VALUE
014000*    CHANGES OR NONE WAS RECORDED YET - THE SAME RULES AS
014006*    MIGRATE-CSV'S 2160 THRU 2165, INCLUDING CLEARING THE
014012*    EMAIL DELIVERABILITY WHEN THE EMAIL CHANGES.
014020*----------------------------------------------------------------
014030 2520-APPLY-NAME-GROUP.
014040     MOVE 'NAME'        TO WS-PRC-GROUP
014050     MOVE WS-NAME-OWNER TO WS-PRC-OWNER
014060     MOVE SPACES TO WS-PRC-MASTER-VALUE
014070     STRING CM-FIRST-NAME CM-MIDDLE-NAME CM-LAST-NAME CM-SUFFIX
014080         DELIMITED BY SIZE
014090         INTO WS-PRC-MASTER-VALUE
014100     END-STRING
014110     MOVE SPACES TO WS-PRC-INCOMING-VALUE
014120     STRING WS-FIRST-NAME WS-MIDDLE-NAME WS-LAST-NAME WS-SUFFIX
014130         DELIMITED BY SIZE
014140         INTO WS-PRC-INCOMING-VALUE
014150     END-STRING
014160     PERFORM 2525-DECIDE-PRECEDENCE
014170     IF NOT WS-PRC-WITHHELD
014180         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
014190             OR CM-NAME-SOURCE = SPACES
014200             MOVE WS-PROVIDER-ID TO CM-NAME-SOURCE
014210         END-IF
014220         MOVE WS-FIRST-NAME  TO CM-FIRST-NAME
014230         MOVE WS-MIDDLE-NAME TO CM-MIDDLE-NAME
014240         MOVE WS-LAST-NAME   TO CM-LAST-NAME
014250         MOVE WS-SUFFIX      TO CM-SUFFIX
014260     END-IF.
014270
014280 2521-APPLY-EMAIL-GROUP.
014290     MOVE 'EMAIL'        TO WS-PRC-GROUP
014300     MOVE WS-EMAIL-OWNER TO WS-PRC-OWNER
014310     MOVE CM-EMAIL       TO WS-PRC-MASTER-VALUE
014320     MOVE WS-EMAIL-WORK  TO WS-PRC-INCOMING-VALUE
014330     PERFORM 2525-DECIDE-PRECEDENCE
014340     IF NOT WS-PRC-WITHHELD
014350         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
014360             OR CM-EMAIL-SOURCE = SPACES
014370             MOVE WS-PROVIDER-ID TO CM-EMAIL-SOURCE
014372         END-IF
014374         IF WS-EMAIL-WORK NOT = CM-EMAIL
014376             MOVE SPACES TO CM-EMAIL-DELIVERABILITY
014380         END-IF
014390         MOVE WS-EMAIL-WORK TO CM-EMAIL
014400     END-IF.
014410
014420 2522-APPLY-PHONE-GROUP.
014430     MOVE 'PHONE'        TO WS-PRC-GROUP
014440     MOVE WS-PHONE-OWNER TO WS-PRC-OWNER
014450     MOVE CM-PHONE       TO WS-PRC-MASTER-VALUE
014460     MOVE WS-PHONE-WORK  TO WS-PRC-INCOMING-VALUE
014470     PERFORM 2525-DECIDE-PRECEDENCE
014480     IF NOT WS-PRC-WITHHELD
014490         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
014500             OR CM-PHONE-SOURCE = SPACES
014510             MOVE WS-PROVIDER-ID TO CM-PHONE-SOURCE
014520         END-IF
014530         MOVE WS-PHONE-WORK TO CM-PHONE
014540     END-IF.
014550
014560 2523-APPLY-ADDRESS-GROUP.
014570     MOVE 'ADDRESS'        TO WS-PRC-GROUP
014580     MOVE WS-ADDRESS-OWNER TO WS-PRC-OWNER
014590     MOVE SPACES TO WS-PRC-MASTER-VALUE
014600     STRING CM-ADDR-LINE-1 CM-ADDR-LINE-2 CM-CITY
014610            CM-POSTAL-CODE
014620         DELIMITED BY SIZE
014630         INTO WS-PRC-MASTER-VALUE
014640     END-STRING
014650     MOVE SPACES TO WS-PRC-INCOMING-VALUE
014660     STRING WS-ADDR-1-WORK WS-ADDR-2-WORK WS-CITY-WORK
014670            WS-POSTAL-WORK
014680         DELIMITED BY SIZE
014690         INTO WS-PRC-INCOMING-VALUE
014700     END-STRING
014710     PERFORM 2525-DECIDE-PRECEDENCE
014720     IF NOT WS-PRC-WITHHELD
014730         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
014740             OR CM-ADDRESS-SOURCE = SPACES
014750             MOVE WS-PROVIDER-ID TO CM-ADDRESS-SOURCE
014760         END-IF
014770         MOVE WS-ADDR-1-WORK TO CM-ADDR-LINE-1
014780         MOVE WS-ADDR-2-WORK TO CM-ADDR-LINE-2
014790         MOVE WS-CITY-WORK   TO CM-CITY
014800         MOVE WS-POSTAL-WORK TO CM-POSTAL-CODE
014810     END-IF.
014820
014830*----------------------------------------------------------------
014840*    2525-DECIDE-PRECEDENCE
014850*    WITHHOLDS THE GROUP WHEN ANOTHER PROVIDER OWNS IT AND THE
014860*    MASTER ALREADY HOLDS A VALUE; A DIFFERING WITHHELD VALUE
014870*    IS A CONFLICT.  CONFLICTS DO NOT RE-REJECT THE RECORD.
014880*----------------------------------------------------------------
014890 2525-DECIDE-PRECEDENCE.
014900     MOVE 'N' TO WS-PRC-WITHHOLD-SW
014910     IF WS-PRC-OWNER NOT = SPACES
014920         AND WS-PRC-OWNER NOT = WS-PROVIDER-ID
014930         AND WS-PRC-MASTER-VALUE NOT = SPACES
014940         SET WS-PRC-WITHHELD TO TRUE
014950         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
014960             PERFORM 2526-WRITE-CONFLICT
014970         END-IF
014980     END-IF.
014990
015000 2526-WRITE-CONFLICT.
015010     MOVE SPACES                TO CONFLICT-RECORD
015020     MOVE REJ-IN-ID             TO CFL-CUSTOMER-ID
015030     MOVE WS-PRC-GROUP          TO CFL-FIELD-GROUP
015040     MOVE WS-PROVIDER-ID        TO CFL-PROVIDER
015050     MOVE WS-PRC-OWNER          TO CFL-OWNER
015060     MOVE WS-PRC-MASTER-VALUE   TO CFL-MASTER-VALUE
015070     MOVE WS-PRC-INCOMING-VALUE TO CFL-INCOMING-VALUE
015080     WRITE CONFLICT-RECORD
015090     ADD 1 TO WS-FIELD-CONFLICTS.

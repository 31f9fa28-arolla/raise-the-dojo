000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMMASK.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMMASK
000100*
000110*    WRITES A MASKED COPY OF THE CUSTOMER MASTER FOR THE TEST
000120*    REGION, SO DEVELOPERS AND QA NO LONGER RECEIVE REAL
000130*    NAMES, EMAILS, PHONES AND ADDRESSES IN A CMUNLOAD BACKUP.
000140*    THE SOURCE IS CUSTMAST.DAT, OR A CMUNLOAD BACKUP NAMED ON
000150*    THE COMMAND LINE:
000160*
000170*        CMMASK [<BACKUP DSN>]
000180*
000190*    THE OUTPUT, CMMASK.D<YYMMDD>.DAT, IS IN CMUNLOAD BACKUP
000200*    FORMAT (300-BYTE RECORDS IN PRIMARY-KEY ORDER, TRL COUNT
000210*    TRAILER), SO CMRELOAD LOADS IT INTO A TEST MASTER.
000220*
000230*    EVERY DISTINCT VALUE IS MASKED CONSISTENTLY: CUSTOMERS
000240*    SHARING A VALUE (COMPARED UPPER-CASED, AS DUPPERSN DOES)
000250*    SHARE ITS FAKE, AND CUSTOMERS WITH DIFFERENT VALUES NEVER
000260*    DO, SO SHARED EMAILS AND DUPPERSN'S PAIRS COME OUT THE
000270*    SAME IN TEST.  EACH FAKE IS BUILT FROM THE LOWEST
000280*    CUSTOMER ID HOLDING THE VALUE, NOT FROM THE VALUE ITSELF,
000290*    SO NOTHING OF THE REAL VALUE CAN BE WORKED BACK:
000300*
000310*      EMAIL      U<NNNNN>@EXAMPLE.COM
000320*      NAME       FIRST FN<NNNNN>, LAST LN<NNNNN> (GROUPED ON
000330*                 LAST + FIRST + SUFFIX); A MIDDLE NAME
000340*                 BECOMES "M"; THE SUFFIX IS KEPT
000350*      PHONE      THE REAL FIRST 3 DIGITS (THE PREFIX CMREFSCN
000360*                 CHECKS), ZEROS, THEN <NNNNN>, AT THE REAL
000370*                 LENGTH
000380*      ADDRESS 1  <NNNNN> MASKED ST
000390*      ADDRESS 2  UNIT <NNNNN>
000400*
000410*    CITY, POSTAL CODE, STATUS, DATES AND SOURCE STAMPS ARE
000420*    KEPT AS THEY ARE, SO CMREFSCN AND CMEXPORT SELECTIONS
000430*    BEHAVE AS IN PRODUCTION.  A CUSTOMER CMERASE HAS ERASED
000440*    IS ALREADY A TOMBSTONE AND IS COPIED UNCHANGED.
000450*
000460*    THE SOURCE IS READ TWICE.  PASS 1 SORTS EVERY NON-BLANK
000470*    VALUE AND GIVES EACH DISTINCT VALUE ITS FAKE; THE MAP IS
000480*    THEN SORTED BACK INTO CUSTOMER ORDER AND PASS 2 MASKS THE
000490*    SOURCE AGAINST IT.  A NON-BLANK FIELD PASS 1 DID NOT SEE
000500*    (THE MASTER CHANGED BETWEEN THE PASSES) IS BLANKED, NEVER
000510*    COPIED.  A BACKUP WHOSE TRAILER IS MISSING OR DISAGREES
000520*    IS REFUSED, AS CMRELOAD WOULD REFUSE IT.
000530*
000540*    CONTROL TOTALS - RECORD COUNTS AND THE STATUS MIX OF THE
000550*    SOURCE AND OF THE MASKED COPY, AND WHAT WAS MASKED - GO
000560*    TO RUNSUM.CMMASK.DAT.  THE MASTER IS OPENED INPUT AND
000570*    NEVER WRITTEN TO.
000580*
000590*    RETURN CODE 0 CLEAN, 8 THE COUNTS OR STATUS MIX DO NOT
000600*    PROVE OR A FIELD HAD TO BE BLANKED, 12 HARD FAILURE (THE
000610*    SOURCE WOULD NOT OPEN, A BAD BACKUP, OR THE OUTPUT COULD
000620*    NOT BE CREATED).
000630*
000640*    MODIFICATION HISTORY.
000650*    -------------------------------------------------------
000660*    10/15/2026  JF   ORIGINAL VERSION.
000670*--------------------------------------------------------------*
000680
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmast.dat"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS CM-CUSTOMER-ID
000760         ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
000770         FILE STATUS IS WS-CM-FILE-STATUS.
000780
000790     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-DSN
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-BKP-FILE-STATUS.
000820
000830     SELECT MASKED-FILE ASSIGN TO DYNAMIC WS-MASKED-DSN
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-MSK-FILE-STATUS.
000860
000870     SELECT SORT-VALUE-FILE ASSIGN TO "cmmask1.tmp".
000880
000890     SELECT MAP-WORK-FILE ASSIGN TO "cmmaskmp.tmp"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910
000920     SELECT SORT-MAP-FILE ASSIGN TO "cmmask2.tmp".
000930
000940     SELECT MAP-SORTED-FILE ASSIGN TO "cmmask3.tmp"
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960
000970     SELECT RUN-SUMMARY-FILE ASSIGN TO "RUNSUM.CMMASK.DAT"
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  CUSTOMER-MASTER-FILE.
001030     COPY CUSTMAST.
001040
001050 FD  BACKUP-FILE.
001060 01  BACKUP-RECORD             PIC X(300).
001070
001080 01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
001090     05  BKP-TRL-CODE          PIC X(03).
001100     05  BKP-TRL-COUNT         PIC 9(07).
001110     05  FILLER                PIC X(290).
001120
001130 FD  MASKED-FILE.
001140 01  MASKED-RECORD             PIC X(300).
001150
001160 01  MASKED-TRAILER-RECORD REDEFINES MASKED-RECORD.
001170     05  MSK-TRL-CODE          PIC X(03).
001180     05  MSK-TRL-COUNT         PIC 9(07).
001190     05  FILLER                PIC X(290).
001200
001210*    ONE RECORD PER NON-BLANK MASKED VALUE: E EMAIL, N NAME,
001220*    P PHONE, S ADDRESS LINE 1, T ADDRESS LINE 2.
001230 SD  SORT-VALUE-FILE.
001240 01  SORT-VALUE-RECORD.
001250     05  SV-FIELD              PIC X(01).
001260     05  SV-VALUE              PIC X(40).
001270     05  SV-ID                 PIC 9(05).
001280
001290 FD  MAP-WORK-FILE.
001300 01  MAP-WORK-RECORD.
001310     05  MW-ID                 PIC 9(05).
001320     05  MW-FIELD              PIC X(01).
001330     05  MW-FAKE-ID            PIC 9(05).
001340
001350 SD  SORT-MAP-FILE.
001360 01  SORT-MAP-RECORD.
001370     05  SM-ID                 PIC 9(05).
001380     05  SM-FIELD              PIC X(01).
001390     05  SM-FAKE-ID            PIC 9(05).
001400
001410 FD  MAP-SORTED-FILE.
001420 01  MAP-SORTED-RECORD.
001430     05  MS-ID                 PIC 9(05).
001440     05  MS-FIELD              PIC X(01).
001450     05  MS-FAKE-ID            PIC 9(05).
001460
001470 FD  RUN-SUMMARY-FILE.
001480 01  RUN-SUMMARY-RECORD        PIC X(70).
001490
001500 WORKING-STORAGE SECTION.
001510 01  WS-CM-FILE-STATUS         PIC XX.
001520 01  WS-BKP-FILE-STATUS        PIC XX.
001530 01  WS-MSK-FILE-STATUS        PIC XX.
001540
001550 01  WS-BACKUP-DSN             PIC X(40) VALUE SPACES.
001560 01  WS-MASKED-DSN             PIC X(40) VALUE SPACES.
001570 01  WS-SOURCE-SW              PIC X VALUE 'M'.
001580     88  WS-FROM-MASTER            VALUE 'M'.
001590     88  WS-FROM-BACKUP            VALUE 'B'.
001600
001610 01  WS-RUN-DATE               PIC 9(08).
001620 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001630     05  FILLER                PIC X(02).
001640     05  WS-RUN-DATE-YYMMDD    PIC X(06).
001650
001660 01  WS-GRP-FIELD              PIC X(01) VALUE SPACE.
001670 01  WS-GRP-VALUE              PIC X(40) VALUE SPACES.
001680 01  WS-GRP-FAKE-ID            PIC 9(05) VALUE ZERO.
001690 01  WS-FIRST-VALUE-SW         PIC X VALUE 'Y'.
001700     88  WS-FIRST-VALUE            VALUE 'Y'.
001710
001720 01  WS-FAKE-ID                PIC 9(05) VALUE ZERO.
001730 01  WS-FAKE-ID-X REDEFINES WS-FAKE-ID
001740                               PIC X(05).
001750 01  WS-MASK-PHONE             PIC X(12) VALUE SPACES.
001760 01  WS-PHONE-LEN              PIC 9(02) COMP VALUE ZERO.
001770 01  WS-TAIL-LEN               PIC 9(02) COMP VALUE ZERO.
001780
001790 01  WS-EMAIL-MAPPED-SW        PIC X VALUE 'N'.
001800     88  WS-EMAIL-MAPPED           VALUE 'Y'.
001810 01  WS-NAME-MAPPED-SW         PIC X VALUE 'N'.
001820     88  WS-NAME-MAPPED            VALUE 'Y'.
001830 01  WS-PHONE-MAPPED-SW        PIC X VALUE 'N'.
001840     88  WS-PHONE-MAPPED           VALUE 'Y'.
001850 01  WS-ADDR1-MAPPED-SW        PIC X VALUE 'N'.
001860     88  WS-ADDR1-MAPPED           VALUE 'Y'.
001870 01  WS-ADDR2-MAPPED-SW        PIC X VALUE 'N'.
001880     88  WS-ADDR2-MAPPED           VALUE 'Y'.
001890
001900 01  WS-PASS1-READ             PIC 9(07) COMP VALUE ZERO.
001910 01  WS-TRAILER-COUNT          PIC 9(07) COMP VALUE ZERO.
001920 01  WS-SOURCE-READ            PIC 9(07) COMP VALUE ZERO.
001930 01  WS-RECORDS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001940 01  WS-SRC-ACTIVE             PIC 9(07) COMP VALUE ZERO.
001950 01  WS-SRC-INACTIVE           PIC 9(07) COMP VALUE ZERO.
001960 01  WS-SRC-OTHER              PIC 9(07) COMP VALUE ZERO.
001970 01  WS-OUT-ACTIVE             PIC 9(07) COMP VALUE ZERO.
001980 01  WS-OUT-INACTIVE           PIC 9(07) COMP VALUE ZERO.
001990 01  WS-OUT-OTHER              PIC 9(07) COMP VALUE ZERO.
002000 01  WS-ERASED-COPIED          PIC 9(07) COMP VALUE ZERO.
002010 01  WS-DISTINCT-EMAILS        PIC 9(07) COMP VALUE ZERO.
002020 01  WS-DISTINCT-NAMES         PIC 9(07) COMP VALUE ZERO.
002030 01  WS-DISTINCT-PHONES        PIC 9(07) COMP VALUE ZERO.
002040 01  WS-DISTINCT-ADDR1         PIC 9(07) COMP VALUE ZERO.
002050 01  WS-DISTINCT-ADDR2         PIC 9(07) COMP VALUE ZERO.
002060 01  WS-MASKED-EMAILS          PIC 9(07) COMP VALUE ZERO.
002070 01  WS-MASKED-NAMES           PIC 9(07) COMP VALUE ZERO.
002080 01  WS-MASKED-PHONES          PIC 9(07) COMP VALUE ZERO.
002090 01  WS-MASKED-ADDR1           PIC 9(07) COMP VALUE ZERO.
002100 01  WS-MASKED-ADDR2           PIC 9(07) COMP VALUE ZERO.
002110 01  WS-FIELDS-BLANKED         PIC 9(07) COMP VALUE ZERO.
002120 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
002130 01  WS-CNT-DISPLAY-2          PIC ZZZZZZ9.
002140
002150 01  WS-SOURCE-OPEN-SW         PIC X VALUE 'N'.
002160     88  WS-SOURCE-OPEN            VALUE 'Y'.
002170 01  WS-SRC-DETAIL-SW          PIC X VALUE 'N'.
002180     88  WS-SRC-DETAIL             VALUE 'Y'.
002190 01  WS-TRAILER-SW             PIC X VALUE 'N'.
002200     88  WS-TRAILER-SEEN           VALUE 'Y'.
002210 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
002220     88  WS-HARD-FAIL              VALUE 'Y'.
002230 01  WS-OUT-OF-BALANCE-SW      PIC X VALUE 'N'.
002240     88  WS-OUT-OF-BALANCE         VALUE 'Y'.
002250 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
002260
002270 01  WS-SRC-EOF                PIC X VALUE 'N'.
002280     88  WS-SRC-EOF-YES            VALUE 'Y'.
002290 01  WS-SORT-EOF               PIC X VALUE 'N'.
002300     88  WS-SORT-EOF-YES           VALUE 'Y'.
002310 01  WS-MAP-EOF                PIC X VALUE 'N'.
002320     88  WS-MAP-EOF-YES            VALUE 'Y'.
002330
002340 PROCEDURE DIVISION.
002350*----------------------------------------------------------------
002360*    0000-MAIN-PROCESS
002370*    PASS 1 SORTS THE VALUES AND NUMBERS THEM; THE MAP IS
002380*    SORTED INTO CUSTOMER ORDER; PASS 2 WRITES THE MASKED COPY.
002390*----------------------------------------------------------------
002400 0000-MAIN-PROCESS.
002410     PERFORM 1000-INITIALIZE
002420     IF NOT WS-HARD-FAIL
002430         OPEN OUTPUT MAP-WORK-FILE
002440         SORT SORT-VALUE-FILE
002450             ON ASCENDING KEY SV-FIELD
002460                              SV-VALUE
002470                              SV-ID
002480             INPUT PROCEDURE IS 2000-RELEASE-VALUES
002490             OUTPUT PROCEDURE IS 2500-NUMBER-VALUE-GROUPS
002500         CLOSE MAP-WORK-FILE
002510         PERFORM 2900-CHECK-PASS-1
002520     END-IF
002530     IF NOT WS-HARD-FAIL
002540         SORT SORT-MAP-FILE
002550             ON ASCENDING KEY SM-ID
002560                              SM-FIELD
002570             USING MAP-WORK-FILE
002580             GIVING MAP-SORTED-FILE
002590         PERFORM 3000-WRITE-MASKED-COPY
002600     END-IF
002610     PERFORM 9300-SET-RETURN-CODE
002620     PERFORM 9100-WRITE-RUN-SUMMARY
002630     MOVE WS-RUN-RC TO RETURN-CODE
002640     STOP RUN.
002650
002660*----------------------------------------------------------------
002670*    1000-INITIALIZE
002680*    A BACKUP DSN ON THE COMMAND LINE MAKES THE BACKUP THE
002690*    SOURCE; OTHERWISE THE MASTER IS.  PROVES THE SOURCE OPENS
002700*    (EACH PASS REOPENS IT FOR ITSELF) AND NAMES THE OUTPUT.
002710*----------------------------------------------------------------
002720 1000-INITIALIZE.
002730     ACCEPT WS-BACKUP-DSN FROM COMMAND-LINE
002740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002750     IF WS-BACKUP-DSN NOT = SPACES
002760         SET WS-FROM-BACKUP TO TRUE
002770         DISPLAY "CMMASK SOURCE: BACKUP " WS-BACKUP-DSN
002780     ELSE
002790         DISPLAY "CMMASK SOURCE: CUSTOMER MASTER"
002800     END-IF
002810     MOVE SPACES TO WS-MASKED-DSN
002820     STRING "CMMASK.D"          DELIMITED BY SIZE
002830            WS-RUN-DATE-YYMMDD  DELIMITED BY SIZE
002840            ".DAT"              DELIMITED BY SIZE
002850         INTO WS-MASKED-DSN
002860     END-STRING
002870     DISPLAY "CMMASK MASKED COPY: " WS-MASKED-DSN
002880
002890     PERFORM 8100-OPEN-SOURCE
002900     IF WS-SOURCE-OPEN
002910         PERFORM 8300-CLOSE-SOURCE
002920     ELSE
002930         SET WS-HARD-FAIL TO TRUE
002940     END-IF.
002950
002960*----------------------------------------------------------------
002970*    2000-RELEASE-VALUES
002980*    SORT INPUT PROCEDURE: RELEASES ONE UPPER-CASED RECORD PER
002990*    NON-BLANK MASKED VALUE OF EVERY CUSTOMER NOT YET ERASED.
003000*----------------------------------------------------------------
003010 2000-RELEASE-VALUES.
003020     MOVE 'N' TO WS-SRC-EOF
003030     PERFORM 8100-OPEN-SOURCE
003040     IF NOT WS-SOURCE-OPEN
003050         SET WS-HARD-FAIL TO TRUE
003060         MOVE 'Y' TO WS-SRC-EOF
003070     END-IF
003080     PERFORM 2100-RELEASE-ONE-CUSTOMER UNTIL WS-SRC-EOF-YES
003090     PERFORM 8300-CLOSE-SOURCE.
003100
003110 2100-RELEASE-ONE-CUSTOMER.
003120     PERFORM 8200-READ-SOURCE
003130     IF WS-SRC-DETAIL
003140         ADD 1 TO WS-PASS1-READ
003150         IF CM-ERASE-DATE = SPACES
003160             PERFORM 2200-RELEASE-FIELDS
003170         END-IF
003180     END-IF.
003190
003200 2200-RELEASE-FIELDS.
003210     MOVE CM-CUSTOMER-ID TO SV-ID
003220     IF CM-EMAIL NOT = SPACES
003230         MOVE 'E'      TO SV-FIELD
003240         MOVE CM-EMAIL TO SV-VALUE
003250         PERFORM 2210-RELEASE-UPPER-CASED
003260     END-IF
003270     IF CM-FIRST-NAME NOT = SPACES
003280         OR CM-LAST-NAME NOT = SPACES
003290         MOVE 'N'           TO SV-FIELD
003300         MOVE SPACES        TO SV-VALUE
003310         MOVE CM-LAST-NAME  TO SV-VALUE (1:20)
003320         MOVE CM-FIRST-NAME TO SV-VALUE (21:15)
003330         MOVE CM-SUFFIX     TO SV-VALUE (36:5)
003340         PERFORM 2210-RELEASE-UPPER-CASED
003350     END-IF
003360     IF CM-PHONE NOT = SPACES
003370         MOVE 'P'      TO SV-FIELD
003380         MOVE CM-PHONE TO SV-VALUE
003390         PERFORM 2210-RELEASE-UPPER-CASED
003400     END-IF
003410     IF CM-ADDR-LINE-1 NOT = SPACES
003420         MOVE 'S'            TO SV-FIELD
003430         MOVE CM-ADDR-LINE-1 TO SV-VALUE
003440         PERFORM 2210-RELEASE-UPPER-CASED
003450     END-IF
003460     IF CM-ADDR-LINE-2 NOT = SPACES
003470         MOVE 'T'            TO SV-FIELD
003480         MOVE CM-ADDR-LINE-2 TO SV-VALUE
003490         PERFORM 2210-RELEASE-UPPER-CASED
003500     END-IF.
003510
003520 2210-RELEASE-UPPER-CASED.
003530     INSPECT SV-VALUE
003540         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003550                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003560     RELEASE SORT-VALUE-RECORD.
003570
003580*----------------------------------------------------------------
003590*    2500-NUMBER-VALUE-GROUPS
003600*    SORT OUTPUT PROCEDURE: THE VALUES ARRIVE GROUPED BY FIELD
003610*    AND VALUE, LOWEST CUSTOMER ID FIRST.  EVERY HOLDER OF A
003620*    VALUE IS MAPPED TO THAT FIRST ID - DISTINCT VALUES OF A
003630*    FIELD CAN NEVER SHARE ONE, SINCE AN ID HOLDS ONLY ONE
003640*    VALUE PER FIELD.
003650*----------------------------------------------------------------
003660 2500-NUMBER-VALUE-GROUPS.
003670     MOVE 'N' TO WS-SORT-EOF
003680     MOVE 'Y' TO WS-FIRST-VALUE-SW
003690     PERFORM 2510-RETURN-ONE-VALUE UNTIL WS-SORT-EOF-YES.
003700
003710 2510-RETURN-ONE-VALUE.
003720     RETURN SORT-VALUE-FILE
003730         AT END
003740             MOVE 'Y' TO WS-SORT-EOF
003750         NOT AT END
003760             IF WS-FIRST-VALUE
003770                 OR SV-FIELD NOT = WS-GRP-FIELD
003780                 OR SV-VALUE NOT = WS-GRP-VALUE
003790                 MOVE 'N'      TO WS-FIRST-VALUE-SW
003800                 MOVE SV-FIELD TO WS-GRP-FIELD
003810                 MOVE SV-VALUE TO WS-GRP-VALUE
003820                 MOVE SV-ID    TO WS-GRP-FAKE-ID
003830                 PERFORM 2520-COUNT-DISTINCT-VALUE
003840             END-IF
003850             MOVE SV-ID          TO MW-ID
003860             MOVE SV-FIELD       TO MW-FIELD
003870             MOVE WS-GRP-FAKE-ID TO MW-FAKE-ID
003880             WRITE MAP-WORK-RECORD
003890     END-RETURN.
003900
003910 2520-COUNT-DISTINCT-VALUE.
003920     EVALUATE SV-FIELD
003930         WHEN 'E'
003940             ADD 1 TO WS-DISTINCT-EMAILS
003950         WHEN 'N'
003960             ADD 1 TO WS-DISTINCT-NAMES
003970         WHEN 'P'
003980             ADD 1 TO WS-DISTINCT-PHONES
003990         WHEN 'S'
004000             ADD 1 TO WS-DISTINCT-ADDR1
004010         WHEN OTHER
004020             ADD 1 TO WS-DISTINCT-ADDR2
004030     END-EVALUATE.
004040
004050*----------------------------------------------------------------
004060*    2900-CHECK-PASS-1
004070*    A BACKUP SOURCE MUST CARRY A TRL TRAILER AGREEING WITH
004080*    THE DETAILS READ; A TRUNCATED BACKUP WOULD GIVE QA A
004090*    SHORT MASTER WITHOUT ANYONE KNOWING.
004100*----------------------------------------------------------------
004110 2900-CHECK-PASS-1.
004120     IF WS-FROM-BACKUP AND NOT WS-HARD-FAIL
004130         EVALUATE TRUE
004140             WHEN NOT WS-TRAILER-SEEN
004150                 DISPLAY "CMMASK: NO TRL TRAILER ON BACKUP - "
004160                         "BACKUP INCOMPLETE, NOTHING MASKED"
004170                 SET WS-HARD-FAIL TO TRUE
004180             WHEN WS-PASS1-READ NOT = WS-TRAILER-COUNT
004190                 MOVE WS-TRAILER-COUNT TO WS-CNT-DISPLAY
004200                 DISPLAY "CMMASK: TRAILER COUNT " WS-CNT-DISPLAY
004210                 MOVE WS-PASS1-READ TO WS-CNT-DISPLAY
004220                 DISPLAY "        ACTUAL COUNT  " WS-CNT-DISPLAY
004230                 DISPLAY "CMMASK: COUNT MISMATCH - BACKUP "
004240                         "DAMAGED, NOTHING MASKED"
004250                 SET WS-HARD-FAIL TO TRUE
004260             WHEN OTHER
004270                 CONTINUE
004280         END-EVALUATE
004290     END-IF.
004300
004310*----------------------------------------------------------------
004320*    3000-WRITE-MASKED-COPY
004330*    PASS 2: READS THE SOURCE AGAIN IN CUSTOMER ORDER BESIDE
004340*    THE SORTED MAP, MASKS EACH CUSTOMER AND WRITES IT, THEN
004350*    THE COUNT TRAILER.
004360*----------------------------------------------------------------
004370 3000-WRITE-MASKED-COPY.
004380     OPEN OUTPUT MASKED-FILE
004390     IF WS-MSK-FILE-STATUS NOT = "00"
004400         DISPLAY "CMMASK: CANNOT CREATE " WS-MASKED-DSN
004410                 " - STATUS " WS-MSK-FILE-STATUS
004420         SET WS-HARD-FAIL TO TRUE
004430     ELSE
004440         OPEN INPUT MAP-SORTED-FILE
004450         MOVE 'N' TO WS-MAP-EOF
004460         PERFORM 3900-READ-MAP
004470         MOVE 'N' TO WS-SRC-EOF
004480         MOVE 'N' TO WS-TRAILER-SW
004490         PERFORM 8100-OPEN-SOURCE
004500         IF NOT WS-SOURCE-OPEN
004510             SET WS-HARD-FAIL TO TRUE
004520             MOVE 'Y' TO WS-SRC-EOF
004530         END-IF
004540         PERFORM 3100-MASK-ONE-CUSTOMER UNTIL WS-SRC-EOF-YES
004550         PERFORM 8300-CLOSE-SOURCE
004560         CLOSE MAP-SORTED-FILE
004570         MOVE SPACES             TO MASKED-RECORD
004580         MOVE 'TRL'              TO MSK-TRL-CODE
004590         MOVE WS-RECORDS-WRITTEN TO MSK-TRL-COUNT
004600         WRITE MASKED-RECORD
004610         CLOSE MASKED-FILE
004620     END-IF.
004630
004640 3100-MASK-ONE-CUSTOMER.
004650     PERFORM 8200-READ-SOURCE
004660     IF WS-SRC-DETAIL
004670         ADD 1 TO WS-SOURCE-READ
004680         EVALUATE TRUE
004690             WHEN CM-ACTIVE
004700                 ADD 1 TO WS-SRC-ACTIVE
004710             WHEN CM-INACTIVE
004720                 ADD 1 TO WS-SRC-INACTIVE
004730             WHEN OTHER
004740                 ADD 1 TO WS-SRC-OTHER
004750         END-EVALUATE
004760         IF CM-ERASE-DATE NOT = SPACES
004770             ADD 1 TO WS-ERASED-COPIED
004780         ELSE
004790             PERFORM 3200-MASK-CUSTOMER
004800         END-IF
004810         MOVE CUSTOMER-MASTER-RECORD TO MASKED-RECORD
004820         WRITE MASKED-RECORD
004830         ADD 1 TO WS-RECORDS-WRITTEN
004840         EVALUATE TRUE
004850             WHEN CM-ACTIVE
004860                 ADD 1 TO WS-OUT-ACTIVE
004870             WHEN CM-INACTIVE
004880                 ADD 1 TO WS-OUT-INACTIVE
004890             WHEN OTHER
004900                 ADD 1 TO WS-OUT-OTHER
004910         END-EVALUATE
004920     END-IF.
004930
004940*----------------------------------------------------------------
004950*    3200-MASK-CUSTOMER
004960*    APPLIES THE CUSTOMER'S MAP ENTRIES (A MAP ENTRY FOR AN ID
004970*    NO LONGER ON THE SOURCE IS PASSED OVER), THEN BLANKS ANY
004980*    NON-BLANK FIELD THAT HAD NO ENTRY.
004990*----------------------------------------------------------------
005000 3200-MASK-CUSTOMER.
005010     MOVE 'N' TO WS-EMAIL-MAPPED-SW
005020     MOVE 'N' TO WS-NAME-MAPPED-SW
005030     MOVE 'N' TO WS-PHONE-MAPPED-SW
005040     MOVE 'N' TO WS-ADDR1-MAPPED-SW
005050     MOVE 'N' TO WS-ADDR2-MAPPED-SW
005060     PERFORM 3210-APPLY-ONE-MAP-ENTRY
005070         UNTIL WS-MAP-EOF-YES
005080            OR MS-ID > CM-CUSTOMER-ID
005090     PERFORM 3300-BLANK-UNMAPPED-FIELDS
005100     IF CM-MIDDLE-NAME NOT = SPACES
005110         MOVE 'M' TO CM-MIDDLE-NAME
005120     END-IF.
005130
005140 3210-APPLY-ONE-MAP-ENTRY.
005150     IF MS-ID = CM-CUSTOMER-ID
005160         MOVE MS-FAKE-ID TO WS-FAKE-ID
005170         EVALUATE MS-FIELD
005180             WHEN 'E'
005190                 PERFORM 3220-MASK-EMAIL
005200             WHEN 'N'
005210                 PERFORM 3230-MASK-NAME
005220             WHEN 'P'
005230                 PERFORM 3240-MASK-PHONE
005240             WHEN 'S'
005250                 PERFORM 3250-MASK-ADDR-LINE-1
005260             WHEN 'T'
005270                 PERFORM 3260-MASK-ADDR-LINE-2
005280         END-EVALUATE
005290     END-IF
005300     PERFORM 3900-READ-MAP.
005310
005320 3220-MASK-EMAIL.
005330     MOVE SPACES TO CM-EMAIL
005340     STRING "U" WS-FAKE-ID "@EXAMPLE.COM"
005350         DELIMITED BY SIZE
005360         INTO CM-EMAIL
005370     END-STRING
005380     SET WS-EMAIL-MAPPED TO TRUE
005390     ADD 1 TO WS-MASKED-EMAILS.
005400
005410 3230-MASK-NAME.
005420     IF CM-FIRST-NAME NOT = SPACES
005430         MOVE SPACES TO CM-FIRST-NAME
005440         STRING "FN" WS-FAKE-ID
005450             DELIMITED BY SIZE
005460             INTO CM-FIRST-NAME
005470         END-STRING
005480     END-IF
005490     IF CM-LAST-NAME NOT = SPACES
005500         MOVE SPACES TO CM-LAST-NAME
005510         STRING "LN" WS-FAKE-ID
005520             DELIMITED BY SIZE
005530             INTO CM-LAST-NAME
005540         END-STRING
005550     END-IF
005560     SET WS-NAME-MAPPED TO TRUE
005570     ADD 1 TO WS-MASKED-NAMES.
005580
005590*----------------------------------------------------------------
005600*    3240-MASK-PHONE
005610*    KEEPS THE REAL LENGTH AND FIRST 3 DIGITS, SO THE PREFIX
005620*    RULES IN REFDATA.DAT STILL ACCEPT OR REJECT IT AS BEFORE,
005630*    AND ENDS IN THE FAKE ID.  A PHONE TOO SHORT TO HOLD ALL
005640*    FIVE DIGITS KEEPS AS MANY AS FIT.
005650*----------------------------------------------------------------
005660 3240-MASK-PHONE.
005670     MOVE ZERO TO WS-PHONE-LEN
005680     INSPECT CM-PHONE TALLYING WS-PHONE-LEN
005690         FOR CHARACTERS BEFORE INITIAL SPACE
005700     IF WS-PHONE-LEN = ZERO
005710         MOVE 12 TO WS-PHONE-LEN
005720     END-IF
005730     MOVE SPACES TO WS-MASK-PHONE
005740     MOVE ALL '0' TO WS-MASK-PHONE (1:WS-PHONE-LEN)
005750     IF WS-PHONE-LEN > 3
005760         MOVE CM-PHONE (1:3) TO WS-MASK-PHONE (1:3)
005770         IF WS-PHONE-LEN >= 8
005780             MOVE WS-FAKE-ID-X
005790                 TO WS-MASK-PHONE (WS-PHONE-LEN - 4:5)
005800         ELSE
005810             COMPUTE WS-TAIL-LEN = WS-PHONE-LEN - 3
005820             MOVE WS-FAKE-ID-X (6 - WS-TAIL-LEN:WS-TAIL-LEN)
005830                 TO WS-MASK-PHONE (4:WS-TAIL-LEN)
005840         END-IF
005850     END-IF
005860     MOVE WS-MASK-PHONE TO CM-PHONE
005870     SET WS-PHONE-MAPPED TO TRUE
005880     ADD 1 TO WS-MASKED-PHONES.
005890
005900 3250-MASK-ADDR-LINE-1.
005910     MOVE SPACES TO CM-ADDR-LINE-1
005920     STRING WS-FAKE-ID " MASKED ST"
005930         DELIMITED BY SIZE
005940         INTO CM-ADDR-LINE-1
005950     END-STRING
005960     SET WS-ADDR1-MAPPED TO TRUE
005970     ADD 1 TO WS-MASKED-ADDR1.
005980
005990 3260-MASK-ADDR-LINE-2.
006000     MOVE SPACES TO CM-ADDR-LINE-2
006010     STRING "UNIT " WS-FAKE-ID
006020         DELIMITED BY SIZE
006030         INTO CM-ADDR-LINE-2
006040     END-STRING
006050     SET WS-ADDR2-MAPPED TO TRUE
006060     ADD 1 TO WS-MASKED-ADDR2.
006070
006080*----------------------------------------------------------------
006090*    3300-BLANK-UNMAPPED-FIELDS
006100*    A NON-BLANK FIELD WITH NO MAP ENTRY WAS NOT ON THE SOURCE
006110*    IN PASS 1.  IT IS BLANKED - A REAL VALUE MUST NEVER REACH
006120*    THE TEST REGION - AND THE RUN GRADES RC 8.
006130*----------------------------------------------------------------
006140 3300-BLANK-UNMAPPED-FIELDS.
006150     IF CM-EMAIL NOT = SPACES AND NOT WS-EMAIL-MAPPED
006160         MOVE SPACES TO CM-EMAIL
006170         ADD 1 TO WS-FIELDS-BLANKED
006180     END-IF
006190     IF (CM-FIRST-NAME NOT = SPACES OR CM-LAST-NAME NOT = SPACES)
006200         AND NOT WS-NAME-MAPPED
006210         MOVE SPACES TO CM-FIRST-NAME
006220         MOVE SPACES TO CM-LAST-NAME
006230         ADD 1 TO WS-FIELDS-BLANKED
006240     END-IF
006250     IF CM-PHONE NOT = SPACES AND NOT WS-PHONE-MAPPED
006260         MOVE SPACES TO CM-PHONE
006270         ADD 1 TO WS-FIELDS-BLANKED
006280     END-IF
006290     IF CM-ADDR-LINE-1 NOT = SPACES AND NOT WS-ADDR1-MAPPED
006300         MOVE SPACES TO CM-ADDR-LINE-1
006310         ADD 1 TO WS-FIELDS-BLANKED
006320     END-IF
006330     IF CM-ADDR-LINE-2 NOT = SPACES AND NOT WS-ADDR2-MAPPED
006340         MOVE SPACES TO CM-ADDR-LINE-2
006350         ADD 1 TO WS-FIELDS-BLANKED
006360     END-IF.
006370
006380 3900-READ-MAP.
006390     READ MAP-SORTED-FILE
006400         AT END
006410             MOVE 'Y' TO WS-MAP-EOF
006420     END-READ.
006430
006440*----------------------------------------------------------------
006450*    8100-OPEN-SOURCE / 8200-READ-SOURCE / 8300-CLOSE-SOURCE
006460*    EITHER SOURCE IS READ INTO CUSTOMER-MASTER-RECORD.  A
006470*    BACKUP'S TRL TRAILER IS NOTED, NOT RETURNED AS A DETAIL;
006480*    AN OLDER, SHORTER BACKUP RECORD PADS WITH SPACES.
006490*----------------------------------------------------------------
006500 8100-OPEN-SOURCE.
006510     MOVE 'N' TO WS-SOURCE-OPEN-SW
006520     IF WS-FROM-MASTER
006530         OPEN INPUT CUSTOMER-MASTER-FILE
006540         IF WS-CM-FILE-STATUS = "00"
006550             SET WS-SOURCE-OPEN TO TRUE
006560         ELSE
006570             DISPLAY "CMMASK: CANNOT OPEN CUSTOMER MASTER - "
006580                     "STATUS " WS-CM-FILE-STATUS
006590         END-IF
006600     ELSE
006610         OPEN INPUT BACKUP-FILE
006620         IF WS-BKP-FILE-STATUS = "00"
006630             SET WS-SOURCE-OPEN TO TRUE
006640         ELSE
006650             DISPLAY "CMMASK: CANNOT OPEN " WS-BACKUP-DSN
006660                     " - STATUS " WS-BKP-FILE-STATUS
006670         END-IF
006680     END-IF.
006690
006700 8200-READ-SOURCE.
006710     MOVE 'N' TO WS-SRC-DETAIL-SW
006720     IF WS-FROM-MASTER
006730         READ CUSTOMER-MASTER-FILE
006740             AT END
006750                 MOVE 'Y' TO WS-SRC-EOF
006760             NOT AT END
006770                 SET WS-SRC-DETAIL TO TRUE
006780         END-READ
006790     ELSE
006800         MOVE SPACES TO BACKUP-RECORD
006810         READ BACKUP-FILE
006820             AT END
006830                 MOVE 'Y' TO WS-SRC-EOF
006840             NOT AT END
006850                 IF BKP-TRL-CODE = 'TRL'
006860                     SET WS-TRAILER-SEEN TO TRUE
006870                     MOVE BKP-TRL-COUNT TO WS-TRAILER-COUNT
006880                 ELSE
006890                     MOVE BACKUP-RECORD
006900                         TO CUSTOMER-MASTER-RECORD
006910                     SET WS-SRC-DETAIL TO TRUE
006920                 END-IF
006930         END-READ
006940     END-IF.
006950
006960 8300-CLOSE-SOURCE.
006970     IF WS-SOURCE-OPEN
006980         IF WS-FROM-MASTER
006990             CLOSE CUSTOMER-MASTER-FILE
007000         ELSE
007010             CLOSE BACKUP-FILE
007020         END-IF
007030         MOVE 'N' TO WS-SOURCE-OPEN-SW
007040     END-IF.
007050
007060*----------------------------------------------------------------
007070*    9300-SET-RETURN-CODE
007080*    THE MASKED COPY MUST HOLD EVERY SOURCE RECORD, IN THE
007090*    SAME STATUS MIX, AND PASS 2 MUST HAVE SEEN THE SAME
007100*    SOURCE AS PASS 1.
007110*----------------------------------------------------------------
007120 9300-SET-RETURN-CODE.
007130     IF NOT WS-HARD-FAIL
007140         IF WS-RECORDS-WRITTEN NOT = WS-SOURCE-READ
007150             OR WS-SOURCE-READ NOT = WS-PASS1-READ
007160             OR WS-OUT-ACTIVE NOT = WS-SRC-ACTIVE
007170             OR WS-OUT-INACTIVE NOT = WS-SRC-INACTIVE
007180             OR WS-OUT-OTHER NOT = WS-SRC-OTHER
007190             SET WS-OUT-OF-BALANCE TO TRUE
007200         END-IF
007210     END-IF
007220     EVALUATE TRUE
007230         WHEN WS-HARD-FAIL
007240             MOVE 12 TO WS-RUN-RC
007250         WHEN WS-OUT-OF-BALANCE
007260             MOVE 8 TO WS-RUN-RC
007270         WHEN WS-FIELDS-BLANKED > ZERO
007280             MOVE 8 TO WS-RUN-RC
007290         WHEN OTHER
007300             MOVE ZERO TO WS-RUN-RC
007310     END-EVALUATE
007320     MOVE WS-RECORDS-WRITTEN TO WS-CNT-DISPLAY
007330     DISPLAY "CMMASK RECORDS WRITTEN: " WS-CNT-DISPLAY
007340     IF WS-OUT-OF-BALANCE
007350         DISPLAY "*** CMMASK: MASKED COPY DOES NOT BALANCE "
007360                 "TO THE SOURCE - SEE RUNSUM.CMMASK.DAT ***"
007370     END-IF
007380     DISPLAY "CMMASK RETURN CODE " WS-RUN-RC.
007390
007400*----------------------------------------------------------------
007410*    9100-WRITE-RUN-SUMMARY
007420*    CONTROL TOTALS PROVING THE MASKED COPY AGAINST ITS SOURCE.
007430*----------------------------------------------------------------
007440 9100-WRITE-RUN-SUMMARY.
007450     OPEN OUTPUT RUN-SUMMARY-FILE
007460
007470     MOVE SPACES TO RUN-SUMMARY-RECORD
007480     STRING "CMMASK RUN SUMMARY - RUN DATE " WS-RUN-DATE
007490         DELIMITED BY SIZE
007500         INTO RUN-SUMMARY-RECORD
007510     END-STRING
007520     WRITE RUN-SUMMARY-RECORD
007530
007540     MOVE SPACES TO RUN-SUMMARY-RECORD
007550     IF WS-FROM-BACKUP
007560         STRING "SOURCE.............: " WS-BACKUP-DSN
007570             DELIMITED BY SIZE
007580             INTO RUN-SUMMARY-RECORD
007590         END-STRING
007600     ELSE
007610         MOVE "SOURCE.............: CUSTMAST.DAT"
007620             TO RUN-SUMMARY-RECORD
007630     END-IF
007640     WRITE RUN-SUMMARY-RECORD
007650
007660     MOVE SPACES TO RUN-SUMMARY-RECORD
007670     STRING "MASKED COPY........: " WS-MASKED-DSN
007680         DELIMITED BY SIZE
007690         INTO RUN-SUMMARY-RECORD
007700     END-STRING
007710     WRITE RUN-SUMMARY-RECORD
007720
007730     MOVE SPACES TO RUN-SUMMARY-RECORD
007740     WRITE RUN-SUMMARY-RECORD
007750     MOVE "                            SOURCE   MASKED"
007760         TO RUN-SUMMARY-RECORD
007770     WRITE RUN-SUMMARY-RECORD
007780
007790     MOVE WS-SOURCE-READ     TO WS-CNT-DISPLAY
007800     MOVE WS-RECORDS-WRITTEN TO WS-CNT-DISPLAY-2
007810     MOVE SPACES TO RUN-SUMMARY-RECORD
007820     STRING "RECORDS..................: " WS-CNT-DISPLAY
007830            "  " WS-CNT-DISPLAY-2
007840         DELIMITED BY SIZE
007850         INTO RUN-SUMMARY-RECORD
007860     END-STRING
007870     WRITE RUN-SUMMARY-RECORD
007880
007890     MOVE WS-SRC-ACTIVE TO WS-CNT-DISPLAY
007900     MOVE WS-OUT-ACTIVE TO WS-CNT-DISPLAY-2
007910     MOVE SPACES TO RUN-SUMMARY-RECORD
007920     STRING "  ACTIVE.................: " WS-CNT-DISPLAY
007930            "  " WS-CNT-DISPLAY-2
007940         DELIMITED BY SIZE
007950         INTO RUN-SUMMARY-RECORD
007960     END-STRING
007970     WRITE RUN-SUMMARY-RECORD
007980
007990     MOVE WS-SRC-INACTIVE TO WS-CNT-DISPLAY
008000     MOVE WS-OUT-INACTIVE TO WS-CNT-DISPLAY-2
008010     MOVE SPACES TO RUN-SUMMARY-RECORD
008020     STRING "  INACTIVE...............: " WS-CNT-DISPLAY
008030            "  " WS-CNT-DISPLAY-2
008040         DELIMITED BY SIZE
008050         INTO RUN-SUMMARY-RECORD
008060     END-STRING
008070     WRITE RUN-SUMMARY-RECORD
008080
008090     MOVE WS-SRC-OTHER TO WS-CNT-DISPLAY
008100     MOVE WS-OUT-OTHER TO WS-CNT-DISPLAY-2
008110     MOVE SPACES TO RUN-SUMMARY-RECORD
008120     STRING "  OTHER STATUS...........: " WS-CNT-DISPLAY
008130            "  " WS-CNT-DISPLAY-2
008140         DELIMITED BY SIZE
008150         INTO RUN-SUMMARY-RECORD
008160     END-STRING
008170     WRITE RUN-SUMMARY-RECORD
008180
008190     MOVE WS-PASS1-READ TO WS-CNT-DISPLAY
008200     MOVE SPACES TO RUN-SUMMARY-RECORD
008210     STRING "RECORDS READ IN PASS 1...: " WS-CNT-DISPLAY
008220         DELIMITED BY SIZE
008230         INTO RUN-SUMMARY-RECORD
008240     END-STRING
008250     WRITE RUN-SUMMARY-RECORD
008260
008270     IF WS-FROM-BACKUP
008280         MOVE WS-TRAILER-COUNT TO WS-CNT-DISPLAY
008290         MOVE SPACES TO RUN-SUMMARY-RECORD
008300         STRING "BACKUP TRAILER COUNT.....: " WS-CNT-DISPLAY
008310             DELIMITED BY SIZE
008320             INTO RUN-SUMMARY-RECORD
008330         END-STRING
008340         WRITE RUN-SUMMARY-RECORD
008350     END-IF
008360
008370     MOVE SPACES TO RUN-SUMMARY-RECORD
008380     WRITE RUN-SUMMARY-RECORD
008390     MOVE "                          DISTINCT   MASKED"
008400         TO RUN-SUMMARY-RECORD
008410     WRITE RUN-SUMMARY-RECORD
008420
008430     MOVE WS-DISTINCT-EMAILS TO WS-CNT-DISPLAY
008440     MOVE WS-MASKED-EMAILS   TO WS-CNT-DISPLAY-2
008450     MOVE SPACES TO RUN-SUMMARY-RECORD
008460     STRING "EMAILS...................: " WS-CNT-DISPLAY
008470            "  " WS-CNT-DISPLAY-2
008480         DELIMITED BY SIZE
008490         INTO RUN-SUMMARY-RECORD
008500     END-STRING
008510     WRITE RUN-SUMMARY-RECORD
008520
008530     MOVE WS-DISTINCT-NAMES TO WS-CNT-DISPLAY
008540     MOVE WS-MASKED-NAMES   TO WS-CNT-DISPLAY-2
008550     MOVE SPACES TO RUN-SUMMARY-RECORD
008560     STRING "NAMES....................: " WS-CNT-DISPLAY
008570            "  " WS-CNT-DISPLAY-2
008580         DELIMITED BY SIZE
008590         INTO RUN-SUMMARY-RECORD
008600     END-STRING
008610     WRITE RUN-SUMMARY-RECORD
008620
008630     MOVE WS-DISTINCT-PHONES TO WS-CNT-DISPLAY
008640     MOVE WS-MASKED-PHONES   TO WS-CNT-DISPLAY-2
008650     MOVE SPACES TO RUN-SUMMARY-RECORD
008660     STRING "PHONES...................: " WS-CNT-DISPLAY
008670            "  " WS-CNT-DISPLAY-2
008680         DELIMITED BY SIZE
008690         INTO RUN-SUMMARY-RECORD
008700     END-STRING
008710     WRITE RUN-SUMMARY-RECORD
008720
008730     MOVE WS-DISTINCT-ADDR1 TO WS-CNT-DISPLAY
008740     MOVE WS-MASKED-ADDR1   TO WS-CNT-DISPLAY-2
008750     MOVE SPACES TO RUN-SUMMARY-RECORD
008760     STRING "ADDRESS LINES 1..........: " WS-CNT-DISPLAY
008770            "  " WS-CNT-DISPLAY-2
008780         DELIMITED BY SIZE
008790         INTO RUN-SUMMARY-RECORD
008800     END-STRING
008810     WRITE RUN-SUMMARY-RECORD
008820
008830     MOVE WS-DISTINCT-ADDR2 TO WS-CNT-DISPLAY
008840     MOVE WS-MASKED-ADDR2   TO WS-CNT-DISPLAY-2
008850     MOVE SPACES TO RUN-SUMMARY-RECORD
008860     STRING "ADDRESS LINES 2..........: " WS-CNT-DISPLAY
008870            "  " WS-CNT-DISPLAY-2
008880         DELIMITED BY SIZE
008890         INTO RUN-SUMMARY-RECORD
008900     END-STRING
008910     WRITE RUN-SUMMARY-RECORD
008920
008930     MOVE WS-ERASED-COPIED TO WS-CNT-DISPLAY
008940     MOVE SPACES TO RUN-SUMMARY-RECORD
008950     STRING "ERASED - COPIED AS IS....: " WS-CNT-DISPLAY
008960         DELIMITED BY SIZE
008970         INTO RUN-SUMMARY-RECORD
008980     END-STRING
008990     WRITE RUN-SUMMARY-RECORD
009000
009010     MOVE WS-FIELDS-BLANKED TO WS-CNT-DISPLAY
009020     MOVE SPACES TO RUN-SUMMARY-RECORD
009030     STRING "FIELDS BLANKED (UNMAPPED): " WS-CNT-DISPLAY
009040         DELIMITED BY SIZE
009050         INTO RUN-SUMMARY-RECORD
009060     END-STRING
009070     WRITE RUN-SUMMARY-RECORD
009080
009090     MOVE SPACES TO RUN-SUMMARY-RECORD
009100     EVALUATE TRUE
009110         WHEN WS-HARD-FAIL
009120             MOVE "*** NO MASKED COPY WRITTEN ***"
009130                 TO RUN-SUMMARY-RECORD
009140         WHEN WS-OUT-OF-BALANCE
009150             STRING "*** MASKED COPY DOES NOT BALANCE TO THE "
009160                    "SOURCE ***"
009170                 DELIMITED BY SIZE
009180                 INTO RUN-SUMMARY-RECORD
009190             END-STRING
009200         WHEN OTHER
009210             MOVE "COUNTS AND STATUS MIX MATCH THE SOURCE"
009220                 TO RUN-SUMMARY-RECORD
009230     END-EVALUATE
009240     WRITE RUN-SUMMARY-RECORD
009250
009260     CLOSE RUN-SUMMARY-FILE.

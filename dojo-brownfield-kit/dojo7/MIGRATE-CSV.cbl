002590*                      FILE WAS ACTUALLY OPENED - A HARD FAIL
002600*                      BEFORE THE OUTPUTS OPENED NO LONGER
002610*                      WRITES INTO AN UNOPENED FILE.
002611*    10/15/2026  JF   ADDED THE EXTRACT REGISTER (EXTREG.DAT,
002612*                      CMEXTREG LAYOUT).  THE HEADER'S FILE
002613*                      DATE IS CHECKED AGAINST IT BEFORE THE
002614*                      OUTPUTS OR THE MASTER ARE OPENED; A DATE
002615*                      ALREADY MIGRATED, OR OLDER THAN THE
002616*                      LATEST ONE MIGRATED, IS REFUSED RC 12
002617*                      UNLESS "OVERRIDE" FOLLOWS THE DATA SET
002618*                      NAME ON THE COMMAND LINE.  EVERY RUN
002619*                      THAT GETS PAST THE HEADER WITHOUT A
002620*                      HARD FAILURE IS APPENDED TO THE
002621*                      REGISTER.  CMGAPRPT REPORTS THE GAPS.
002622*    10/15/2026  JF   ADDED A SECOND EXTRACT PROVIDER.  THE HDR
002623*                      NOW CARRIES THE PROVIDER ID (BLANK MEANS
002624*                      THE ORIGINAL CORE FEED) AND THE EXTRACT
002625*                      REGISTER IS CHECKED PER PROVIDER.  AN
002626*                      UPDATE OVERLAYS EACH FIELD GROUP (NAME,
002627*                      EMAIL, PHONE, ADDRESS) ONLY IF THE SOURCE
002628*                      PRECEDENCE TABLE (SRCPREC.DAT, CMSRCPRC
002629*                      LAYOUT) LETS THE PROVIDER SET IT; A VALUE
002630*                      THE OTHER PROVIDER OWNS IS KEPT AND THE
002631*                      WITHHELD ONE IS WRITTEN TO THE CONFLICT
002632*                      REPORT (CONFLICT.<DSN>.DAT, CMCONFL
002633*                      LAYOUT).  THE MASTER NOW RECORDS THE
002634*                      PROVIDER THAT LAST SET THE RECORD AND
002635*                      EACH FIELD GROUP.
002636*    10/15/2026  JF   A CHANGED EMAIL NOW CLEARS THE
002637*                      DELIVERABILITY CMBOUNCE KEPT FOR THE OLD
002638*                      ADDRESS.
002639*--------------------------------------------------------------*
002640
002645 ENVIRONMENT DIVISION.
002650 INPUT-OUTPUT SECTION.
002660 FILE-CONTROL.
002670     SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-DSN
003230         ACCESS MODE IS DYNAMIC
003240         RECORD KEY IS XRF-RETIRED-ID
003250         FILE STATUS IS WS-XRF-FILE-STATUS.
003252
003254     SELECT EXTRACT-REGISTER-FILE ASSIGN TO "extreg.dat"
003256         ORGANIZATION IS LINE SEQUENTIAL
003258         FILE STATUS IS WS-EXR-FILE-STATUS.
003260
003261     SELECT SOURCE-PRECEDENCE-FILE ASSIGN TO "srcprec.dat"
003262         ORGANIZATION IS LINE SEQUENTIAL
003263         FILE STATUS IS WS-SPR-FILE-STATUS.
003264
003265     SELECT CONFLICT-FILE ASSIGN TO DYNAMIC WS-CONFLICT-DSN
003266         ORGANIZATION IS LINE SEQUENTIAL
003267         FILE STATUS IS WS-CFL-FILE-STATUS.
003268
003270 DATA DIVISION.
003280 FILE SECTION.
003290 FD  IN-FILE.
003550     05  IN-HDR-FILE-DATE     PIC 9(08).
003560     05  IN-HDR-EXPECTED-CNT  PIC 9(07).
003570     05  IN-HDR-LAYOUT-VER    PIC X(02).
003576     05  IN-HDR-PROVIDER-ID   PIC X(08).
003582     05  FILLER               PIC X(140).
003590
003600 01  IN-TRAILER-RECORD REDEFINES IN-RECORD.
003610     05  IN-TRL-CODE          PIC X(03).
004880 FD  XREF-FILE.
004890     COPY CMXREF.
004900
004902 FD  EXTRACT-REGISTER-FILE.
004904     COPY CMEXTREG.
004906
004907 FD  SOURCE-PRECEDENCE-FILE.
004908     COPY CMSRCPRC.
004909
004910 FD  CONFLICT-FILE.
004911     COPY CMCONFL.
004912
004916 WORKING-STORAGE SECTION.
004920 01  WS-NAME-FIELDS.
004930     05  WS-FIRST-NAME         PIC X(15).
004940     05  WS-MIDDLE-NAME        PIC X(20).
005410     88  WS-COUNT-MISMATCH         VALUE 'Y'.
005420
005430 01  WS-IN-DSN                 PIC X(40) VALUE SPACES.
005432 01  WS-COMMAND                PIC X(80) VALUE SPACES.
005434 01  WS-OPTION                 PIC X(10) VALUE SPACES.
005436     88  WS-OPTION-OVERRIDE        VALUE 'OVERRIDE'.
005440
005450 01  WS-OUT-DSN                PIC X(40) VALUE SPACES.
005460 01  WS-REJECT-DSN             PIC X(40) VALUE SPACES.
005530 01  WS-ACK-OPEN-SW            PIC X VALUE 'N'.
005540     88  WS-ACK-OPEN-OK            VALUE 'Y'.
005550 01  WS-PROVIDER-FILE-DATE     PIC 9(08) VALUE ZERO.
005555 01  WS-PROVIDER-ID            PIC X(08) VALUE 'CORE'.
005560 01  WS-ACK-ACCEPTED           PIC 9(07) COMP VALUE ZERO.
005570
005580 01  WS-IN-FILE-STATUS         PIC XX.
006010
006020 01  WS-JRN-ACTION             PIC X(07) VALUE SPACES.
006030 01  WS-JRN-CUSTOMER-ID        PIC 9(05) VALUE ZERO.
006040 01  WS-JRN-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
006050 01  WS-JRN-AFTER-IMAGE        PIC X(300) VALUE SPACES.
006060
006070 01  WS-XRF-FILE-STATUS        PIC XX.
006080 01  WS-XREF-OPEN-SW           PIC X VALUE 'N'.
006350     88  WS-REF-NO-MATCH           VALUE 'N'.
006360 01  WS-REF-PFX-LEN            PIC 9(02) COMP VALUE ZERO.
006370
006371 01  WS-EXR-FILE-STATUS        PIC XX.
006372 01  WS-EXR-EOF                PIC X VALUE 'N'.
006373     88  WS-EXR-EOF-YES            VALUE 'Y'.
006374 01  WS-EXR-ENTRIES            PIC 9(07) COMP VALUE ZERO.
006375 01  WS-EXR-LATEST-DATE        PIC 9(08) VALUE ZERO.
006376 01  WS-EXR-CHECK-DATE         PIC 9(08) VALUE ZERO.
006377 01  WS-EXR-ALREADY-SW         PIC X VALUE 'N'.
006378     88  WS-EXR-ALREADY-MIGRATED   VALUE 'Y'.
006379 01  WS-EXR-CLEARED-SW         PIC X VALUE 'N'.
006380     88  WS-EXR-CLEARED            VALUE 'Y'.
006381 01  WS-EXR-OVERRIDE-SW        PIC X VALUE 'N'.
006382     88  WS-EXR-OVERRIDE-USED      VALUE 'Y'.
006383 01  WS-EXR-REFUSED-SW         PIC X VALUE 'N'.
006384     88  WS-EXR-REFUSED            VALUE 'Y'.
006385 01  WS-EXR-ENTRY-PROVIDER     PIC X(08) VALUE SPACES.
006386
006387 01  WS-SPR-FILE-STATUS        PIC XX.
006388 01  WS-SPR-SW                 PIC X VALUE 'N'.
006389     88  WS-SPR-AVAILABLE          VALUE 'Y'.
006390 01  WS-SPR-EOF                PIC X VALUE 'N'.
006391     88  WS-SPR-EOF-YES            VALUE 'Y'.
006392 01  WS-NAME-OWNER             PIC X(08) VALUE SPACES.
006393 01  WS-EMAIL-OWNER            PIC X(08) VALUE SPACES.
006394 01  WS-PHONE-OWNER            PIC X(08) VALUE SPACES.
006395 01  WS-ADDRESS-OWNER          PIC X(08) VALUE SPACES.
006396 01  WS-PRC-GROUP              PIC X(08) VALUE SPACES.
006397 01  WS-PRC-OWNER              PIC X(08) VALUE SPACES.
006398 01  WS-PRC-MASTER-VALUE       PIC X(90) VALUE SPACES.
006399 01  WS-PRC-INCOMING-VALUE     PIC X(90) VALUE SPACES.
006400 01  WS-PRC-WITHHOLD-SW        PIC X VALUE 'N'.
006401     88  WS-PRC-WITHHELD           VALUE 'Y'.
006402 01  WS-CONFLICT-DSN           PIC X(40) VALUE SPACES.
006403 01  WS-CFL-FILE-STATUS        PIC XX.
006404 01  WS-FIELD-CONFLICTS        PIC 9(07) COMP VALUE ZERO.
006405
006406 01  WS-LAYOUT-VER             PIC X(02) VALUE '01'.
006407     88  WS-LAYOUT-V1              VALUES '01', '  '.
006408     88  WS-LAYOUT-V2              VALUE '02'.
006410 01  WS-V2-SW                  PIC X VALUE 'Y'.
006420     88  WS-V2-VALID               VALUE 'Y'.
006430     88  WS-V2-INVALID             VALUE 'N'.
006620
006630*----------------------------------------------------------------
006640*    1000-INITIALIZE
006642*    OPEN THE INPUT AND OUTPUT FILES FOR THE RUN.  THE COMMAND
006644*    LINE IS THE DATA SET NAME, OPTIONALLY FOLLOWED BY
006646*    "OVERRIDE" TO MIGRATE A FILE THE EXTRACT REGISTER WOULD
006648*    OTHERWISE REFUSE.  THE REGISTER IS CHECKED AS SOON AS THE
006650*    INPUT IS OPEN, BEFORE ANY OUTPUT OR THE MASTER IS OPENED,
006652*    SO A REFUSED FILE TRUNCATES NOTHING.
006660*----------------------------------------------------------------
006670 1000-INITIALIZE.
006674     ACCEPT WS-COMMAND FROM COMMAND-LINE
006678     UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
006682         INTO WS-IN-DSN WS-OPTION
006686     END-UNSTRING
006690     IF WS-IN-DSN = SPACES
006700         MOVE "CUSTIN" TO WS-IN-DSN
006710     END-IF
006720     DISPLAY "INPUT DATA SET: " WS-IN-DSN
006721     IF WS-OPTION NOT = SPACES AND NOT WS-OPTION-OVERRIDE
006722         DISPLAY "*** UNRECOGNIZED OPTION <" WS-OPTION
006723                 "> - RUN ENDED ***"
006724         SET WS-HARD-FAIL TO TRUE
006725         MOVE 'Y' TO WS-EOF
006726     END-IF
006730
006740     PERFORM 9600-CLAIM-MASTER-LOCK
006750     IF WS-LOCK-REFUSED
006860                 " - STATUS " WS-IN-FILE-STATUS
006870         SET WS-HARD-FAIL TO TRUE
006880         MOVE 'Y' TO WS-EOF
006882     END-IF
006884
006886     IF NOT WS-HARD-FAIL
006888         PERFORM 1300-CHECK-EXTRACT-REGISTER
006890     END-IF
006900
006910     IF NOT WS-HARD-FAIL
006970             OPEN OUTPUT DUP-REPORT-FILE
006980             OPEN OUTPUT SHARED-EMAIL-FILE
006990             OPEN OUTPUT ACK-FILE
006995             OPEN OUTPUT CONFLICT-FILE
007000             IF WS-ACK-FILE-STATUS = "00"
007010                 SET WS-ACK-OPEN-OK TO TRUE
007020             END-IF
007050         PERFORM 1230-OPEN-JOURNAL
007060         PERFORM 1240-OPEN-XREF
007070         PERFORM 1250-LOAD-REFERENCE-DATA
007075         PERFORM 1260-LOAD-SOURCE-PRECEDENCE
007080     END-IF.
007090
007100*----------------------------------------------------------------
008750            WS-IN-DSN  DELIMITED BY SPACE
008760            ".DAT"     DELIMITED BY SIZE
008770         INTO WS-ACK-DSN
008771     END-STRING
008772
008773     MOVE SPACES TO WS-CONFLICT-DSN
008774     STRING "CONFLICT." DELIMITED BY SIZE
008775            WS-IN-DSN   DELIMITED BY SPACE
008776            ".DAT"      DELIMITED BY SIZE
008777         INTO WS-CONFLICT-DSN
008780     END-STRING.
008790
008800*----------------------------------------------------------------
009100     END-IF
009110     IF WS-ACK-FILE-STATUS = "00"
009120         SET WS-ACK-OPEN-OK TO TRUE
009121     END-IF
009122
009123     OPEN EXTEND CONFLICT-FILE
009124     IF WS-CFL-FILE-STATUS NOT = "00"
009125         OPEN OUTPUT CONFLICT-FILE
009130     END-IF.
009140
009150*----------------------------------------------------------------
010140*----------------------------------------------------------------
010150*    2010-PROCESS-HEADER-RECORD
010160*    CAPTURES THE FILE DATE AND EXPECTED RECORD COUNT FROM THE
010166*    LEADING HEADER RECORD, AND THE PROVIDER THAT SENT THE
010172*    EXTRACT (BLANK ON THE ORIGINAL FEED'S HEADER - CORE).
010180*----------------------------------------------------------------
010190 2010-PROCESS-HEADER-RECORD.
010200     SET WS-HEADER-SEEN TO TRUE
010240         PERFORM 2015-WRITE-ACK-HEADER
010250     END-IF
010260     MOVE IN-HDR-LAYOUT-VER   TO WS-LAYOUT-VER
010265     PERFORM 1315-SET-PROVIDER-ID
010270     IF NOT WS-LAYOUT-V1 AND NOT WS-LAYOUT-V2
010280         DISPLAY "*** UNSUPPORTED EXTRACT LAYOUT VERSION <"
010290                 WS-LAYOUT-VER "> - RUN ENDED ***"
010320     END-IF
010330     DISPLAY "HEADER READ - FILE DATE " IN-HDR-FILE-DATE
010340             " EXPECTED COUNT " WS-EXPECTED-CNT
010346             " LAYOUT VERSION " WS-LAYOUT-VER
010352             " PROVIDER " WS-PROVIDER-ID.
010360
010370*----------------------------------------------------------------
010380*    2020-PROCESS-TRAILER-RECORD
011450     MOVE WS-RUN-DATE    TO CM-ADD-DATE
011460     MOVE WS-RUN-DATE    TO CM-LAST-CHANGE-DATE
011470     PERFORM 2135-MOVE-V2-TO-MASTER
011472     MOVE WS-PROVIDER-ID TO CM-SOURCE-PROVIDER
011474     MOVE WS-PROVIDER-ID TO CM-NAME-SOURCE
011476     MOVE WS-PROVIDER-ID TO CM-EMAIL-SOURCE
011480     WRITE CUSTOMER-MASTER-RECORD
011490         INVALID KEY
011500             SET WS-CM-WRITE-FAILED TO TRUE
011690
011700*----------------------------------------------------------------
011710*    2135-MOVE-V2-TO-MASTER
011720*    CARRIES THE V2 LAYOUT'S PHONE AND ADDRESS FIELDS, AND THE
011730*    PROVIDER THAT SET THEM, INTO THE MASTER RECORD BEING
011740*    ADDED.  ON A V1 EXTRACT THEY ARE LEFT AS SPACES.  AN
011750*    UPDATE APPLIES THEM GROUP BY GROUP UNDER THE SOURCE
011760*    PRECEDENCE RULES INSTEAD (SEE 2160 THRU 2165).
011770*----------------------------------------------------------------
011780 2135-MOVE-V2-TO-MASTER.
011790     IF WS-LAYOUT-V2
011820         MOVE IN2-ADDR-LINE-2 TO CM-ADDR-LINE-2
011830         MOVE IN2-CITY        TO CM-CITY
011840         MOVE IN2-POSTAL-CODE TO CM-POSTAL-CODE
011843         MOVE WS-PROVIDER-ID  TO CM-PHONE-SOURCE
011846         MOVE WS-PROVIDER-ID  TO CM-ADDRESS-SOURCE
011850     END-IF.
011860
011870*----------------------------------------------------------------
012290*    RETIRED IS ROUTED TO THE SURVIVING CUSTOMER.  A READ THAT
012300*    STILL FAILS IS LOGGED TO REJECT-FILE AS MSTRNF; AN UPDATE
012310*    AGAINST A CLOSED (INACTIVE) CUSTOMER AS MSTRCLSD; A
012313*    REWRITE FAILURE AFTER A GOOD READ AS UPDIOERR.  EACH
012316*    FIELD GROUP IS OVERLAID ONLY IF THE SOURCE PRECEDENCE
012319*    TABLE LETS THIS RUN'S PROVIDER SET IT; A GROUP OWNED BY
012322*    ANOTHER PROVIDER KEEPS ITS MASTER VALUE AND A DIFFERING
012325*    INCOMING VALUE IS WRITTEN TO CONFLICT-FILE.
012330*----------------------------------------------------------------
012340 2140-UPDATE-CUSTOMER-MASTER.
012350     SET WS-CM-WRITE-OK TO TRUE
012490         WHEN OTHER
012500             MOVE CUSTOMER-MASTER-RECORD
012510                 TO WS-JRN-BEFORE-IMAGE
012518             PERFORM 2160-APPLY-NAME-GROUP
012526             PERFORM 2161-APPLY-EMAIL-GROUP
012534             IF WS-LAYOUT-V2
012542                 PERFORM 2162-APPLY-PHONE-GROUP
012550                 PERFORM 2163-APPLY-ADDRESS-GROUP
012558             END-IF
012566             MOVE WS-PROVIDER-ID TO CM-SOURCE-PROVIDER
012580             MOVE WS-RUN-DATE    TO CM-LAST-CHANGE-DATE
012590             REWRITE CUSTOMER-MASTER-RECORD
012600                 INVALID KEY
014000             MOVE 'I'         TO CM-STATUS
014010             MOVE WS-RUN-DATE TO CM-CLOSE-DATE
014020             MOVE WS-RUN-DATE TO CM-LAST-CHANGE-DATE
014025             MOVE WS-PROVIDER-ID TO CM-SOURCE-PROVIDER
014030             REWRITE CUSTOMER-MASTER-RECORD
014040                 INVALID KEY
014050                     PERFORM 2156-REJECT-DELETE-IO-ERROR
018940     CLOSE REJECT-FILE
018950     CLOSE DUP-REPORT-FILE
018960     CLOSE SHARED-EMAIL-FILE
018965     CLOSE CONFLICT-FILE
018970     IF WS-ACK-OPEN-OK
018980         PERFORM 9400-WRITE-ACK-TRAILER
018990         CLOSE ACK-FILE
019030     IF WS-XREF-AVAILABLE
019040         CLOSE XREF-FILE
019050     END-IF
019053*    THE EXTRACT IS REGISTERED WHILE THE MASTER IS STILL HELD,
019056*    SO A RUN WAITING ON THE LOCK SEES IT AS ALREADY APPLIED.
019059     PERFORM 9300-SET-RETURN-CODE
019062     IF WS-EXR-CLEARED AND NOT WS-HARD-FAIL
019065         AND WS-EXR-CHECK-DATE > ZERO
019068         PERFORM 9700-REGISTER-EXTRACT
019071     END-IF
019074     PERFORM 9650-RELEASE-MASTER-LOCK
019080     PERFORM 9100-WRITE-RUN-SUMMARY
019090     PERFORM 9150-WRITE-RUN-STATUS
019100     IF NOT WS-HARD-FAIL
019500*    WITH WARNINGS (DUP-CHECK TABLE FULL OR A NAME TRUNCATED),
019510*    8 RECONCILIATION FAILURE (TRAILER COUNT MISMATCH, OR THE
019520*    HEADER OR TRAILER MISSING ENTIRELY), 12 HARD FAILURE (A
019526*    FILE WOULD NOT OPEN, OR THE EXTRACT REGISTER REFUSED THE
019532*    FILE).  THE WORST CONDITION PRESENT WINS.
019540*----------------------------------------------------------------
019550 9300-SET-RETURN-CODE.
019560     EVALUATE TRUE
020800     END-STRING
020810     WRITE RUN-SUMMARY-RECORD
020820
020821     MOVE SPACES TO RUN-SUMMARY-RECORD
020822     STRING "PROVIDER...........: " WS-PROVIDER-ID
020823         DELIMITED BY SIZE
020824         INTO RUN-SUMMARY-RECORD
020825     END-STRING
020826     WRITE RUN-SUMMARY-RECORD
020827
020828     MOVE WS-FIELD-CONFLICTS TO WS-CNT-DISPLAY
020829     MOVE SPACES TO RUN-SUMMARY-RECORD
020830     STRING "FIELD CONFLICTS....: " WS-CNT-DISPLAY
020831         DELIMITED BY SIZE
020832         INTO RUN-SUMMARY-RECORD
020833     END-STRING
020834     WRITE RUN-SUMMARY-RECORD
020835
020837     IF WS-XREF-ROUTED > ZERO
020840         MOVE WS-XREF-ROUTED TO WS-CNT-DISPLAY
020850         MOVE SPACES TO RUN-SUMMARY-RECORD
020860         STRING "UPDATES ROUTED VIA XREF: " WS-CNT-DISPLAY
021340         WRITE RUN-SUMMARY-RECORD
021350     END-IF
021360
021361     IF WS-EXR-REFUSED
021362         MOVE SPACES TO RUN-SUMMARY-RECORD
021363         IF WS-EXR-OVERRIDE-USED
021364             STRING "*** EXTRACT REGISTER CHECK OVERRIDDEN ***"
021365                 DELIMITED BY SIZE
021366                 INTO RUN-SUMMARY-RECORD
021367             END-STRING
021368         ELSE
021369             STRING "*** EXTRACT REFUSED BY THE EXTRACT "
021370                    "REGISTER ***"
021371                 DELIMITED BY SIZE
021372                 INTO RUN-SUMMARY-RECORD
021373             END-STRING
021374         END-IF
021375         WRITE RUN-SUMMARY-RECORD
021376     END-IF
021377
021378     CLOSE RUN-SUMMARY-FILE.
021380
021390*----------------------------------------------------------------
021400*    9600-CLAIM-MASTER-LOCK
021880         CLOSE MASTER-LOCK-FILE
021890         MOVE 'N' TO WS-LOCK-SW
021900     END-IF.
021910
021920*----------------------------------------------------------------
021930*    1300-CHECK-EXTRACT-REGISTER
021940*    PEEKS AT THE EXTRACT'S LEADING HDR RECORD AND CHECKS ITS
021950*    FILE DATE AGAINST THE EXTRACT REGISTER, THEN REOPENS THE
021960*    INPUT SO THE READ LOOP SEES THE HEADER AS USUAL.  AN
021970*    EXTRACT WITH NO HEADER CANNOT BE CHECKED OR REGISTERED;
021980*    IT RUNS AND GRADES RC 8 FOR THE MISSING HEADER EXACTLY
021990*    AS BEFORE.
022000*----------------------------------------------------------------
022010 1300-CHECK-EXTRACT-REGISTER.
022020     READ IN-FILE
022030         AT END
022040             CONTINUE
022050         NOT AT END
022060             IF IN-REC-PREFIX = 'HDR'
022070                 PERFORM 1310-CHECK-HEADER-DATE
022080             END-IF
022090     END-READ
022100     CLOSE IN-FILE
022110     OPEN INPUT IN-FILE
022120     IF WS-IN-FILE-STATUS NOT = "00"
022130         DISPLAY "INPUT REOPEN FAILED FOR " WS-IN-DSN
022140                 " - STATUS " WS-IN-FILE-STATUS
022150         SET WS-HARD-FAIL TO TRUE
022160         MOVE 'Y' TO WS-EOF
022170     END-IF.
022180
022190*----------------------------------------------------------------
022200*    1310-CHECK-HEADER-DATE
022202*    EACH PROVIDER SENDS ITS OWN SEQUENCE OF FILE DATES, SO
022204*    THE HEADER IS CHECKED ONLY AGAINST THE REGISTER ENTRIES
022206*    OF THE PROVIDER IT NAMES.
022210*    A FILE DATE ALREADY ON THE REGISTER MEANS THE FILE HAS
022220*    BEEN MIGRATED BEFORE; ONE OLDER THAN THE LATEST ON THE
022230*    REGISTER MEANS IT ARRIVED OUT OF ORDER AND WOULD REPLAY
022240*    STALE DATA OVER NEWER; ONE THAT IS NOT NUMERIC CANNOT BE
022250*    CHECKED AT ALL.  ANY OF THE THREE IS REFUSED AS A HARD
022260*    FAILURE - BEFORE THE MASTER IS OPENED - UNLESS THE RUN
022270*    WAS GIVEN OVERRIDE, IN WHICH CASE IT PROCEEDS AND ITS
022280*    REGISTER ENTRY IS FLAGGED AS OVERRIDDEN.
022290*----------------------------------------------------------------
022300 1310-CHECK-HEADER-DATE.
022305     PERFORM 1315-SET-PROVIDER-ID
022310     IF IN-HDR-FILE-DATE IS NOT NUMERIC
022320         DISPLAY "*** HEADER FILE DATE <" IN-HDR-FILE-DATE
022330                 "> IS NOT NUMERIC - EXTRACT REGISTER CANNOT "
022340                 "BE CHECKED ***"
022350         SET WS-EXR-REFUSED TO TRUE
022360     ELSE
022370         MOVE IN-HDR-FILE-DATE TO WS-EXR-CHECK-DATE
022380         PERFORM 1320-SCAN-EXTRACT-REGISTER
022390         EVALUATE TRUE
022400             WHEN WS-EXR-ALREADY-MIGRATED
022410                 DISPLAY "*** FILE DATE " WS-EXR-CHECK-DATE
022420                         " IS ALREADY ON THE EXTRACT REGISTER"
022430                         " - FILE ALREADY MIGRATED ***"
022440                 SET WS-EXR-REFUSED TO TRUE
022450             WHEN WS-EXR-CHECK-DATE < WS-EXR-LATEST-DATE
022460                 DISPLAY "*** FILE DATE " WS-EXR-CHECK-DATE
022470                         " IS OLDER THAN THE LATEST REGISTERED "
022480                         WS-EXR-LATEST-DATE " - OUT OF ORDER ***"
022490                 SET WS-EXR-REFUSED TO TRUE
022500             WHEN OTHER
022510                 CONTINUE
022520         END-EVALUATE
022530     END-IF
022540     EVALUATE TRUE
022550         WHEN NOT WS-EXR-REFUSED
022560             SET WS-EXR-CLEARED TO TRUE
022570         WHEN WS-OPTION-OVERRIDE
022580             DISPLAY "*** OVERRIDE GIVEN - EXTRACT MIGRATED "
022590                     "DESPITE THE REGISTER CHECK ***"
022600             SET WS-EXR-OVERRIDE-USED TO TRUE
022610             SET WS-EXR-CLEARED TO TRUE
022620         WHEN OTHER
022630             DISPLAY "*** EXTRACT REFUSED - RUN AGAIN WITH "
022640                     "OVERRIDE ONLY IF THE REPLAY IS INTENDED ***"
022650             SET WS-HARD-FAIL TO TRUE
022660             MOVE 'Y' TO WS-EOF
022670     END-EVALUATE.
022680
022690*----------------------------------------------------------------
022700*    1320-SCAN-EXTRACT-REGISTER
022710*    READS THE WHOLE REGISTER, NOTING WHETHER THIS FILE DATE IS
022720*    ALREADY ON IT AND THE LATEST FILE DATE REGISTERED.  NO
022730*    REGISTER YET SIMPLY MEANS A FIRST RUN.
022740*----------------------------------------------------------------
022750 1320-SCAN-EXTRACT-REGISTER.
022760     OPEN INPUT EXTRACT-REGISTER-FILE
022770     IF WS-EXR-FILE-STATUS NOT = "00"
022780         DISPLAY "NO EXTRACT REGISTER YET - STARTING ONE"
022790         MOVE 'Y' TO WS-EXR-EOF
022800     END-IF
022810     PERFORM 1321-READ-REGISTER-ENTRY UNTIL WS-EXR-EOF-YES
022820     IF WS-EXR-FILE-STATUS = "10"
022830         CLOSE EXTRACT-REGISTER-FILE
022840     END-IF
022850     MOVE WS-EXR-ENTRIES TO WS-CNT-DISPLAY
022860     DISPLAY "EXTRACT REGISTER ENTRIES " WS-CNT-DISPLAY
022866             " LATEST FILE DATE " WS-EXR-LATEST-DATE
022872             " PROVIDER " WS-PROVIDER-ID.
022880
022890 1321-READ-REGISTER-ENTRY.
022900     READ EXTRACT-REGISTER-FILE
022910         AT END
022920             MOVE 'Y' TO WS-EXR-EOF
022930         NOT AT END
022932             MOVE EXR-PROVIDER-ID TO WS-EXR-ENTRY-PROVIDER
022934             IF WS-EXR-ENTRY-PROVIDER = SPACES
022936                 MOVE 'CORE' TO WS-EXR-ENTRY-PROVIDER
022938             END-IF
022940             IF EXR-FILE-DATE IS NUMERIC
022945                 AND WS-EXR-ENTRY-PROVIDER = WS-PROVIDER-ID
022950                 ADD 1 TO WS-EXR-ENTRIES
022960                 IF EXR-FILE-DATE = WS-EXR-CHECK-DATE
022970                     SET WS-EXR-ALREADY-MIGRATED TO TRUE
022980                 END-IF
022990                 IF EXR-FILE-DATE > WS-EXR-LATEST-DATE
023000                     MOVE EXR-FILE-DATE TO WS-EXR-LATEST-DATE
023010                 END-IF
023020             END-IF
023030     END-READ.
023040
023050*----------------------------------------------------------------
023060*    9700-REGISTER-EXTRACT
023070*    APPENDS THIS RUN TO THE EXTRACT REGISTER.  ONLY A RUN THAT
023080*    CLEARED THE REGISTER CHECK AND DID NOT HARD FAIL IS
023090*    REGISTERED - AN RC 8 RUN IS, SINCE ITS DETAIL RECORDS
023100*    WERE APPLIED TO THE MASTER.  A REGISTER THAT WILL NOT
023110*    OPEN LEAVES THE NEXT RUN UNABLE TO SPOT A REPLAY, SO THE
023120*    RUN IS GRADED AT LEAST RC 4.
023130*----------------------------------------------------------------
023140 9700-REGISTER-EXTRACT.
023150     OPEN EXTEND EXTRACT-REGISTER-FILE
023160     IF WS-EXR-FILE-STATUS NOT = "00"
023170         OPEN OUTPUT EXTRACT-REGISTER-FILE
023180     END-IF
023190     IF WS-EXR-FILE-STATUS NOT = "00"
023200         DISPLAY "*** WARNING: EXTRACT REGISTER NOT UPDATED - "
023210                 "STATUS " WS-EXR-FILE-STATUS " ***"
023220         IF WS-RUN-RC < 4
023230             MOVE 4 TO WS-RUN-RC
023240             DISPLAY "MIGRATE-CSV RETURN CODE " WS-RUN-RC
023250         END-IF
023260     ELSE
023270         MOVE SPACES              TO EXTRACT-REGISTER-RECORD
023280         MOVE WS-EXR-CHECK-DATE   TO EXR-FILE-DATE
023290         MOVE WS-IN-DSN           TO EXR-SOURCE-DSN
023300         MOVE WS-RUN-DATE         TO EXR-RUN-DATE
023310         MOVE WS-RUN-RC           TO EXR-RUN-RC
023320         MOVE 'N'                 TO EXR-OVERRIDE-FLAG
023330         IF WS-EXR-OVERRIDE-USED
023340             MOVE 'Y'             TO EXR-OVERRIDE-FLAG
023350         END-IF
023360         MOVE WS-RECORDS-READ     TO EXR-RECORDS-READ
023370         MOVE WS-RECORDS-MIGRATED TO EXR-RECORDS-MIGRATED
023380         MOVE WS-RECORDS-REJECTED TO EXR-RECORDS-REJECTED
023385         MOVE WS-PROVIDER-ID      TO EXR-PROVIDER-ID
023390         WRITE EXTRACT-REGISTER-RECORD
023400         CLOSE EXTRACT-REGISTER-FILE
023410         DISPLAY "EXTRACT REGISTERED - FILE DATE "
023420                 WS-EXR-CHECK-DATE
023430     END-IF.
023440
023450*----------------------------------------------------------------
023460*    1315-SET-PROVIDER-ID
023470*    TAKES THE PROVIDER ID FROM THE HDR RECORD.  THE ORIGINAL
023480*    FEED'S HEADER LEAVES IT BLANK AND IS CORE.
023490*----------------------------------------------------------------
023500 1315-SET-PROVIDER-ID.
023510     IF IN-HDR-PROVIDER-ID = SPACES
023520         MOVE 'CORE' TO WS-PROVIDER-ID
023530     ELSE
023540         MOVE IN-HDR-PROVIDER-ID TO WS-PROVIDER-ID
023550     END-IF.
023560
023570*----------------------------------------------------------------
023580*    1260-LOAD-SOURCE-PRECEDENCE
023590*    TABLES THE OPERATIONS-MAINTAINED OWNER OF EACH FIELD GROUP
023600*    FROM SRCPREC.DAT (CMSRCPRC LAYOUT).  IF THE FILE IS NOT
023610*    THERE NO GROUP IS OWNED AND EVERY UPDATE OVERLAYS THE
023620*    MASTER AS IT DID BEFORE THERE WAS A SECOND PROVIDER -
023630*    NOTED ON THE CONSOLE SO A MISPLACED FILE IS NOTICED.
023640*----------------------------------------------------------------
023650 1260-LOAD-SOURCE-PRECEDENCE.
023660     OPEN INPUT SOURCE-PRECEDENCE-FILE
023670     IF WS-SPR-FILE-STATUS NOT = "00"
023680         DISPLAY "SOURCE PRECEDENCE TABLE NOT AVAILABLE (STATUS "
023690                 WS-SPR-FILE-STATUS ") - NO FIELD GROUP IS "
023700                 "OWNED"
023710         MOVE 'Y' TO WS-SPR-EOF
023720     ELSE
023730         SET WS-SPR-AVAILABLE TO TRUE
023740     END-IF
023750     PERFORM 1261-LOAD-ONE-PRECEDENCE UNTIL WS-SPR-EOF-YES
023760     IF WS-SPR-AVAILABLE
023770         CLOSE SOURCE-PRECEDENCE-FILE
023780         DISPLAY "SOURCE PRECEDENCE - NAME " WS-NAME-OWNER
023790                 " EMAIL " WS-EMAIL-OWNER
023800                 " PHONE " WS-PHONE-OWNER
023810                 " ADDRESS " WS-ADDRESS-OWNER
023820     END-IF.
023830
023840 1261-LOAD-ONE-PRECEDENCE.
023850     READ SOURCE-PRECEDENCE-FILE
023860         AT END
023870             MOVE 'Y' TO WS-SPR-EOF
023880         NOT AT END
023890             EVALUATE TRUE
023900                 WHEN SPR-GROUP-NAME
023910                     MOVE SPR-OWNER-PROVIDER TO WS-NAME-OWNER
023920                 WHEN SPR-GROUP-EMAIL
023930                     MOVE SPR-OWNER-PROVIDER TO WS-EMAIL-OWNER
023940                 WHEN SPR-GROUP-PHONE
023950                     MOVE SPR-OWNER-PROVIDER TO WS-PHONE-OWNER
023960                 WHEN SPR-GROUP-ADDRESS
023970                     MOVE SPR-OWNER-PROVIDER TO WS-ADDRESS-OWNER
023980                 WHEN OTHER
023990                     CONTINUE
024000             END-EVALUATE
024010     END-READ.
024020
024030*----------------------------------------------------------------
024040*    2160-APPLY-NAME-GROUP THRU 2163-APPLY-ADDRESS-GROUP
024050*    EACH LAYS ONE FIELD GROUP'S MASTER AND INCOMING VALUES
024060*    SIDE BY SIDE FOR 2165-DECIDE-PRECEDENCE AND, UNLESS THE
024070*    UPDATE IS WITHHELD, OVERLAYS THE GROUP ONTO THE MASTER.
024080*    THE GROUP'S SOURCE STAMP MOVES TO THIS RUN'S PROVIDER
024090*    WHEN THE VALUE CHANGES, OR WHEN NO PROVIDER WAS RECORDED
024096*    FOR IT YET.  A CHANGED EMAIL ALSO CLEARS THE
024102*    DELIVERABILITY CMBOUNCE KEPT FOR THE OLD ADDRESS.
024110*----------------------------------------------------------------
024120 2160-APPLY-NAME-GROUP.
024130     MOVE 'NAME'        TO WS-PRC-GROUP
024140     MOVE WS-NAME-OWNER TO WS-PRC-OWNER
024150     MOVE SPACES TO WS-PRC-MASTER-VALUE
024160     STRING CM-FIRST-NAME CM-MIDDLE-NAME CM-LAST-NAME CM-SUFFIX
024170         DELIMITED BY SIZE
024180         INTO WS-PRC-MASTER-VALUE
024190     END-STRING
024200     MOVE SPACES TO WS-PRC-INCOMING-VALUE
024210     STRING WS-FIRST-NAME WS-MIDDLE-NAME WS-LAST-NAME WS-SUFFIX
024220         DELIMITED BY SIZE
024230         INTO WS-PRC-INCOMING-VALUE
024240     END-STRING
024250     PERFORM 2165-DECIDE-PRECEDENCE
024260     IF NOT WS-PRC-WITHHELD
024270         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
024280             OR CM-NAME-SOURCE = SPACES
024290             MOVE WS-PROVIDER-ID TO CM-NAME-SOURCE
024300         END-IF
024310         MOVE WS-FIRST-NAME  TO CM-FIRST-NAME
024320         MOVE WS-MIDDLE-NAME TO CM-MIDDLE-NAME
024330         MOVE WS-LAST-NAME   TO CM-LAST-NAME
024340         MOVE WS-SUFFIX      TO CM-SUFFIX
024350     END-IF.
024360
024370 2161-APPLY-EMAIL-GROUP.
024380     MOVE 'EMAIL'        TO WS-PRC-GROUP
024390     MOVE WS-EMAIL-OWNER TO WS-PRC-OWNER
024400     MOVE CM-EMAIL       TO WS-PRC-MASTER-VALUE
024410     MOVE IN-EMAIL       TO WS-PRC-INCOMING-VALUE
024420     PERFORM 2165-DECIDE-PRECEDENCE
024430     IF NOT WS-PRC-WITHHELD
024440         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
024450             OR CM-EMAIL-SOURCE = SPACES
024460             MOVE WS-PROVIDER-ID TO CM-EMAIL-SOURCE
024462         END-IF
024464         IF IN-EMAIL NOT = CM-EMAIL
024466             MOVE SPACES TO CM-EMAIL-DELIVERABILITY
024470         END-IF
024480         MOVE IN-EMAIL TO CM-EMAIL
024490     END-IF.
024500
024510 2162-APPLY-PHONE-GROUP.
024520     MOVE 'PHONE'        TO WS-PRC-GROUP
024530     MOVE WS-PHONE-OWNER TO WS-PRC-OWNER
024540     MOVE CM-PHONE       TO WS-PRC-MASTER-VALUE
024550     MOVE IN2-PHONE      TO WS-PRC-INCOMING-VALUE
024560     PERFORM 2165-DECIDE-PRECEDENCE
024570     IF NOT WS-PRC-WITHHELD
024580         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
024590             OR CM-PHONE-SOURCE = SPACES
024600             MOVE WS-PROVIDER-ID TO CM-PHONE-SOURCE
024610         END-IF
024620         MOVE IN2-PHONE TO CM-PHONE
024630     END-IF.
024640
024650 2163-APPLY-ADDRESS-GROUP.
024660     MOVE 'ADDRESS'        TO WS-PRC-GROUP
024670     MOVE WS-ADDRESS-OWNER TO WS-PRC-OWNER
024680     MOVE SPACES TO WS-PRC-MASTER-VALUE
024690     STRING CM-ADDR-LINE-1 CM-ADDR-LINE-2 CM-CITY
024700            CM-POSTAL-CODE
024710         DELIMITED BY SIZE
024720         INTO WS-PRC-MASTER-VALUE
024730     END-STRING
024740     MOVE SPACES TO WS-PRC-INCOMING-VALUE
024750     STRING IN2-ADDR-LINE-1 IN2-ADDR-LINE-2 IN2-CITY
024760            IN2-POSTAL-CODE
024770         DELIMITED BY SIZE
024780         INTO WS-PRC-INCOMING-VALUE
024790     END-STRING
024800     PERFORM 2165-DECIDE-PRECEDENCE
024810     IF NOT WS-PRC-WITHHELD
024820         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
024830             OR CM-ADDRESS-SOURCE = SPACES
024840             MOVE WS-PROVIDER-ID TO CM-ADDRESS-SOURCE
024850         END-IF
024860         MOVE IN2-ADDR-LINE-1 TO CM-ADDR-LINE-1
024870         MOVE IN2-ADDR-LINE-2 TO CM-ADDR-LINE-2
024880         MOVE IN2-CITY        TO CM-CITY
024890         MOVE IN2-POSTAL-CODE TO CM-POSTAL-CODE
024900     END-IF.
024910
024920*----------------------------------------------------------------
024930*    2165-DECIDE-PRECEDENCE
024940*    AN UPDATE IS WITHHELD FROM A GROUP WHEN ANOTHER PROVIDER
024950*    OWNS IT AND THE MASTER ALREADY HOLDS A VALUE FOR IT - A
024960*    NON-OWNER MAY STILL FILL A BLANK GROUP.  A WITHHELD VALUE
024970*    THAT DIFFERS FROM THE MASTER IS A CONFLICT; ONE THAT
024980*    MATCHES IS NOT REPORTED.  CONFLICTS ARE FOR REVIEW AND DO
024990*    NOT AFFECT THE RETURN CODE.
025000*----------------------------------------------------------------
025010 2165-DECIDE-PRECEDENCE.
025020     MOVE 'N' TO WS-PRC-WITHHOLD-SW
025030     IF WS-PRC-OWNER NOT = SPACES
025040         AND WS-PRC-OWNER NOT = WS-PROVIDER-ID
025050         AND WS-PRC-MASTER-VALUE NOT = SPACES
025060         SET WS-PRC-WITHHELD TO TRUE
025070         IF WS-PRC-INCOMING-VALUE NOT = WS-PRC-MASTER-VALUE
025080             PERFORM 2166-WRITE-CONFLICT
025090         END-IF
025100     END-IF.
025110
025120 2166-WRITE-CONFLICT.
025130     MOVE SPACES                TO CONFLICT-RECORD
025140     MOVE WS-UPD-TARGET-ID      TO CFL-CUSTOMER-ID
025150     MOVE WS-PRC-GROUP          TO CFL-FIELD-GROUP
025160     MOVE WS-PROVIDER-ID        TO CFL-PROVIDER
025170     MOVE WS-PRC-OWNER          TO CFL-OWNER
025180     MOVE WS-PRC-MASTER-VALUE   TO CFL-MASTER-VALUE
025190     MOVE WS-PRC-INCOMING-VALUE TO CFL-INCOMING-VALUE
025200     WRITE CONFLICT-RECORD
025210     ADD 1 TO WS-FIELD-CONFLICTS.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMBOUNCE.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMBOUNCE
000100*
000110*    INBOUND BOUNCE FEED FROM THE MAIL HOUSE.  AFTER EVERY
000120*    CAMPAIGN THE MAIL HOUSE RETURNS ONE LINE PER BOUNCED
000130*    MESSAGE - THE EMAIL ADDRESS, THE BOUNCE TYPE (HARD OR
000140*    SOFT) AND THE DATE.  2050-VALIDATE-EMAIL IN MIGRATE-CSV
000150*    ONLY CHECKS AN ADDRESS'S SHAPE; THIS RUN RECORDS WHETHER
000160*    MAIL ACTUALLY REACHES IT.
000170*
000180*        CMBOUNCE <BOUNCE DSN>
000190*
000200*    EACH BOUNCE IS MATCHED TO THE CUSTOMERS HOLDING THE
000210*    ADDRESS THROUGH THE CM-EMAIL ALTERNATE INDEX - EVERY
000220*    ACTIVE HOLDER OF A SHARED ADDRESS IS UPDATED.  ON EACH
000230*    MATCHED CUSTOMER THE BOUNCE COUNT GOES UP BY ONE AND THE
000240*    TYPE AND DATE OF THE BOUNCE ARE KEPT; A HARD BOUNCE, OR
000250*    THE THIRD SOFT BOUNCE, MARKS THE EMAIL UNDELIVERABLE
000260*    (CM-EMAIL-STATUS U), AND CMEXPORT'S EMAIL= CRITERION
000270*    KEEPS IT OUT OF LATER EXPORTS.  FEWER SOFT BOUNCES
000280*    LEAVE IT DELIVERABLE BUT SOFT-BOUNCING (S).  THE STATUS
000290*    STAYS UNTIL THE EMAIL ITSELF CHANGES - MIGRATE-CSV,
000300*    REJREPRO AND CUSTMNT CLEAR IT WHEN THEY PUT A DIFFERENT
000310*    ADDRESS ON THE CUSTOMER.
000320*
000330*    A BOUNCE DATED ON OR BEFORE THE CUSTOMER'S LAST
000340*    RECORDED BOUNCE HAS ALREADY BEEN COUNTED - A RERUN OF
000350*    THE SAME FILE, OR AN OLDER ONE, CHANGES NOTHING.  THE
000360*    ONE EXCEPTION IS A HARD BOUNCE DATED THE SAME DAY AS A
000370*    SOFT ONE ALREADY COUNTED, WHICH STILL MARKS THE ADDRESS
000380*    UNDELIVERABLE.  A BOUNCE ON AN ADDRESS ALREADY
000390*    UNDELIVERABLE IS COUNTED IN THE TOTALS ONLY.  CLOSED
000400*    CUSTOMERS ARE NOT UPDATED.
000410*
000420*    EVERY MASTER CHANGE IS JOURNALED TO CMJRNL.DAT (ACTION
000430*    BOUNCE, SOURCE DSN THE BOUNCE FILE), SO CMRECOVR CAN
000440*    BACK A BAD BOUNCE FILE OUT.  A BOUNCE THAT CANNOT BE
000450*    APPLIED GOES TO THE EXCEPTION LIST,
000460*    BOUNCEX.<BOUNCE DSN>.DAT, WITH ONE OF THESE REASONS:
000470*
000480*      BLANK     NO EMAIL ADDRESS ON THE LINE
000490*      TOOLONG   ADDRESS LONGER THAN CM-EMAIL CAN HOLD
000500*      BADTYPE   TYPE NEITHER HARD (H) NOR SOFT (S)
000510*      BADDATE   DATE NOT A VALID YYYYMMDD, OR IN THE FUTURE
000520*      NOMATCH   NO CUSTOMER HOLDS THE ADDRESS
000530*      CLOSED    ONLY CLOSED CUSTOMERS HOLD THE ADDRESS
000540*
000550*    CONTROL TOTALS GO TO RUNSUM.CMBOUNCE.DAT.  THE
000560*    CUSTOMER-MASTER WRITE CLAIM IS HELD FOR THE WHOLE RUN.
000570*
000580*    RETURN CODE 0 CLEAN, 4 EXCEPTIONS LISTED, 8 A MASTER
000590*    REWRITE FAILED, 12 HARD FAILURE (NO BOUNCE DSN, A FILE
000600*    WOULD NOT OPEN, OR THE MASTER IS HELD).
000610*
000620*    MODIFICATION HISTORY.
000630*    -------------------------------------------------------
000640*    10/15/2026  JF   ORIGINAL VERSION.
000650*--------------------------------------------------------------*
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT BOUNCE-FILE ASSIGN TO DYNAMIC WS-IN-DSN
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BNC-FILE-STATUS.
000730
000740     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmast.dat"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CM-CUSTOMER-ID
000780         ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
000790         FILE STATUS IS WS-CM-FILE-STATUS.
000800
000810     SELECT JOURNAL-FILE ASSIGN TO "cmjrnl.dat"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-JRN-FILE-STATUS.
000840
000850     SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXC-DSN
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-EXC-FILE-STATUS.
000880
000890     SELECT RUN-SUMMARY-FILE ASSIGN TO "RUNSUM.CMBOUNCE.DAT"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910
000920     SELECT MASTER-LOCK-FILE ASSIGN TO "cmlock.dat"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-LCK-FILE-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  BOUNCE-FILE.
000990 01  BOUNCE-RECORD.
001000     05  BNC-EMAIL             PIC X(40).
001010     05  FILLER                PIC X(01).
001020     05  BNC-TYPE              PIC X(04).
001030         88  BNC-HARD              VALUES 'HARD', 'H'.
001040         88  BNC-SOFT              VALUES 'SOFT', 'S'.
001050     05  FILLER                PIC X(01).
001060     05  BNC-DATE              PIC X(08).
001070
001080 FD  CUSTOMER-MASTER-FILE.
001090     COPY CUSTMAST.
001100
001110 FD  JOURNAL-FILE.
001120     COPY CMJRNL.
001130
001140 FD  EXCEPTION-FILE.
001150 01  EXCEPTION-RECORD.
001160     05  BX-REASON-CODE        PIC X(08).
001170     05  FILLER                PIC X(01).
001180     05  BX-EMAIL              PIC X(40).
001190     05  FILLER                PIC X(01).
001200     05  BX-TYPE               PIC X(04).
001210     05  FILLER                PIC X(01).
001220     05  BX-DATE               PIC X(08).
001230
001240 FD  RUN-SUMMARY-FILE.
001250 01  RUN-SUMMARY-RECORD        PIC X(70).
001260
001270 FD  MASTER-LOCK-FILE.
001280     COPY CMLOCK.
001290
001300 WORKING-STORAGE SECTION.
001310 01  WS-BNC-FILE-STATUS        PIC XX.
001320 01  WS-CM-FILE-STATUS         PIC XX.
001330 01  WS-JRN-FILE-STATUS        PIC XX.
001340 01  WS-EXC-FILE-STATUS        PIC XX.
001350 01  WS-LCK-FILE-STATUS        PIC XX.
001360 01  WS-LOCK-SW                PIC X VALUE 'N'.
001370     88  WS-LOCK-HELD              VALUE 'Y'.
001380 01  WS-LOCK-REFUSED-SW        PIC X VALUE 'N'.
001390     88  WS-LOCK-REFUSED           VALUE 'Y'.
001400 01  WS-LOCK-DATE              PIC 9(08) VALUE ZERO.
001410 01  WS-LOCK-TIME              PIC 9(08) VALUE ZERO.
001420
001430 01  WS-COMMAND                PIC X(80) VALUE SPACES.
001440 01  WS-IN-DSN                 PIC X(40) VALUE SPACES.
001450 01  WS-EXTRA-WORD             PIC X(40) VALUE SPACES.
001460 01  WS-EXC-DSN                PIC X(40) VALUE SPACES.
001470 01  WS-BOUNCE-PROVIDER        PIC X(08) VALUE 'MAILHSE'.
001480 01  WS-SOFT-BOUNCE-LIMIT      PIC 9(03) VALUE 3.
001490
001500 01  WS-RUN-DATE               PIC 9(08).
001510
001520 01  WS-BOUNCE-DATE            PIC X(08) VALUE SPACES.
001530 01  WS-BOUNCE-DATE-N REDEFINES WS-BOUNCE-DATE
001540                               PIC 9(08).
001550 01  WS-BOUNCE-DATE-PARTS REDEFINES WS-BOUNCE-DATE.
001560     05  WS-BOUNCE-YYYY        PIC 9(04).
001570     05  WS-BOUNCE-MM          PIC 9(02).
001580     05  WS-BOUNCE-DD          PIC 9(02).
001590 01  WS-BOUNCE-TYPE-CODE       PIC X(01) VALUE SPACE.
001600     88  WS-BOUNCE-HARD            VALUE 'H'.
001610 01  WS-MATCH-EMAIL            PIC X(20) VALUE SPACES.
001620 01  WS-REASON-CODE            PIC X(08) VALUE SPACES.
001630 01  WS-JRN-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
001640
001650 01  WS-ACTIVE-HOLDERS         PIC 9(05) COMP VALUE ZERO.
001660 01  WS-CLOSED-HOLDERS         PIC 9(05) COMP VALUE ZERO.
001670
001680 01  WS-BOUNCES-READ           PIC 9(07) COMP VALUE ZERO.
001690 01  WS-HARD-READ              PIC 9(07) COMP VALUE ZERO.
001700 01  WS-SOFT-READ              PIC 9(07) COMP VALUE ZERO.
001710 01  WS-BOUNCES-MATCHED        PIC 9(07) COMP VALUE ZERO.
001720 01  WS-BOUNCES-INVALID        PIC 9(07) COMP VALUE ZERO.
001730 01  WS-BOUNCES-NO-MATCH       PIC 9(07) COMP VALUE ZERO.
001740 01  WS-BOUNCES-CLOSED         PIC 9(07) COMP VALUE ZERO.
001750 01  WS-EXCEPTIONS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
001760 01  WS-CUSTOMERS-MATCHED      PIC 9(07) COMP VALUE ZERO.
001770 01  WS-CUSTOMERS-UPDATED      PIC 9(07) COMP VALUE ZERO.
001780 01  WS-MADE-UNDELIV-HARD      PIC 9(07) COMP VALUE ZERO.
001790 01  WS-MADE-UNDELIV-SOFT      PIC 9(07) COMP VALUE ZERO.
001800 01  WS-SOFT-COUNTED           PIC 9(07) COMP VALUE ZERO.
001810 01  WS-ALREADY-UNDELIV        PIC 9(07) COMP VALUE ZERO.
001820 01  WS-ALREADY-COUNTED        PIC 9(07) COMP VALUE ZERO.
001830 01  WS-MASTER-ERRORS          PIC 9(07) COMP VALUE ZERO.
001840 01  WS-BALANCE-TOTAL          PIC 9(07) COMP VALUE ZERO.
001850 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
001860
001870 01  WS-OUT-OF-BALANCE-SW      PIC X VALUE 'N'.
001880     88  WS-OUT-OF-BALANCE         VALUE 'Y'.
001890 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
001900     88  WS-HARD-FAIL              VALUE 'Y'.
001910 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
001920
001930 01  WS-BNC-EOF                PIC X VALUE 'N'.
001940     88  WS-BNC-EOF-YES            VALUE 'Y'.
001950 01  WS-HOLDER-EOF             PIC X VALUE 'N'.
001960     88  WS-HOLDER-EOF-YES         VALUE 'Y'.
001970
001980 PROCEDURE DIVISION.
001990*----------------------------------------------------------------
002000*    0000-MAIN-PROCESS
002010*    APPLIES THE BOUNCE FILE LINE BY LINE, THEN PROVES AND
002020*    REPORTS THE CONTROL TOTALS.  THE WRITE CLAIM IS HELD
002030*    UNTIL THE MASTER AND THE JOURNAL ARE CLOSED.
002040*----------------------------------------------------------------
002050 0000-MAIN-PROCESS.
002060     PERFORM 1000-INITIALIZE
002070     IF NOT WS-HARD-FAIL
002080         PERFORM 2000-PROCESS-ONE-BOUNCE UNTIL WS-BNC-EOF-YES
002090         PERFORM 3000-TERMINATE
002100     END-IF
002110     PERFORM 9650-RELEASE-MASTER-LOCK
002120     PERFORM 9300-SET-RETURN-CODE
002130     MOVE WS-RUN-RC TO RETURN-CODE
002140     STOP RUN.
002150
002160*----------------------------------------------------------------
002170*    1000-INITIALIZE
002180*    NAMES THE EXCEPTION LIST FROM THE BOUNCE DSN, TAKES THE
002190*    WRITE CLAIM AND OPENS THE FILES.  THE JOURNAL IS
002200*    EXTENDED, NEVER OVERWRITTEN; IT IS ONLY OPENED OUTPUT
002210*    THE FIRST TIME.
002220*----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     ACCEPT WS-COMMAND FROM COMMAND-LINE
002250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002260     UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
002270         INTO WS-IN-DSN WS-EXTRA-WORD
002280     END-UNSTRING
002290     IF WS-IN-DSN = SPACES OR WS-EXTRA-WORD NOT = SPACES
002300         DISPLAY "CMBOUNCE: USAGE IS CMBOUNCE <BOUNCE DSN>"
002310         SET WS-HARD-FAIL TO TRUE
002320     END-IF
002330
002340     IF NOT WS-HARD-FAIL
002350         MOVE SPACES TO WS-EXC-DSN
002360         STRING "BOUNCEX."  DELIMITED BY SIZE
002370                WS-IN-DSN   DELIMITED BY SPACE
002380                ".DAT"      DELIMITED BY SIZE
002390             INTO WS-EXC-DSN
002400         END-STRING
002410         DISPLAY "CMBOUNCE BOUNCE FILE.: " WS-IN-DSN
002420         DISPLAY "CMBOUNCE EXCEPTIONS..: " WS-EXC-DSN
002430         OPEN INPUT BOUNCE-FILE
002440         IF WS-BNC-FILE-STATUS NOT = "00"
002450             DISPLAY "CMBOUNCE: CANNOT OPEN " WS-IN-DSN
002460                     " - STATUS " WS-BNC-FILE-STATUS
002470             SET WS-HARD-FAIL TO TRUE
002480         END-IF
002490     END-IF
002500
002510     IF NOT WS-HARD-FAIL
002520         PERFORM 9600-CLAIM-MASTER-LOCK
002530         IF WS-LOCK-REFUSED
002540             SET WS-HARD-FAIL TO TRUE
002550             CLOSE BOUNCE-FILE
002560         END-IF
002570     END-IF
002580
002590     IF NOT WS-HARD-FAIL
002600         OPEN I-O CUSTOMER-MASTER-FILE
002610         IF WS-CM-FILE-STATUS NOT = "00"
002620             DISPLAY "CMBOUNCE: CANNOT OPEN CUSTOMER MASTER - "
002630                     "STATUS " WS-CM-FILE-STATUS
002640             SET WS-HARD-FAIL TO TRUE
002650             CLOSE BOUNCE-FILE
002660         END-IF
002670     END-IF
002680
002690     IF NOT WS-HARD-FAIL
002700         OPEN EXTEND JOURNAL-FILE
002710         IF WS-JRN-FILE-STATUS NOT = "00"
002720             OPEN OUTPUT JOURNAL-FILE
002730         END-IF
002740         OPEN OUTPUT EXCEPTION-FILE
002750     END-IF.
002760
002770*----------------------------------------------------------------
002780*    2000-PROCESS-ONE-BOUNCE
002790*    READS ONE BOUNCE, VALIDATES IT AND APPLIES IT TO EVERY
002800*    ACTIVE CUSTOMER HOLDING THE ADDRESS.  A BLANK LINE IS
002810*    SKIPPED UNCOUNTED.
002820*----------------------------------------------------------------
002830 2000-PROCESS-ONE-BOUNCE.
002840     READ BOUNCE-FILE
002850         AT END
002860             MOVE 'Y' TO WS-BNC-EOF
002870         NOT AT END
002880             IF BOUNCE-RECORD NOT = SPACES
002890                 ADD 1 TO WS-BOUNCES-READ
002900                 PERFORM 2050-VALIDATE-BOUNCE
002910                 IF WS-REASON-CODE = SPACES
002920                     PERFORM 2100-MATCH-BOUNCE
002930                 ELSE
002940                     ADD 1 TO WS-BOUNCES-INVALID
002950                     PERFORM 2300-WRITE-EXCEPTION
002960                 END-IF
002970             END-IF
002980     END-READ.
002990
003000*----------------------------------------------------------------
003010*    2050-VALIDATE-BOUNCE
003020*    SETS WS-REASON-CODE FOR A LINE THAT CANNOT BE APPLIED,
003030*    OR LEAVES IT SPACES.  THE ADDRESS IS MATCHED EXACTLY AS
003040*    THE MAIL HOUSE RETURNS IT - IT WAS SENT FROM THE
003050*    MASTER'S OWN VALUE.
003060*----------------------------------------------------------------
003070 2050-VALIDATE-BOUNCE.
003080     MOVE SPACES   TO WS-REASON-CODE
003090     MOVE BNC-DATE TO WS-BOUNCE-DATE
003100     MOVE SPACE    TO WS-BOUNCE-TYPE-CODE
003110     EVALUATE TRUE
003120         WHEN BNC-HARD
003130             MOVE 'H' TO WS-BOUNCE-TYPE-CODE
003140             ADD 1 TO WS-HARD-READ
003150         WHEN BNC-SOFT
003160             MOVE 'S' TO WS-BOUNCE-TYPE-CODE
003170             ADD 1 TO WS-SOFT-READ
003180     END-EVALUATE
003190
003200     EVALUATE TRUE
003210         WHEN BNC-EMAIL = SPACES
003220             MOVE 'BLANK'   TO WS-REASON-CODE
003230         WHEN BNC-EMAIL (21:20) NOT = SPACES
003240             MOVE 'TOOLONG' TO WS-REASON-CODE
003250         WHEN WS-BOUNCE-TYPE-CODE = SPACE
003260             MOVE 'BADTYPE' TO WS-REASON-CODE
003270         WHEN WS-BOUNCE-DATE IS NOT NUMERIC
003280             MOVE 'BADDATE' TO WS-REASON-CODE
003290         WHEN WS-BOUNCE-MM < 1 OR WS-BOUNCE-MM > 12
003300             MOVE 'BADDATE' TO WS-REASON-CODE
003310         WHEN WS-BOUNCE-DD < 1 OR WS-BOUNCE-DD > 31
003320             MOVE 'BADDATE' TO WS-REASON-CODE
003330         WHEN WS-BOUNCE-DATE-N > WS-RUN-DATE
003340             MOVE 'BADDATE' TO WS-REASON-CODE
003350     END-EVALUATE.
003360
003370*----------------------------------------------------------------
003380*    2100-MATCH-BOUNCE
003390*    POSITIONS ON THE CM-EMAIL ALTERNATE INDEX AND WALKS
003400*    EVERY CUSTOMER HOLDING THE ADDRESS.  A BOUNCE NO ACTIVE
003410*    CUSTOMER HOLDS GOES TO THE EXCEPTION LIST.
003420*----------------------------------------------------------------
003430 2100-MATCH-BOUNCE.
003440     MOVE ZERO            TO WS-ACTIVE-HOLDERS
003450     MOVE ZERO            TO WS-CLOSED-HOLDERS
003460     MOVE 'N'             TO WS-HOLDER-EOF
003470     MOVE BNC-EMAIL (1:20) TO WS-MATCH-EMAIL
003480     MOVE WS-MATCH-EMAIL  TO CM-EMAIL
003490     START CUSTOMER-MASTER-FILE
003500         KEY IS EQUAL TO CM-EMAIL
003510         INVALID KEY
003520             MOVE 'Y' TO WS-HOLDER-EOF
003530     END-START
003540     PERFORM 2110-READ-NEXT-HOLDER UNTIL WS-HOLDER-EOF-YES
003550
003560     EVALUATE TRUE
003570         WHEN WS-ACTIVE-HOLDERS > ZERO
003580             ADD 1 TO WS-BOUNCES-MATCHED
003590         WHEN WS-CLOSED-HOLDERS > ZERO
003600             ADD 1 TO WS-BOUNCES-CLOSED
003610             MOVE 'CLOSED'  TO WS-REASON-CODE
003620             PERFORM 2300-WRITE-EXCEPTION
003630         WHEN OTHER
003640             ADD 1 TO WS-BOUNCES-NO-MATCH
003650             MOVE 'NOMATCH' TO WS-REASON-CODE
003660             PERFORM 2300-WRITE-EXCEPTION
003670     END-EVALUATE.
003680
003690 2110-READ-NEXT-HOLDER.
003700     READ CUSTOMER-MASTER-FILE NEXT RECORD
003710         AT END
003720             MOVE 'Y' TO WS-HOLDER-EOF
003730         NOT AT END
003740             IF CM-EMAIL NOT = WS-MATCH-EMAIL
003750                 MOVE 'Y' TO WS-HOLDER-EOF
003760             ELSE
003770                 IF CM-INACTIVE
003780                     ADD 1 TO WS-CLOSED-HOLDERS
003790                 ELSE
003800                     ADD 1 TO WS-ACTIVE-HOLDERS
003810                     ADD 1 TO WS-CUSTOMERS-MATCHED
003820                     PERFORM 2200-APPLY-BOUNCE
003830                 END-IF
003840             END-IF
003850     END-READ.
003860
003870*----------------------------------------------------------------
003880*    2200-APPLY-BOUNCE
003890*    COUNTS THE BOUNCE ON THE CUSTOMER JUST READ AND GRADES
003900*    THE ADDRESS.  AN ADDRESS ALREADY UNDELIVERABLE, OR A
003910*    BOUNCE NO LATER THAN THE LAST ONE COUNTED, LEAVES THE
003920*    RECORD ALONE - EXCEPT A HARD BOUNCE DATED THE SAME DAY
003930*    AS A SOFT ONE ALREADY COUNTED, WHICH STILL MARKS THE
003940*    ADDRESS UNDELIVERABLE.  THE EMAIL ITSELF IS NEVER
003950*    CHANGED HERE, SO THE ALTERNATE-INDEX POSITION SURVIVES
003960*    THE REWRITE.
003970*----------------------------------------------------------------
003980 2200-APPLY-BOUNCE.
003990     EVALUATE TRUE
004000         WHEN CM-EMAIL-UNDELIVERABLE
004010             ADD 1 TO WS-ALREADY-UNDELIV
004020         WHEN CM-LAST-BOUNCE-DATE NOT = SPACES
004030             AND WS-BOUNCE-DATE NOT > CM-LAST-BOUNCE-DATE
004040             AND NOT (WS-BOUNCE-DATE = CM-LAST-BOUNCE-DATE
004050                      AND WS-BOUNCE-HARD
004060                      AND CM-LAST-BOUNCE-TYPE = 'S')
004070             ADD 1 TO WS-ALREADY-COUNTED
004080         WHEN OTHER
004090             PERFORM 2210-REWRITE-CUSTOMER
004100     END-EVALUATE.
004110
004120 2210-REWRITE-CUSTOMER.
004130     MOVE CUSTOMER-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
004140     IF CM-BOUNCE-COUNT IS NOT NUMERIC
004150         MOVE ZERO TO CM-BOUNCE-COUNT
004160     END-IF
004170     IF CM-BOUNCE-COUNT < 999
004180         ADD 1 TO CM-BOUNCE-COUNT
004190     END-IF
004200     MOVE WS-BOUNCE-TYPE-CODE TO CM-LAST-BOUNCE-TYPE
004210     MOVE WS-BOUNCE-DATE      TO CM-LAST-BOUNCE-DATE
004220     EVALUATE TRUE
004230         WHEN WS-BOUNCE-HARD
004240             MOVE 'U' TO CM-EMAIL-STATUS
004250         WHEN CM-BOUNCE-COUNT NOT < WS-SOFT-BOUNCE-LIMIT
004260             MOVE 'U' TO CM-EMAIL-STATUS
004270         WHEN OTHER
004280             MOVE 'S' TO CM-EMAIL-STATUS
004290     END-EVALUATE
004300     MOVE WS-RUN-DATE         TO CM-LAST-CHANGE-DATE
004310     MOVE WS-BOUNCE-PROVIDER  TO CM-SOURCE-PROVIDER
004320     REWRITE CUSTOMER-MASTER-RECORD
004330         INVALID KEY
004340             ADD 1 TO WS-MASTER-ERRORS
004350             DISPLAY "*** CMBOUNCE: REWRITE FAILED FOR ID "
004360                     CM-CUSTOMER-ID " - STATUS "
004370                     WS-CM-FILE-STATUS " ***"
004380         NOT INVALID KEY
004390             ADD 1 TO WS-CUSTOMERS-UPDATED
004400             EVALUATE TRUE
004410                 WHEN CM-EMAIL-SOFT-BOUNCING
004420                     ADD 1 TO WS-SOFT-COUNTED
004430                 WHEN WS-BOUNCE-HARD
004440                     ADD 1 TO WS-MADE-UNDELIV-HARD
004450                 WHEN OTHER
004460                     ADD 1 TO WS-MADE-UNDELIV-SOFT
004470             END-EVALUATE
004480             PERFORM 9500-WRITE-JOURNAL
004490     END-REWRITE.
004500
004510*----------------------------------------------------------------
004520*    2300-WRITE-EXCEPTION
004530*    LISTS ONE BOUNCE THAT WAS NOT APPLIED, WITH ITS REASON.
004540*----------------------------------------------------------------
004550 2300-WRITE-EXCEPTION.
004560     MOVE SPACES         TO EXCEPTION-RECORD
004570     MOVE WS-REASON-CODE TO BX-REASON-CODE
004580     MOVE BNC-EMAIL      TO BX-EMAIL
004590     MOVE BNC-TYPE       TO BX-TYPE
004600     MOVE BNC-DATE       TO BX-DATE
004610     WRITE EXCEPTION-RECORD
004620     ADD 1 TO WS-EXCEPTIONS-WRITTEN.
004630
004640*----------------------------------------------------------------
004650*    3000-TERMINATE
004660*    CLOSES THE FILES, PROVES THE TOTALS AND WRITES THE RUN
004670*    SUMMARY.  EVERY BOUNCE READ IS EITHER MATCHED OR LISTED;
004680*    EVERY ACTIVE HOLDER MATCHED IS EITHER UPDATED, LEFT
004690*    ALONE FOR A STATED REASON, OR A FAILED REWRITE.
004700*----------------------------------------------------------------
004710 3000-TERMINATE.
004720     CLOSE BOUNCE-FILE
004730     CLOSE CUSTOMER-MASTER-FILE
004740     CLOSE JOURNAL-FILE
004750     CLOSE EXCEPTION-FILE
004760
004770     COMPUTE WS-BALANCE-TOTAL = WS-BOUNCES-MATCHED
004780                              + WS-BOUNCES-INVALID
004790                              + WS-BOUNCES-NO-MATCH
004800                              + WS-BOUNCES-CLOSED
004810     IF WS-BALANCE-TOTAL NOT = WS-BOUNCES-READ
004820         SET WS-OUT-OF-BALANCE TO TRUE
004830     END-IF
004840     COMPUTE WS-BALANCE-TOTAL = WS-CUSTOMERS-UPDATED
004850                              + WS-ALREADY-UNDELIV
004860                              + WS-ALREADY-COUNTED
004870                              + WS-MASTER-ERRORS
004880     IF WS-BALANCE-TOTAL NOT = WS-CUSTOMERS-MATCHED
004890         SET WS-OUT-OF-BALANCE TO TRUE
004900     END-IF
004910     IF WS-OUT-OF-BALANCE
004920         DISPLAY "*** CMBOUNCE: CONTROL TOTALS DO NOT BALANCE "
004930                 "- SEE RUNSUM.CMBOUNCE.DAT ***"
004940     END-IF
004950     PERFORM 9100-WRITE-RUN-SUMMARY.
004960
004970*----------------------------------------------------------------
004980*    9100-WRITE-RUN-SUMMARY
004990*    CONTROL TOTALS FOR THE BOUNCE FILE AND THE CUSTOMERS IT
005000*    TOUCHED.
005010*----------------------------------------------------------------
005020 9100-WRITE-RUN-SUMMARY.
005030     OPEN OUTPUT RUN-SUMMARY-FILE
005040
005050     MOVE SPACES TO RUN-SUMMARY-RECORD
005060     STRING "CMBOUNCE RUN SUMMARY - RUN DATE " WS-RUN-DATE
005070         DELIMITED BY SIZE
005080         INTO RUN-SUMMARY-RECORD
005090     END-STRING
005100     WRITE RUN-SUMMARY-RECORD
005110
005120     MOVE SPACES TO RUN-SUMMARY-RECORD
005130     STRING "BOUNCE FILE..............: " WS-IN-DSN
005140         DELIMITED BY SIZE
005150         INTO RUN-SUMMARY-RECORD
005160     END-STRING
005170     WRITE RUN-SUMMARY-RECORD
005180
005190     MOVE SPACES TO RUN-SUMMARY-RECORD
005200     STRING "EXCEPTION LIST...........: " WS-EXC-DSN
005210         DELIMITED BY SIZE
005220         INTO RUN-SUMMARY-RECORD
005230     END-STRING
005240     WRITE RUN-SUMMARY-RECORD
005250
005260     MOVE SPACES TO RUN-SUMMARY-RECORD
005270     WRITE RUN-SUMMARY-RECORD
005280
005290     MOVE WS-BOUNCES-READ TO WS-CNT-DISPLAY
005300     MOVE SPACES TO RUN-SUMMARY-RECORD
005310     STRING "BOUNCES READ.............: " WS-CNT-DISPLAY
005320         DELIMITED BY SIZE
005330         INTO RUN-SUMMARY-RECORD
005340     END-STRING
005350     WRITE RUN-SUMMARY-RECORD
005360
005370     MOVE WS-HARD-READ TO WS-CNT-DISPLAY
005380     MOVE SPACES TO RUN-SUMMARY-RECORD
005390     STRING "  HARD...................: " WS-CNT-DISPLAY
005400         DELIMITED BY SIZE
005410         INTO RUN-SUMMARY-RECORD
005420     END-STRING
005430     WRITE RUN-SUMMARY-RECORD
005440
005450     MOVE WS-SOFT-READ TO WS-CNT-DISPLAY
005460     MOVE SPACES TO RUN-SUMMARY-RECORD
005470     STRING "  SOFT...................: " WS-CNT-DISPLAY
005480         DELIMITED BY SIZE
005490         INTO RUN-SUMMARY-RECORD
005500     END-STRING
005510     WRITE RUN-SUMMARY-RECORD
005520
005530     MOVE WS-BOUNCES-MATCHED TO WS-CNT-DISPLAY
005540     MOVE SPACES TO RUN-SUMMARY-RECORD
005550     STRING "MATCHED TO A CUSTOMER....: " WS-CNT-DISPLAY
005560         DELIMITED BY SIZE
005570         INTO RUN-SUMMARY-RECORD
005580     END-STRING
005590     WRITE RUN-SUMMARY-RECORD
005600
005610     MOVE WS-BOUNCES-INVALID TO WS-CNT-DISPLAY
005620     MOVE SPACES TO RUN-SUMMARY-RECORD
005630     STRING "EXCEPTION - INVALID LINE.: " WS-CNT-DISPLAY
005640         DELIMITED BY SIZE
005650         INTO RUN-SUMMARY-RECORD
005660     END-STRING
005670     WRITE RUN-SUMMARY-RECORD
005680
005690     MOVE WS-BOUNCES-NO-MATCH TO WS-CNT-DISPLAY
005700     MOVE SPACES TO RUN-SUMMARY-RECORD
005710     STRING "EXCEPTION - NO MATCH.....: " WS-CNT-DISPLAY
005720         DELIMITED BY SIZE
005730         INTO RUN-SUMMARY-RECORD
005740     END-STRING
005750     WRITE RUN-SUMMARY-RECORD
005760
005770     MOVE WS-BOUNCES-CLOSED TO WS-CNT-DISPLAY
005780     MOVE SPACES TO RUN-SUMMARY-RECORD
005790     STRING "EXCEPTION - CLOSED ONLY..: " WS-CNT-DISPLAY
005800         DELIMITED BY SIZE
005810         INTO RUN-SUMMARY-RECORD
005820     END-STRING
005830     WRITE RUN-SUMMARY-RECORD
005840
005850     MOVE SPACES TO RUN-SUMMARY-RECORD
005860     WRITE RUN-SUMMARY-RECORD
005870
005880     MOVE WS-CUSTOMERS-MATCHED TO WS-CNT-DISPLAY
005890     MOVE SPACES TO RUN-SUMMARY-RECORD
005900     STRING "ACTIVE CUSTOMERS MATCHED.: " WS-CNT-DISPLAY
005910         DELIMITED BY SIZE
005920         INTO RUN-SUMMARY-RECORD
005930     END-STRING
005940     WRITE RUN-SUMMARY-RECORD
005950
005960     MOVE WS-CUSTOMERS-UPDATED TO WS-CNT-DISPLAY
005970     MOVE SPACES TO RUN-SUMMARY-RECORD
005980     STRING "UPDATED AND JOURNALED....: " WS-CNT-DISPLAY
005990         DELIMITED BY SIZE
006000         INTO RUN-SUMMARY-RECORD
006010     END-STRING
006020     WRITE RUN-SUMMARY-RECORD
006030
006040     MOVE WS-MADE-UNDELIV-HARD TO WS-CNT-DISPLAY
006050     MOVE SPACES TO RUN-SUMMARY-RECORD
006060     STRING "  UNDELIVERABLE - HARD...: " WS-CNT-DISPLAY
006070         DELIMITED BY SIZE
006080         INTO RUN-SUMMARY-RECORD
006090     END-STRING
006100     WRITE RUN-SUMMARY-RECORD
006110
006120     MOVE WS-MADE-UNDELIV-SOFT TO WS-CNT-DISPLAY
006130     MOVE SPACES TO RUN-SUMMARY-RECORD
006140     STRING "  UNDELIVERABLE - SOFT...: " WS-CNT-DISPLAY
006150         DELIMITED BY SIZE
006160         INTO RUN-SUMMARY-RECORD
006170     END-STRING
006180     WRITE RUN-SUMMARY-RECORD
006190
006200     MOVE WS-SOFT-COUNTED TO WS-CNT-DISPLAY
006210     MOVE SPACES TO RUN-SUMMARY-RECORD
006220     STRING "  SOFT BOUNCE COUNTED....: " WS-CNT-DISPLAY
006230         DELIMITED BY SIZE
006240         INTO RUN-SUMMARY-RECORD
006250     END-STRING
006260     WRITE RUN-SUMMARY-RECORD
006270
006280     MOVE WS-ALREADY-UNDELIV TO WS-CNT-DISPLAY
006290     MOVE SPACES TO RUN-SUMMARY-RECORD
006300     STRING "ALREADY UNDELIVERABLE....: " WS-CNT-DISPLAY
006310         DELIMITED BY SIZE
006320         INTO RUN-SUMMARY-RECORD
006330     END-STRING
006340     WRITE RUN-SUMMARY-RECORD
006350
006360     MOVE WS-ALREADY-COUNTED TO WS-CNT-DISPLAY
006370     MOVE SPACES TO RUN-SUMMARY-RECORD
006380     STRING "BOUNCE ALREADY COUNTED...: " WS-CNT-DISPLAY
006390         DELIMITED BY SIZE
006400         INTO RUN-SUMMARY-RECORD
006410     END-STRING
006420     WRITE RUN-SUMMARY-RECORD
006430
006440     MOVE WS-MASTER-ERRORS TO WS-CNT-DISPLAY
006450     MOVE SPACES TO RUN-SUMMARY-RECORD
006460     STRING "MASTER REWRITES FAILED...: " WS-CNT-DISPLAY
006470         DELIMITED BY SIZE
006480         INTO RUN-SUMMARY-RECORD
006490     END-STRING
006500     WRITE RUN-SUMMARY-RECORD
006510
006520     MOVE SPACES TO RUN-SUMMARY-RECORD
006530     IF WS-OUT-OF-BALANCE
006540         MOVE "CONTROL TOTALS...........: OUT OF BALANCE"
006550             TO RUN-SUMMARY-RECORD
006560     ELSE
006570         MOVE "CONTROL TOTALS...........: IN BALANCE"
006580             TO RUN-SUMMARY-RECORD
006590     END-IF
006600     WRITE RUN-SUMMARY-RECORD
006610
006620     CLOSE RUN-SUMMARY-FILE.
006630
006640*----------------------------------------------------------------
006650*    9300-SET-RETURN-CODE
006660*    GRADES THE RUN: 0 CLEAN, 4 EXCEPTIONS LISTED, 8 A MASTER
006670*    REWRITE FAILED OR THE TOTALS DO NOT BALANCE, 12 HARD
006680*    FAILURE.
006690*----------------------------------------------------------------
006700 9300-SET-RETURN-CODE.
006710     EVALUATE TRUE
006720         WHEN WS-HARD-FAIL
006730             MOVE 12 TO WS-RUN-RC
006740         WHEN WS-MASTER-ERRORS > ZERO
006750             MOVE 8 TO WS-RUN-RC
006760         WHEN WS-OUT-OF-BALANCE
006770             MOVE 8 TO WS-RUN-RC
006780         WHEN WS-EXCEPTIONS-WRITTEN > ZERO
006790             MOVE 4 TO WS-RUN-RC
006800         WHEN OTHER
006810             MOVE ZERO TO WS-RUN-RC
006820     END-EVALUATE
006830     MOVE WS-BOUNCES-READ TO WS-CNT-DISPLAY
006840     DISPLAY "CMBOUNCE BOUNCES READ:       " WS-CNT-DISPLAY
006850     MOVE WS-CUSTOMERS-UPDATED TO WS-CNT-DISPLAY
006860     DISPLAY "CMBOUNCE CUSTOMERS UPDATED:  " WS-CNT-DISPLAY
006870     MOVE WS-EXCEPTIONS-WRITTEN TO WS-CNT-DISPLAY
006880     DISPLAY "CMBOUNCE EXCEPTIONS LISTED:  " WS-CNT-DISPLAY
006890     DISPLAY "CMBOUNCE RETURN CODE " WS-RUN-RC.
006900
006910*----------------------------------------------------------------
006920*    9500-WRITE-JOURNAL
006930*    APPENDS ONE CMJRNL.DAT RECORD FOR THE REWRITE JUST DONE,
006940*    STAMPED WITH THE BOUNCE FILE AS ITS SOURCE.
006950*----------------------------------------------------------------
006960 9500-WRITE-JOURNAL.
006970     MOVE SPACES                 TO JOURNAL-RECORD
006980     MOVE WS-RUN-DATE            TO JRN-RUN-DATE
006990     MOVE WS-IN-DSN              TO JRN-SOURCE-DSN
007000     MOVE 'CMBOUNCE'             TO JRN-PROGRAM
007010     MOVE 'BOUNCE'               TO JRN-ACTION
007020     MOVE CM-CUSTOMER-ID         TO JRN-CUSTOMER-ID
007030     MOVE WS-JRN-BEFORE-IMAGE    TO JRN-BEFORE-IMAGE
007040     MOVE CUSTOMER-MASTER-RECORD TO JRN-AFTER-IMAGE
007050     WRITE JOURNAL-RECORD.
007060
007070*----------------------------------------------------------------
007080*    9600-CLAIM-MASTER-LOCK
007090*    DECLARES THIS RUN'S INTENT TO WRITE THE CUSTOMER MASTER.  A
007100*    CLAIM ALREADY ON CMLOCK.DAT MEANS ANOTHER WRITER HAS THE
007110*    MASTER; THIS RUN IS REFUSED WITH THE HOLDER NAMED.  A
007120*    STALE CLAIM FROM A CRASHED RUN IS INSPECTED AND RELEASED
007130*    BY OPERATIONS WITH CMLOCKOP.
007140*----------------------------------------------------------------
007150 9600-CLAIM-MASTER-LOCK.
007160     OPEN INPUT MASTER-LOCK-FILE
007170     IF WS-LCK-FILE-STATUS = "00"
007180         READ MASTER-LOCK-FILE
007190             AT END
007200                 CONTINUE
007210             NOT AT END
007220                 IF LCK-PROGRAM NOT = SPACES
007230                     SET WS-LOCK-REFUSED TO TRUE
007240                     DISPLAY "CMBOUNCE: CUSTOMER MASTER HELD BY "
007250                             LCK-PROGRAM " - " LCK-HOLDER
007260                     DISPLAY "CMBOUNCE: CLAIMED " LCK-DATE
007270                             " AT " LCK-TIME " - IF THE RUN IS "
007280                             "DEAD, RELEASE WITH CMLOCKOP"
007290                 END-IF
007300         END-READ
007310         CLOSE MASTER-LOCK-FILE
007320     END-IF
007330     IF NOT WS-LOCK-REFUSED
007340         ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
007350         ACCEPT WS-LOCK-TIME FROM TIME
007360         OPEN OUTPUT MASTER-LOCK-FILE
007370         MOVE SPACES             TO MASTER-LOCK-RECORD
007380         MOVE 'CMBOUNCE'         TO LCK-PROGRAM
007390         MOVE WS-IN-DSN          TO LCK-HOLDER
007400         MOVE WS-LOCK-DATE       TO LCK-DATE
007410         MOVE WS-LOCK-TIME (1:6) TO LCK-TIME
007420         WRITE MASTER-LOCK-RECORD
007430         CLOSE MASTER-LOCK-FILE
007440         SET WS-LOCK-HELD TO TRUE
007450     END-IF.
007460
007470*----------------------------------------------------------------
007480*    9650-RELEASE-MASTER-LOCK
007490*    RELEASES THIS RUN'S CLAIM - AN EMPTY LOCK FILE MEANS THE
007500*    MASTER IS FREE.  A CLAIM THIS RUN NEVER TOOK IS LEFT ALONE.
007510*----------------------------------------------------------------
007520 9650-RELEASE-MASTER-LOCK.
007530     IF WS-LOCK-HELD
007540         OPEN OUTPUT MASTER-LOCK-FILE
007550         CLOSE MASTER-LOCK-FILE
007560         MOVE 'N' TO WS-LOCK-SW
007570     END-IF.

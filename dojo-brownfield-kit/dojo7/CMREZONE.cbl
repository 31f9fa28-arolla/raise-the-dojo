000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMREZONE.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMREZONE
000100*
000110*    POSTAL RE-ZONING MASS UPDATE.  WHEN THE POSTAL AUTHORITY
000120*    RE-ZONES AN AREA, OR A CITY IS RENAMED OR MERGED, EVERY
000130*    CUSTOMER IT TOUCHES IS CORRECTED IN ONE CONTROLLED RUN,
000140*    DRIVEN BY A RULE FILE (CMREZRUL), IN TWO STEPS NAMED ON
000150*    THE COMMAND LINE:
000160*
000170*      CMREZONE PREVIEW <RULE DSN>
000180*        READS THE MASTER (INPUT ONLY) AND LISTS EVERY
000190*        CUSTOMER THAT WOULD CHANGE, BEFORE AND AFTER, WITH
000200*        COUNTS PER RULE AND THE REFDATA.DAT POSTAL RULES TO
000210*        BE KEPT IN STEP, IN REZPREV.<RULE DSN>.DAT.  THE
000220*        CHANGES THEMSELVES GO TO THE CHANGE FILE,
000230*        REZCHG.<RULE DSN>.DAT (CMREZCHG).
000240*
000250*      CMREZONE COMMIT <RULE DSN>
000260*        APPLIES THAT CHANGE FILE - EXACTLY THE PREVIEWED
000270*        CHANGES, NOT A FRESH READING OF THE RULES - UNDER
000280*        THE CUSTOMER-MASTER WRITE CLAIM (CMLOCK.DAT).  EVERY
000290*        REWRITE IS JOURNALED TO CMJRNL.DAT UNDER PROGRAM
000300*        CMREZONE, ACTION REZONE, WITH THE RULE DSN AS ITS
000310*        SOURCE, SO CMRECOVR BACKOUT <RULE DSN> REVERSES THE
000320*        RUN.  THE EXCEPTIONS AND TOTALS GO TO
000330*        REZCOMM.<RULE DSN>.DAT.
000340*
000350*    A CUSTOMER IS TESTED AGAINST EVERY RULE AS THE RUN FOUND
000360*    IT.  TWO RULES THAT WOULD SET THE SAME FIELD TO
000370*    DIFFERENT VALUES ARE A CONFLICT: THE CUSTOMER IS LISTED
000380*    AND LEFT ALONE.  CLOSED CUSTOMERS ARE CORRECTED TOO - THE
000390*    ADDRESS IS STILL WRONG IF THEY ARE REINSTATED - BUT AN
000400*    ERASED CUSTOMER (CM-ERASE-DATE SET) IS NEVER TOUCHED.
000410*
000420*    AT COMMIT, A CUSTOMER WHOSE CITY AND POSTAL CODE ARE NO
000430*    LONGER WHAT THE PREVIEW SAW IS NOT CHANGED BUT LISTED AS
000440*    CHANGED SINCE THE PREVIEW; ONE ALREADY CARRYING THE NEW
000450*    VALUES (A COMMIT RERUN AFTER A FAILURE) IS COUNTED AND
000460*    SKIPPED, SO A RERUN IS SAFE.
000470*
000480*    REFDATA.DAT IS KEPT IN STEP AT COMMIT: A NEW POSTAL CODE
000490*    NO POSTAL RULE COVERS IS ADDED AS A SINGLE-VALUE RULE,
000500*    AND A POSTAL RULE LYING WHOLLY INSIDE A RANGE RE-ZONED
000510*    FOR EVERY CITY IS RETIRED (TURNED INTO A COMMENT LINE),
000520*    SO THE FEEDS ACCEPT THE NEW CODES AND REJECT THE OLD.  A
000530*    RULE ONLY PARTLY RE-ZONED IS LISTED FOR REVIEW AND LEFT
000540*    IN PLACE.  WITH NO POSTAL RULES ON REFDATA.DAT THE EDIT
000550*    IS OFF AND NOTHING IS ADDED.  THE FILE AS IT STOOD IS
000560*    SAVED FIRST TO REZREF.<RULE DSN>.DAT - COPY IT BACK
000570*    AFTER A BACKOUT.  A COMMIT RERUN LEAVES AN EXISTING
000580*    REZREF COPY ALONE: IT IS THE ONE TAKEN BEFORE THE FIRST
000590*    COMMIT CHANGED REFDATA.DAT.
000600*
000610*    RETURN CODE 0 CLEAN, 4 WARNING (PREVIEW: CONFLICTS
000620*    LISTED; COMMIT: CUSTOMERS CHANGED OR GONE SINCE THE
000630*    PREVIEW, OR A REFDATA RULE TO RETIRE NO LONGER THERE),
000640*    8 A MASTER REWRITE FAILED OR THE CONTROL TOTALS DO NOT
000650*    BALANCE, 12 HARD FAILURE (BAD COMMAND LINE, RULE ERRORS,
000660*    A FILE WOULD NOT OPEN, THE CHANGE FILE FAILS ITS CHECKS,
000670*    OR THE MASTER IS HELD).  A PREVIEW THAT DOES NOT BALANCE
000680*    WRITES NO TRL TRAILER, SO ITS CHANGE FILE CANNOT BE
000690*    COMMITTED.
000700*
000710*    MODIFICATION HISTORY.
000720*    -------------------------------------------------------
000730*    10/15/2026  JF   ORIGINAL VERSION.
000740*--------------------------------------------------------------*
000750
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT RULE-FILE ASSIGN TO DYNAMIC WS-RULE-DSN
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RUL-FILE-STATUS.
000820
000830     SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-DSN
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CHG-FILE-STATUS.
000860
000870     SELECT REFERENCE-FILE ASSIGN TO "refdata.dat"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-REF-FILE-STATUS.
000900
000910     SELECT NEW-REFERENCE-FILE ASSIGN TO "cmrezref.tmp"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-NRF-FILE-STATUS.
000940
000950     SELECT SAVED-REFERENCE-FILE ASSIGN TO DYNAMIC WS-REFSAVE-DSN
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-SRF-FILE-STATUS.
000980
000990     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmast.dat"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CM-CUSTOMER-ID
001030         ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
001040         FILE STATUS IS WS-CM-FILE-STATUS.
001050
001060     SELECT JOURNAL-FILE ASSIGN TO "cmjrnl.dat"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-JRN-FILE-STATUS.
001090
001100     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-RPT-FILE-STATUS.
001130
001140     SELECT MASTER-LOCK-FILE ASSIGN TO "cmlock.dat"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-LCK-FILE-STATUS.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  RULE-FILE.
001210     COPY CMREZRUL.
001220
001230 FD  CHANGE-FILE.
001240     COPY CMREZCHG.
001250
001260*    REFDATA.DAT IS COPIED LINE FOR LINE, COMMENTS INCLUDED,
001270*    SO ITS LINES ARE READ AT FULL WIDTH.
001280 FD  REFERENCE-FILE.
001290     COPY CMREFDAT.
001300 01  REFERENCE-LINE            PIC X(132).
001310
001320 FD  NEW-REFERENCE-FILE.
001330 01  NEW-REFERENCE-LINE        PIC X(132).
001340
001350 FD  SAVED-REFERENCE-FILE.
001360 01  SAVED-REFERENCE-LINE      PIC X(132).
001370
001380 FD  CUSTOMER-MASTER-FILE.
001390     COPY CUSTMAST.
001400
001410 FD  JOURNAL-FILE.
001420     COPY CMJRNL.
001430
001440 FD  REPORT-FILE.
001450 01  REPORT-RECORD             PIC X(132).
001460
001470 FD  MASTER-LOCK-FILE.
001480     COPY CMLOCK.
001490
001500 WORKING-STORAGE SECTION.
001510 01  WS-RUL-FILE-STATUS        PIC XX.
001520 01  WS-CHG-FILE-STATUS        PIC XX.
001530 01  WS-REF-FILE-STATUS        PIC XX.
001540 01  WS-NRF-FILE-STATUS        PIC XX.
001550 01  WS-SRF-FILE-STATUS        PIC XX.
001560 01  WS-CM-FILE-STATUS         PIC XX.
001570 01  WS-JRN-FILE-STATUS        PIC XX.
001580 01  WS-RPT-FILE-STATUS        PIC XX.
001590 01  WS-LCK-FILE-STATUS        PIC XX.
001600 01  WS-LOCK-SW                PIC X VALUE 'N'.
001610     88  WS-LOCK-HELD              VALUE 'Y'.
001620 01  WS-LOCK-REFUSED-SW        PIC X VALUE 'N'.
001630     88  WS-LOCK-REFUSED           VALUE 'Y'.
001640 01  WS-LOCK-DATE              PIC 9(08) VALUE ZERO.
001650 01  WS-LOCK-TIME              PIC 9(08) VALUE ZERO.
001660
001670 01  WS-COMMAND                PIC X(80) VALUE SPACES.
001680 01  WS-MODE                   PIC X(08) VALUE SPACES.
001690     88  WS-MODE-PREVIEW           VALUE 'PREVIEW'.
001700     88  WS-MODE-COMMIT            VALUE 'COMMIT'.
001710 01  WS-RULE-DSN               PIC X(40) VALUE SPACES.
001720 01  WS-EXTRA-WORD             PIC X(40) VALUE SPACES.
001730 01  WS-CHANGE-DSN             PIC X(60) VALUE SPACES.
001740 01  WS-REPORT-DSN             PIC X(60) VALUE SPACES.
001750 01  WS-REFSAVE-DSN            PIC X(60) VALUE SPACES.
001760 01  WS-REZONE-SOURCE          PIC X(08) VALUE 'REZONE'.
001770 01  WS-REPORT-OPEN-SW         PIC X VALUE 'N'.
001780     88  WS-REPORT-OPEN            VALUE 'Y'.
001790
001800 01  WS-RUN-DATE               PIC 9(08).
001810 01  WS-PREVIEW-DATE           PIC 9(08) VALUE ZERO.
001820 01  WS-JRN-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
001830 01  WS-TEXT                   PIC X(80) VALUE SPACES.
001840 01  WS-SECTION-LINES          PIC 9(07) COMP VALUE ZERO.
001850 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
001860 01  WS-CNT-DISPLAY-2          PIC ZZZZZZ9.
001870 01  WS-LINE-NO                PIC 9(05) VALUE ZERO.
001880
001890*    THE RE-ZONING RULES, IN RULE-FILE ORDER.  THE CITY IS
001900*    HELD UPPER-CASED FOR MATCHING; THE HIGH POSTAL CODE IS
001910*    THE LOW ONE WHEN THE RULE LEFT IT BLANK.
001920 01  WS-RULE-TABLE.
001930     05  WS-RULE-ENTRY         OCCURS 100 TIMES.
001940         10  WS-RUL-TYPE           PIC X(06).
001950             88  WS-RUL-POSTAL         VALUE 'POSTAL'.
001960             88  WS-RUL-CITY-RENAME    VALUE 'CITY'.
001970         10  WS-RUL-LOW            PIC X(10).
001980         10  WS-RUL-HIGH           PIC X(10).
001990         10  WS-RUL-CITY           PIC X(20).
002000         10  WS-RUL-NEW            PIC X(20).
002010         10  WS-RUL-MATCHED        PIC 9(07) COMP.
002020         10  WS-RUL-CHANGED        PIC 9(07) COMP.
002030         10  WS-RUL-CONFLICTS      PIC 9(07) COMP.
002040 01  WS-RULE-CNT               PIC 9(03) COMP VALUE ZERO.
002050 01  WS-RULE-MAX               PIC 9(03) COMP VALUE 100.
002060 01  WS-RULE-IX                PIC 9(03) COMP VALUE ZERO.
002070 01  WS-RULE-ERRORS            PIC 9(05) COMP VALUE ZERO.
002080 01  WS-RULE-ERROR-TEXT        PIC X(40) VALUE SPACES.
002090 01  WS-RULE-NO                PIC 9(03) VALUE ZERO.
002100 01  WS-RULE-NO-2              PIC 9(03) VALUE ZERO.
002110
002120*    THE POSTAL RULES ON REFDATA.DAT, AS FILED AND WITH THEIR
002130*    EFFECTIVE HIGH VALUE.
002140 01  WS-REFDATA-TABLE.
002150     05  WS-RFD-ENTRY          OCCURS 200 TIMES.
002160         10  WS-RFD-LOW            PIC X(10).
002170         10  WS-RFD-HIGH-FILED     PIC X(10).
002180         10  WS-RFD-HIGH           PIC X(10).
002190         10  WS-RFD-RETIRE-SW      PIC X(01).
002200             88  WS-RFD-RETIRED        VALUE 'Y'.
002210 01  WS-RFD-CNT                PIC 9(03) COMP VALUE ZERO.
002220 01  WS-RFD-IX                 PIC 9(03) COMP VALUE ZERO.
002230 01  WS-REFDATA-SW             PIC X VALUE 'N'.
002240     88  WS-REFDATA-PRESENT        VALUE 'Y'.
002250
002260*    THE REFDATA.DAT CHANGES: PLANNED BY THE PREVIEW, CARRIED
002270*    ON THE CHANGE FILE, APPLIED BY THE COMMIT.
002280 01  WS-REF-CHANGE-TABLE.
002290     05  WS-RFC-ENTRY          OCCURS 200 TIMES.
002300         10  WS-RFC-ACTION         PIC X(06).
002310             88  WS-RFC-ADD            VALUE 'ADD'.
002320             88  WS-RFC-RETIRE         VALUE 'RETIRE'.
002330         10  WS-RFC-LOW            PIC X(10).
002340         10  WS-RFC-HIGH           PIC X(10).
002350         10  WS-RFC-RULE           PIC 9(03).
002360         10  WS-RFC-DONE-SW        PIC X(01).
002370             88  WS-RFC-DONE           VALUE 'Y'.
002380 01  WS-RFC-CNT                PIC 9(03) COMP VALUE ZERO.
002390 01  WS-RFC-IX                 PIC 9(03) COMP VALUE ZERO.
002400 01  WS-RFC-MAX                PIC 9(03) COMP VALUE 200.
002410 01  WS-REVIEW-CNT             PIC 9(05) COMP VALUE ZERO.
002420 01  WS-COVERED-SW             PIC X VALUE 'N'.
002430     88  WS-COVERED                VALUE 'Y'.
002440 01  WS-MATCH-SW               PIC X VALUE 'N'.
002450     88  WS-MATCHED                VALUE 'Y'.
002460 01  WS-CHECK-POSTAL           PIC X(10) VALUE SPACES.
002470 01  WS-ADD-COMMENT-SW         PIC X VALUE 'N'.
002480     88  WS-ADD-COMMENT-WRITTEN    VALUE 'Y'.
002490
002500*    ONE CUSTOMER UNDER THE RULES.
002510 01  WS-CUST-CITY-UC           PIC X(20) VALUE SPACES.
002520 01  WS-NEW-CITY               PIC X(20) VALUE SPACES.
002530 01  WS-NEW-POSTAL             PIC X(10) VALUE SPACES.
002540 01  WS-POSTAL-RULE            PIC 9(03) VALUE ZERO.
002550 01  WS-CITY-RULE              PIC 9(03) VALUE ZERO.
002560 01  WS-CONFLICT-SW            PIC X VALUE 'N'.
002570     88  WS-CONFLICT               VALUE 'Y'.
002580 01  WS-CONFLICT-RULE-1        PIC 9(03) VALUE ZERO.
002590 01  WS-CONFLICT-RULE-2        PIC 9(03) VALUE ZERO.
002600 01  WS-ANY-MATCH-SW           PIC X VALUE 'N'.
002610     88  WS-ANY-MATCH              VALUE 'Y'.
002620 01  WS-RULES-TEXT.
002630     05  FILLER                PIC X(01) VALUE 'P'.
002640     05  WS-RULES-POSTAL       PIC X(03).
002650     05  FILLER                PIC X(02) VALUE ' C'.
002660     05  WS-RULES-CITY         PIC X(03).
002670
002680 01  WS-CUSTOMERS-READ         PIC 9(07) COMP VALUE ZERO.
002690 01  WS-ERASED-SKIPPED         PIC 9(07) COMP VALUE ZERO.
002700 01  WS-CUSTOMERS-MATCHED      PIC 9(07) COMP VALUE ZERO.
002710 01  WS-ALREADY-CORRECT        PIC 9(07) COMP VALUE ZERO.
002720 01  WS-CONFLICTS              PIC 9(07) COMP VALUE ZERO.
002730 01  WS-CHANGES-WRITTEN        PIC 9(07) COMP VALUE ZERO.
002740 01  WS-POSTAL-CHANGES         PIC 9(07) COMP VALUE ZERO.
002750 01  WS-CITY-CHANGES           PIC 9(07) COMP VALUE ZERO.
002760 01  WS-ID-HASH                PIC 9(12) VALUE ZERO.
002770 01  WS-REF-RECORDS            PIC 9(05) COMP VALUE ZERO.
002780
002790 01  WS-CHANGES-ON-FILE        PIC 9(07) COMP VALUE ZERO.
002800 01  WS-REFS-ON-FILE           PIC 9(05) COMP VALUE ZERO.
002810 01  WS-HASH-ON-FILE           PIC 9(12) VALUE ZERO.
002820 01  WS-TRL-CHANGE-COUNT       PIC 9(07) VALUE ZERO.
002830 01  WS-TRL-REF-COUNT          PIC 9(05) VALUE ZERO.
002840 01  WS-TRL-ID-HASH            PIC 9(12) VALUE ZERO.
002850 01  WS-APPLIED                PIC 9(07) COMP VALUE ZERO.
002860 01  WS-ALREADY-APPLIED        PIC 9(07) COMP VALUE ZERO.
002870 01  WS-STALE                  PIC 9(07) COMP VALUE ZERO.
002880 01  WS-NOT-ON-MASTER          PIC 9(07) COMP VALUE ZERO.
002890 01  WS-MASTER-ERRORS          PIC 9(07) COMP VALUE ZERO.
002900 01  WS-JOURNAL-WRITTEN        PIC 9(07) COMP VALUE ZERO.
002910 01  WS-REF-ADDED              PIC 9(05) COMP VALUE ZERO.
002920 01  WS-REF-ADD-COVERED        PIC 9(05) COMP VALUE ZERO.
002930 01  WS-REF-RETIRED            PIC 9(05) COMP VALUE ZERO.
002940 01  WS-REF-NOT-FOUND          PIC 9(05) COMP VALUE ZERO.
002950 01  WS-REF-LINES-READ         PIC 9(07) COMP VALUE ZERO.
002960 01  WS-REF-LINES-WRITTEN      PIC 9(07) COMP VALUE ZERO.
002970 01  WS-REF-LINES-COPIED       PIC 9(07) COMP VALUE ZERO.
002980 01  WS-EXCEPTIONS             PIC 9(07) COMP VALUE ZERO.
002990
003000 01  WS-HEADER-SW              PIC X VALUE 'N'.
003010     88  WS-HEADER-SEEN            VALUE 'Y'.
003020 01  WS-TRAILER-SW             PIC X VALUE 'N'.
003030     88  WS-TRAILER-SEEN           VALUE 'Y'.
003040 01  WS-REFSAVE-SW             PIC X VALUE SPACE.
003050     88  WS-REFSAVE-WRITING        VALUE 'S'.
003060     88  WS-REFSAVE-KEPT           VALUE 'K'.
003070     88  WS-REFSAVE-FAILED         VALUE 'F'.
003080 01  WS-EXCEPTION-TEXT         PIC X(50) VALUE SPACES.
003090
003100 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
003110     88  WS-HARD-FAIL              VALUE 'Y'.
003120 01  WS-OUT-OF-BALANCE-SW      PIC X VALUE 'N'.
003130     88  WS-OUT-OF-BALANCE         VALUE 'Y'.
003140 01  WS-WARNING-SW             PIC X VALUE 'N'.
003150     88  WS-WARNING                VALUE 'Y'.
003160 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
003170
003180 01  WS-RUL-EOF                PIC X VALUE 'N'.
003190     88  WS-RUL-EOF-YES            VALUE 'Y'.
003200 01  WS-REF-EOF                PIC X VALUE 'N'.
003210     88  WS-REF-EOF-YES            VALUE 'Y'.
003220 01  WS-CHG-EOF                PIC X VALUE 'N'.
003230     88  WS-CHG-EOF-YES            VALUE 'Y'.
003240 01  WS-EOF                    PIC X VALUE 'N'.
003250     88  WS-EOF-YES                VALUE 'Y'.
003260 01  WS-NRF-EOF                PIC X VALUE 'N'.
003270     88  WS-NRF-EOF-YES            VALUE 'Y'.
003280
003290 PROCEDURE DIVISION.
003300*----------------------------------------------------------------
003310*    0000-MAIN-PROCESS
003320*    PREVIEW READS THE RULES AND THE MASTER AND WRITES THE
003330*    CHANGE FILE; COMMIT APPLIES THE CHANGE FILE.  THE WRITE
003340*    CLAIM, TAKEN ONLY BY A COMMIT, IS HELD UNTIL THE MASTER,
003350*    THE JOURNAL AND REFDATA.DAT ARE DONE WITH.
003360*----------------------------------------------------------------
003370 0000-MAIN-PROCESS.
003380     PERFORM 1000-INITIALIZE
003390     IF NOT WS-HARD-FAIL
003400         IF WS-MODE-PREVIEW
003410             PERFORM 2000-PREVIEW
003420         ELSE
003430             PERFORM 5000-COMMIT
003440         END-IF
003450     END-IF
003460     PERFORM 9650-RELEASE-MASTER-LOCK
003470     PERFORM 9300-SET-RETURN-CODE
003480     IF WS-REPORT-OPEN
003490         PERFORM 9100-WRITE-CONTROL-TOTALS
003500     END-IF
003510     MOVE WS-RUN-RC TO RETURN-CODE
003520     STOP RUN.
003530
003540*----------------------------------------------------------------
003550*    1000-INITIALIZE
003560*    READS THE MODE AND RULE DSN, NAMES THE RUN'S FILES FROM
003570*    THE RULE DSN AND OPENS THE REPORT.
003580*----------------------------------------------------------------
003590 1000-INITIALIZE.
003600     ACCEPT WS-COMMAND FROM COMMAND-LINE
003610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003620     INITIALIZE WS-RULE-TABLE
003630     INITIALIZE WS-REFDATA-TABLE
003640     INITIALIZE WS-REF-CHANGE-TABLE
003650     UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
003660         INTO WS-MODE WS-RULE-DSN WS-EXTRA-WORD
003670     END-UNSTRING
003680     INSPECT WS-MODE
003690         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003700                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003710     IF (NOT WS-MODE-PREVIEW AND NOT WS-MODE-COMMIT)
003720        OR WS-RULE-DSN = SPACES
003730        OR WS-EXTRA-WORD NOT = SPACES
003740         DISPLAY "CMREZONE: USAGE IS ONE OF"
003750         DISPLAY "  PREVIEW <RULE DSN>"
003760         DISPLAY "  COMMIT <RULE DSN>"
003770         SET WS-HARD-FAIL TO TRUE
003780     ELSE
003790         MOVE SPACES TO WS-CHANGE-DSN
003800         STRING "REZCHG."    DELIMITED BY SIZE
003810                WS-RULE-DSN  DELIMITED BY SPACE
003820                ".DAT"       DELIMITED BY SIZE
003830             INTO WS-CHANGE-DSN
003840         END-STRING
003850         MOVE SPACES TO WS-REFSAVE-DSN
003860         STRING "REZREF."    DELIMITED BY SIZE
003870                WS-RULE-DSN  DELIMITED BY SPACE
003880                ".DAT"       DELIMITED BY SIZE
003890             INTO WS-REFSAVE-DSN
003900         END-STRING
003910         MOVE SPACES TO WS-REPORT-DSN
003920         IF WS-MODE-PREVIEW
003930             STRING "REZPREV."   DELIMITED BY SIZE
003940                    WS-RULE-DSN  DELIMITED BY SPACE
003950                    ".DAT"       DELIMITED BY SIZE
003960                 INTO WS-REPORT-DSN
003970             END-STRING
003980         ELSE
003990             STRING "REZCOMM."   DELIMITED BY SIZE
004000                    WS-RULE-DSN  DELIMITED BY SPACE
004010                    ".DAT"       DELIMITED BY SIZE
004020                 INTO WS-REPORT-DSN
004030             END-STRING
004040         END-IF
004050         DISPLAY "CMREZONE " WS-MODE WS-RULE-DSN
004060         DISPLAY "CMREZONE REPORT: " WS-REPORT-DSN
004070         OPEN OUTPUT REPORT-FILE
004080         SET WS-REPORT-OPEN TO TRUE
004090         MOVE SPACES TO REPORT-RECORD
004100         STRING "CMREZONE POSTAL RE-ZONING " DELIMITED BY SIZE
004110                WS-MODE         DELIMITED BY SPACE
004120                " - RULE FILE " DELIMITED BY SIZE
004130                WS-RULE-DSN     DELIMITED BY SPACE
004140                " - RUN DATE " WS-RUN-DATE
004150                                DELIMITED BY SIZE
004160             INTO REPORT-RECORD
004170         END-STRING
004180         WRITE REPORT-RECORD
004190     END-IF.
004200
004210*----------------------------------------------------------------
004220*    2000-PREVIEW
004230*    LOADS AND LISTS THE RULES, PLANS THE REFDATA.DAT CHANGES,
004240*    THEN RUNS THE WHOLE MASTER PAST THE RULES, WRITING ONE
004250*    CHANGE RECORD PER CUSTOMER TO CHANGE.  NOTHING IS
004260*    WRITTEN TO THE MASTER.
004270*----------------------------------------------------------------
004280 2000-PREVIEW.
004290     PERFORM 2100-LOAD-RULES
004300     IF NOT WS-HARD-FAIL
004310         PERFORM 2200-LOAD-REFDATA
004320     END-IF
004330     IF NOT WS-HARD-FAIL
004340         PERFORM 2300-PLAN-REFDATA
004350         OPEN INPUT CUSTOMER-MASTER-FILE
004360         IF WS-CM-FILE-STATUS NOT = "00"
004370             DISPLAY "CMREZONE: CANNOT OPEN CUSTOMER MASTER - "
004380                     "STATUS " WS-CM-FILE-STATUS
004390             SET WS-HARD-FAIL TO TRUE
004400         END-IF
004410     END-IF
004420     IF NOT WS-HARD-FAIL
004430         OPEN OUTPUT CHANGE-FILE
004440         IF WS-CHG-FILE-STATUS NOT = "00"
004450             DISPLAY "CMREZONE: CANNOT OPEN " WS-CHANGE-DSN
004460                     " - STATUS " WS-CHG-FILE-STATUS
004470             SET WS-HARD-FAIL TO TRUE
004480             CLOSE CUSTOMER-MASTER-FILE
004490         END-IF
004500     END-IF
004510     IF NOT WS-HARD-FAIL
004520         MOVE SPACES           TO REZONE-CHANGE-RECORD
004530         MOVE 'HDR'            TO RZC-TYPE
004540         MOVE WS-RULE-DSN      TO RZC-RULE-DSN
004550         MOVE WS-RUN-DATE      TO RZC-PREVIEW-DATE
004560         MOVE WS-RULE-CNT      TO RZC-RULE-COUNT
004570         WRITE REZONE-CHANGE-RECORD
004580         PERFORM 2350-WRITE-REF-CHANGE
004590             VARYING WS-RFC-IX FROM 1 BY 1
004600             UNTIL WS-RFC-IX > WS-RFC-CNT
004610
004620         MOVE "CUSTOMERS TO CHANGE" TO WS-TEXT
004630         PERFORM 8100-WRITE-SECTION-HEADING
004640         MOVE SPACES TO REPORT-RECORD
004650         STRING "ID     RULES      CITY BEFORE          POSTAL"
004660                "        CITY AFTER           POSTAL"
004670             DELIMITED BY SIZE
004680             INTO REPORT-RECORD
004690         END-STRING
004700         WRITE REPORT-RECORD
004710         MOVE 'N' TO WS-EOF
004720         PERFORM 2400-PREVIEW-ONE-CUSTOMER UNTIL WS-EOF-YES
004730         PERFORM 8200-END-SECTION
004740         CLOSE CUSTOMER-MASTER-FILE
004750
004760*        THE TRAILER IS WHAT MAKES THE CHANGE FILE COMMITTABLE,
004770*        SO A PREVIEW THAT DOES NOT BALANCE GOES WITHOUT ONE.
004780         PERFORM 2900-CHECK-PREVIEW-BALANCE
004790         IF NOT WS-OUT-OF-BALANCE
004800             MOVE SPACES             TO REZONE-CHANGE-RECORD
004810             MOVE 'TRL'              TO RZC-TYPE
004820             MOVE WS-CHANGES-WRITTEN TO RZC-CHANGE-COUNT
004830             MOVE WS-REF-RECORDS     TO RZC-REF-COUNT
004840             MOVE WS-ID-HASH         TO RZC-ID-HASH
004850             WRITE REZONE-CHANGE-RECORD
004860         END-IF
004870         CLOSE CHANGE-FILE
004880
004890         PERFORM 2500-WRITE-RULE-COUNTS
004900         PERFORM 2600-WRITE-REFDATA-PLAN
004910         IF WS-CONFLICTS > ZERO
004920             SET WS-WARNING TO TRUE
004930         END-IF
004940     END-IF.
004950
004960*----------------------------------------------------------------
004970*    2100-LOAD-RULES
004980*    TABLES AND LISTS EVERY RULE.  ANY RULE IN ERROR FAILS THE
004990*    PREVIEW - HALF A RE-ZONING IS WORSE THAN NONE.
005000*----------------------------------------------------------------
005010 2100-LOAD-RULES.
005020     OPEN INPUT RULE-FILE
005030     IF WS-RUL-FILE-STATUS NOT = "00"
005040         DISPLAY "CMREZONE: CANNOT OPEN " WS-RULE-DSN
005050                 " - STATUS " WS-RUL-FILE-STATUS
005060         SET WS-HARD-FAIL TO TRUE
005070     ELSE
005080         MOVE "RE-ZONING RULES" TO WS-TEXT
005090         PERFORM 8100-WRITE-SECTION-HEADING
005100         MOVE 'N' TO WS-RUL-EOF
005110         MOVE ZERO TO WS-LINE-NO
005120         PERFORM 2110-LOAD-ONE-RULE UNTIL WS-RUL-EOF-YES
005130         CLOSE RULE-FILE
005140         PERFORM 8200-END-SECTION
005150         EVALUATE TRUE
005160             WHEN WS-RULE-ERRORS > ZERO
005170                 MOVE WS-RULE-ERRORS TO WS-CNT-DISPLAY
005180                 DISPLAY "CMREZONE: " WS-CNT-DISPLAY
005190                         " RULE(S) IN ERROR - SEE "
005200                         WS-REPORT-DSN
005210                 SET WS-HARD-FAIL TO TRUE
005220             WHEN WS-RULE-CNT = ZERO
005230                 DISPLAY "CMREZONE: NO RULES ON " WS-RULE-DSN
005240                 SET WS-HARD-FAIL TO TRUE
005250             WHEN OTHER
005260                 CONTINUE
005270         END-EVALUATE
005280     END-IF.
005290
005300 2110-LOAD-ONE-RULE.
005310     READ RULE-FILE
005320         AT END
005330             MOVE 'Y' TO WS-RUL-EOF
005340         NOT AT END
005350             ADD 1 TO WS-LINE-NO
005360             IF REZONE-RULE-RECORD NOT = SPACES
005370                AND REZONE-RULE-RECORD (1:1) NOT = '*'
005380                 PERFORM 2120-VALIDATE-RULE
005390                 IF WS-RULE-ERROR-TEXT = SPACES
005400                     PERFORM 2130-TABLE-RULE
005410                 ELSE
005420                     ADD 1 TO WS-RULE-ERRORS
005430                     MOVE SPACES TO REPORT-RECORD
005440                     STRING "LINE " WS-LINE-NO " IN ERROR - "
005450                            WS-RULE-ERROR-TEXT ": "
005460                            REZONE-RULE-RECORD
005470                         DELIMITED BY SIZE
005480                         INTO REPORT-RECORD
005490                     END-STRING
005500                     WRITE REPORT-RECORD
005510                     ADD 1 TO WS-SECTION-LINES
005520                 END-IF
005530             END-IF
005540     END-READ.
005550
005560 2120-VALIDATE-RULE.
005570     MOVE SPACES TO WS-RULE-ERROR-TEXT
005580     EVALUATE TRUE
005590         WHEN NOT RZL-TYPE-POSTAL AND NOT RZL-TYPE-CITY
005600             MOVE "RULE TYPE NOT POSTAL OR CITY"
005610                 TO WS-RULE-ERROR-TEXT
005620         WHEN RZL-NEW-VALUE = SPACES
005630             MOVE "NO NEW VALUE" TO WS-RULE-ERROR-TEXT
005640         WHEN RZL-POSTAL-LOW = SPACES
005650              AND RZL-POSTAL-HIGH NOT = SPACES
005660             MOVE "HIGH POSTAL CODE WITHOUT A LOW ONE"
005670                 TO WS-RULE-ERROR-TEXT
005680         WHEN RZL-POSTAL-HIGH NOT = SPACES
005690              AND RZL-POSTAL-HIGH < RZL-POSTAL-LOW
005700             MOVE "HIGH POSTAL CODE BELOW THE LOW ONE"
005710                 TO WS-RULE-ERROR-TEXT
005720         WHEN RZL-TYPE-POSTAL AND RZL-POSTAL-LOW = SPACES
005730             MOVE "NO POSTAL CODE TO RE-ZONE"
005740                 TO WS-RULE-ERROR-TEXT
005750         WHEN RZL-TYPE-POSTAL
005760              AND RZL-NEW-VALUE (11:10) NOT = SPACES
005770             MOVE "NEW POSTAL CODE LONGER THAN 10"
005780                 TO WS-RULE-ERROR-TEXT
005790         WHEN RZL-TYPE-CITY AND RZL-CITY = SPACES
005800             MOVE "NO CITY TO RENAME" TO WS-RULE-ERROR-TEXT
005810         WHEN WS-RULE-CNT NOT < WS-RULE-MAX
005820             MOVE "MORE THAN 100 RULES" TO WS-RULE-ERROR-TEXT
005830         WHEN OTHER
005840             CONTINUE
005850     END-EVALUATE.
005860
005870 2130-TABLE-RULE.
005880     ADD 1 TO WS-RULE-CNT
005890     MOVE RZL-TYPE        TO WS-RUL-TYPE (WS-RULE-CNT)
005900     MOVE RZL-POSTAL-LOW  TO WS-RUL-LOW (WS-RULE-CNT)
005910     IF RZL-POSTAL-HIGH = SPACES
005920         MOVE RZL-POSTAL-LOW  TO WS-RUL-HIGH (WS-RULE-CNT)
005930     ELSE
005940         MOVE RZL-POSTAL-HIGH TO WS-RUL-HIGH (WS-RULE-CNT)
005950     END-IF
005960     MOVE RZL-CITY        TO WS-RUL-CITY (WS-RULE-CNT)
005970     INSPECT WS-RUL-CITY (WS-RULE-CNT)
005980         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005990                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006000     MOVE RZL-NEW-VALUE   TO WS-RUL-NEW (WS-RULE-CNT)
006010     MOVE WS-RULE-CNT     TO WS-RULE-NO
006020     ADD 1 TO WS-SECTION-LINES
006030     MOVE SPACES TO REPORT-RECORD
006040     STRING "RULE " WS-RULE-NO ": " REZONE-RULE-RECORD
006050         DELIMITED BY SIZE
006060         INTO REPORT-RECORD
006070     END-STRING
006080     WRITE REPORT-RECORD.
006090
006100*----------------------------------------------------------------
006110*    2200-LOAD-REFDATA
006120*    TABLES THE POSTAL RULES ON REFDATA.DAT.  NO REFDATA.DAT
006130*    MEANS NO POSTAL EDIT AND NOTHING TO KEEP IN STEP.
006140*----------------------------------------------------------------
006150 2200-LOAD-REFDATA.
006160     OPEN INPUT REFERENCE-FILE
006170     EVALUATE WS-REF-FILE-STATUS
006180         WHEN "00"
006190             SET WS-REFDATA-PRESENT TO TRUE
006200             MOVE 'N' TO WS-REF-EOF
006210             PERFORM 2210-LOAD-ONE-REFDATA-LINE
006220                 UNTIL WS-REF-EOF-YES
006230             CLOSE REFERENCE-FILE
006240         WHEN "35"
006250             CONTINUE
006260         WHEN OTHER
006270             DISPLAY "CMREZONE: CANNOT OPEN REFDATA.DAT - "
006280                     "STATUS " WS-REF-FILE-STATUS
006290             SET WS-HARD-FAIL TO TRUE
006300     END-EVALUATE.
006310
006320 2210-LOAD-ONE-REFDATA-LINE.
006330     READ REFERENCE-FILE
006340         AT END
006350             MOVE 'Y' TO WS-REF-EOF
006360         NOT AT END
006370             IF REF-TYPE-POSTAL
006380                 PERFORM 2220-TABLE-REFDATA-RULE
006390             END-IF
006400     END-READ.
006410
006420 2220-TABLE-REFDATA-RULE.
006430     IF WS-RFD-CNT < 200
006440         ADD 1 TO WS-RFD-CNT
006450         MOVE REF-LOW-VALUE  TO WS-RFD-LOW (WS-RFD-CNT)
006460         MOVE REF-HIGH-VALUE TO WS-RFD-HIGH-FILED (WS-RFD-CNT)
006470         IF REF-HIGH-VALUE = SPACES
006480             MOVE REF-LOW-VALUE  TO WS-RFD-HIGH (WS-RFD-CNT)
006490         ELSE
006500             MOVE REF-HIGH-VALUE TO WS-RFD-HIGH (WS-RFD-CNT)
006510         END-IF
006520     ELSE
006530         DISPLAY "CMREZONE: MORE THAN 200 POSTAL RULES ON "
006540                 "REFDATA.DAT - CANNOT KEEP THEM IN STEP"
006550         SET WS-HARD-FAIL TO TRUE
006560         MOVE 'Y' TO WS-REF-EOF
006570     END-IF.
006580
006590*----------------------------------------------------------------
006600*    2300-PLAN-REFDATA
006610*    FIRST THE RETIREMENTS - A REFDATA RULE WHOLLY INSIDE THE
006620*    RANGE OF A POSTAL RE-ZONE FOR EVERY CITY, NOT ITSELF
006630*    COVERING THE NEW CODE - THEN THE ADDITIONS - EACH NEW
006640*    POSTAL CODE NO REMAINING RULE COVERS.  WITH NO POSTAL
006650*    RULES ON FILE THE EDIT IS OFF: ADDING ONE WOULD TURN IT
006660*    ON AND REJECT EVERY OTHER CODE.
006670*----------------------------------------------------------------
006680 2300-PLAN-REFDATA.
006690     IF WS-RFD-CNT > ZERO
006700         PERFORM 2310-PLAN-RETIREMENTS
006710             VARYING WS-RULE-IX FROM 1 BY 1
006720             UNTIL WS-RULE-IX > WS-RULE-CNT
006730         PERFORM 2320-PLAN-ADDITION
006740             VARYING WS-RULE-IX FROM 1 BY 1
006750             UNTIL WS-RULE-IX > WS-RULE-CNT
006760     END-IF.
006770
006780 2310-PLAN-RETIREMENTS.
006790     IF WS-RUL-POSTAL (WS-RULE-IX)
006800        AND WS-RUL-CITY (WS-RULE-IX) = SPACES
006810         PERFORM 2311-CHECK-ONE-RETIREMENT
006820             VARYING WS-RFD-IX FROM 1 BY 1
006830             UNTIL WS-RFD-IX > WS-RFD-CNT
006840     END-IF.
006850
006860 2311-CHECK-ONE-RETIREMENT.
006870     IF NOT WS-RFD-RETIRED (WS-RFD-IX)
006880        AND WS-RFD-LOW (WS-RFD-IX) >= WS-RUL-LOW (WS-RULE-IX)
006890        AND WS-RFD-HIGH (WS-RFD-IX) <= WS-RUL-HIGH (WS-RULE-IX)
006900        AND (WS-RUL-NEW (WS-RULE-IX) (1:10)
006910                < WS-RFD-LOW (WS-RFD-IX)
006920             OR WS-RUL-NEW (WS-RULE-IX) (1:10)
006930                > WS-RFD-HIGH (WS-RFD-IX))
006940        AND WS-RFC-CNT < WS-RFC-MAX
006950         SET WS-RFD-RETIRED (WS-RFD-IX) TO TRUE
006960         ADD 1 TO WS-RFC-CNT
006970         MOVE 'RETIRE'                   TO WS-RFC-ACTION
006980                                               (WS-RFC-CNT)
006990         MOVE WS-RFD-LOW (WS-RFD-IX)     TO WS-RFC-LOW
007000                                               (WS-RFC-CNT)
007010         MOVE WS-RFD-HIGH-FILED (WS-RFD-IX)
007020                                         TO WS-RFC-HIGH
007030                                               (WS-RFC-CNT)
007040         MOVE WS-RULE-IX                 TO WS-RFC-RULE
007050                                               (WS-RFC-CNT)
007060     END-IF.
007070
007080 2320-PLAN-ADDITION.
007090     IF WS-RUL-POSTAL (WS-RULE-IX)
007100         MOVE WS-RUL-NEW (WS-RULE-IX) (1:10) TO WS-CHECK-POSTAL
007110         MOVE 'N' TO WS-COVERED-SW
007120         PERFORM 2321-CHECK-COVERED
007130             VARYING WS-RFD-IX FROM 1 BY 1
007140             UNTIL WS-RFD-IX > WS-RFD-CNT OR WS-COVERED
007150         PERFORM 2322-CHECK-ALREADY-PLANNED
007160             VARYING WS-RFC-IX FROM 1 BY 1
007170             UNTIL WS-RFC-IX > WS-RFC-CNT OR WS-COVERED
007180         IF NOT WS-COVERED AND WS-RFC-CNT < WS-RFC-MAX
007190             ADD 1 TO WS-RFC-CNT
007200             MOVE 'ADD'           TO WS-RFC-ACTION (WS-RFC-CNT)
007210             MOVE WS-CHECK-POSTAL TO WS-RFC-LOW (WS-RFC-CNT)
007220             MOVE SPACES          TO WS-RFC-HIGH (WS-RFC-CNT)
007230             MOVE WS-RULE-IX      TO WS-RFC-RULE (WS-RFC-CNT)
007240         END-IF
007250     END-IF.
007260
007270 2321-CHECK-COVERED.
007280     IF NOT WS-RFD-RETIRED (WS-RFD-IX)
007290        AND WS-CHECK-POSTAL >= WS-RFD-LOW (WS-RFD-IX)
007300        AND WS-CHECK-POSTAL <= WS-RFD-HIGH (WS-RFD-IX)
007310         SET WS-COVERED TO TRUE
007320     END-IF.
007330
007340 2322-CHECK-ALREADY-PLANNED.
007350     IF WS-RFC-ADD (WS-RFC-IX)
007360        AND WS-RFC-LOW (WS-RFC-IX) = WS-CHECK-POSTAL
007370         SET WS-COVERED TO TRUE
007380     END-IF.
007390
007400 2350-WRITE-REF-CHANGE.
007410     MOVE SPACES                   TO REZONE-CHANGE-RECORD
007420     MOVE 'REF'                    TO RZC-TYPE
007430     MOVE WS-RFC-ACTION (WS-RFC-IX) TO RZC-REF-ACTION
007440     MOVE WS-RFC-LOW (WS-RFC-IX)   TO RZC-REF-LOW
007450     MOVE WS-RFC-HIGH (WS-RFC-IX)  TO RZC-REF-HIGH
007460     MOVE WS-RFC-RULE (WS-RFC-IX)  TO RZC-REF-RULE
007470     WRITE REZONE-CHANGE-RECORD
007480     ADD 1 TO WS-REF-RECORDS.
007490
007500*----------------------------------------------------------------
007510*    2400-PREVIEW-ONE-CUSTOMER
007520*    RUNS ONE CUSTOMER PAST EVERY RULE.  A CUSTOMER MATCHED
007530*    BUT ALREADY CARRYING THE NEW VALUES IS COUNTED, NOT
007540*    CHANGED.
007550*----------------------------------------------------------------
007560 2400-PREVIEW-ONE-CUSTOMER.
007570     READ CUSTOMER-MASTER-FILE NEXT RECORD
007580         AT END
007590             MOVE 'Y' TO WS-EOF
007600         NOT AT END
007610             ADD 1 TO WS-CUSTOMERS-READ
007620             IF CM-ERASE-DATE NOT = SPACES
007630                 ADD 1 TO WS-ERASED-SKIPPED
007640             ELSE
007650                 PERFORM 2410-APPLY-RULES
007660             END-IF
007670     END-READ.
007680
007690 2410-APPLY-RULES.
007700     MOVE CM-CITY        TO WS-CUST-CITY-UC
007710     INSPECT WS-CUST-CITY-UC
007720         CONVERTING "abcdefghijklmnopqrstuvwxyz"
007730                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007740     MOVE CM-CITY        TO WS-NEW-CITY
007750     MOVE CM-POSTAL-CODE TO WS-NEW-POSTAL
007760     MOVE ZERO           TO WS-POSTAL-RULE
007770     MOVE ZERO           TO WS-CITY-RULE
007780     MOVE 'N'            TO WS-CONFLICT-SW
007790     MOVE 'N'            TO WS-ANY-MATCH-SW
007800     PERFORM 2420-TEST-ONE-RULE
007810         VARYING WS-RULE-IX FROM 1 BY 1
007820         UNTIL WS-RULE-IX > WS-RULE-CNT
007830     EVALUATE TRUE
007840         WHEN NOT WS-ANY-MATCH
007850             CONTINUE
007860         WHEN WS-CONFLICT
007870             ADD 1 TO WS-CUSTOMERS-MATCHED
007880             ADD 1 TO WS-CONFLICTS
007890             PERFORM 2440-LIST-CONFLICT
007900         WHEN WS-NEW-CITY = CM-CITY
007910              AND WS-NEW-POSTAL = CM-POSTAL-CODE
007920             ADD 1 TO WS-CUSTOMERS-MATCHED
007930             ADD 1 TO WS-ALREADY-CORRECT
007940         WHEN OTHER
007950             ADD 1 TO WS-CUSTOMERS-MATCHED
007960             PERFORM 2430-WRITE-CHANGE
007970     END-EVALUATE.
007980
007990*----------------------------------------------------------------
008000*    2420-TEST-ONE-RULE
008010*    A RULE MATCHES WHEN ITS POSTAL RANGE (IF ANY) HOLDS THE
008020*    CUSTOMER'S POSTAL CODE AND ITS CITY (IF ANY) IS THE
008030*    CUSTOMER'S CITY.  THE FIRST MATCHING RULE FOR A FIELD
008040*    SETS IT; A LATER ONE WANTING A DIFFERENT VALUE IS A
008050*    CONFLICT.
008060*----------------------------------------------------------------
008070 2420-TEST-ONE-RULE.
008080     SET WS-MATCHED TO TRUE
008090     IF WS-RUL-LOW (WS-RULE-IX) NOT = SPACES
008100         IF CM-POSTAL-CODE < WS-RUL-LOW (WS-RULE-IX)
008110            OR CM-POSTAL-CODE > WS-RUL-HIGH (WS-RULE-IX)
008120             MOVE 'N' TO WS-MATCH-SW
008130         END-IF
008140     END-IF
008150     IF WS-RUL-CITY (WS-RULE-IX) NOT = SPACES
008160         IF WS-CUST-CITY-UC NOT = WS-RUL-CITY (WS-RULE-IX)
008170             MOVE 'N' TO WS-MATCH-SW
008180         END-IF
008190     END-IF
008200     IF WS-MATCHED
008210         SET WS-ANY-MATCH TO TRUE
008220         ADD 1 TO WS-RUL-MATCHED (WS-RULE-IX)
008230         IF WS-RUL-POSTAL (WS-RULE-IX)
008240             EVALUATE TRUE
008250                 WHEN WS-POSTAL-RULE = ZERO
008260                     MOVE WS-RULE-IX TO WS-POSTAL-RULE
008270                     MOVE WS-RUL-NEW (WS-RULE-IX) (1:10)
008280                         TO WS-NEW-POSTAL
008290                 WHEN WS-RUL-NEW (WS-RULE-IX) (1:10)
008300                      NOT = WS-NEW-POSTAL
008310                     PERFORM 2425-NOTE-CONFLICT
008320                 WHEN OTHER
008330                     CONTINUE
008340             END-EVALUATE
008350         ELSE
008360             EVALUATE TRUE
008370                 WHEN WS-CITY-RULE = ZERO
008380                     MOVE WS-RULE-IX TO WS-CITY-RULE
008390                     MOVE WS-RUL-NEW (WS-RULE-IX) TO WS-NEW-CITY
008400                 WHEN WS-RUL-NEW (WS-RULE-IX) NOT = WS-NEW-CITY
008410                     PERFORM 2425-NOTE-CONFLICT
008420                 WHEN OTHER
008430                     CONTINUE
008440             END-EVALUATE
008450         END-IF
008460     END-IF.
008470
008480 2425-NOTE-CONFLICT.
008490     IF NOT WS-CONFLICT
008500         SET WS-CONFLICT TO TRUE
008510         IF WS-RUL-POSTAL (WS-RULE-IX)
008520             MOVE WS-POSTAL-RULE TO WS-CONFLICT-RULE-1
008530         ELSE
008540             MOVE WS-CITY-RULE   TO WS-CONFLICT-RULE-1
008550         END-IF
008560         MOVE WS-RULE-IX TO WS-CONFLICT-RULE-2
008570         ADD 1 TO WS-RUL-CONFLICTS (WS-CONFLICT-RULE-1)
008580         ADD 1 TO WS-RUL-CONFLICTS (WS-CONFLICT-RULE-2)
008590     END-IF.
008600
008610 2430-WRITE-CHANGE.
008620     MOVE SPACES          TO REZONE-CHANGE-RECORD
008630     MOVE 'CHG'           TO RZC-TYPE
008640     MOVE CM-CUSTOMER-ID  TO RZC-CUSTOMER-ID
008650     MOVE WS-POSTAL-RULE  TO RZC-POSTAL-RULE
008660     MOVE WS-CITY-RULE    TO RZC-CITY-RULE
008670     MOVE CM-CITY         TO RZC-OLD-CITY
008680     MOVE CM-POSTAL-CODE  TO RZC-OLD-POSTAL
008690     MOVE WS-NEW-CITY     TO RZC-NEW-CITY
008700     MOVE WS-NEW-POSTAL   TO RZC-NEW-POSTAL
008710     WRITE REZONE-CHANGE-RECORD
008720     ADD 1 TO WS-CHANGES-WRITTEN
008730     ADD CM-CUSTOMER-ID TO WS-ID-HASH
008740     IF WS-NEW-POSTAL NOT = CM-POSTAL-CODE
008750         ADD 1 TO WS-POSTAL-CHANGES
008760         ADD 1 TO WS-RUL-CHANGED (WS-POSTAL-RULE)
008770     END-IF
008780     IF WS-NEW-CITY NOT = CM-CITY
008790         ADD 1 TO WS-CITY-CHANGES
008800         ADD 1 TO WS-RUL-CHANGED (WS-CITY-RULE)
008810     END-IF
008820
008830     IF WS-POSTAL-RULE = ZERO
008840         MOVE '---'          TO WS-RULES-POSTAL
008850     ELSE
008860         MOVE WS-POSTAL-RULE TO WS-RULES-POSTAL
008870     END-IF
008880     IF WS-CITY-RULE = ZERO
008890         MOVE '---'          TO WS-RULES-CITY
008900     ELSE
008910         MOVE WS-CITY-RULE   TO WS-RULES-CITY
008920     END-IF
008930     ADD 1 TO WS-SECTION-LINES
008940     MOVE SPACES TO REPORT-RECORD
008950     STRING CM-CUSTOMER-ID "  " WS-RULES-TEXT "  "
008960            CM-CITY " " CM-POSTAL-CODE " -> "
008970            WS-NEW-CITY " " WS-NEW-POSTAL
008980         DELIMITED BY SIZE
008990         INTO REPORT-RECORD
009000     END-STRING
009010     WRITE REPORT-RECORD.
009020
009030 2440-LIST-CONFLICT.
009040     MOVE WS-CONFLICT-RULE-1 TO WS-RULE-NO
009050     MOVE WS-CONFLICT-RULE-2 TO WS-RULE-NO-2
009060     ADD 1 TO WS-SECTION-LINES
009070     MOVE SPACES TO REPORT-RECORD
009080     STRING CM-CUSTOMER-ID "  ** CONFLICT: RULES " WS-RULE-NO
009090            " AND " WS-RULE-NO-2 " DISAGREE - NOT CHANGED **  "
009100            CM-CITY " " CM-POSTAL-CODE
009110         DELIMITED BY SIZE
009120         INTO REPORT-RECORD
009130     END-STRING
009140     WRITE REPORT-RECORD.
009150
009160*----------------------------------------------------------------
009170*    2500-WRITE-RULE-COUNTS
009180*    HOW MANY CUSTOMERS EACH RULE MATCHED AND CHANGED.  A RULE
009190*    THAT MATCHED NOBODY IS FLAGGED - USUALLY A TYPING ERROR.
009200*----------------------------------------------------------------
009210 2500-WRITE-RULE-COUNTS.
009220     MOVE "COUNTS BY RULE" TO WS-TEXT
009230     PERFORM 8100-WRITE-SECTION-HEADING
009240     MOVE "RULE    MATCHED  CHANGED  CONFLICTS" TO REPORT-RECORD
009250     WRITE REPORT-RECORD
009260     PERFORM 2510-WRITE-ONE-RULE-COUNT
009270         VARYING WS-RULE-IX FROM 1 BY 1
009280         UNTIL WS-RULE-IX > WS-RULE-CNT
009290     PERFORM 8200-END-SECTION.
009300
009310 2510-WRITE-ONE-RULE-COUNT.
009320     ADD 1 TO WS-SECTION-LINES
009330     MOVE WS-RULE-IX TO WS-RULE-NO
009340     MOVE WS-RUL-MATCHED (WS-RULE-IX) TO WS-CNT-DISPLAY
009350     MOVE WS-RUL-CHANGED (WS-RULE-IX) TO WS-CNT-DISPLAY-2
009360     MOVE SPACES TO REPORT-RECORD
009370     STRING WS-RULE-NO "     " WS-CNT-DISPLAY "  "
009380            WS-CNT-DISPLAY-2
009390         DELIMITED BY SIZE
009400         INTO REPORT-RECORD
009410     END-STRING
009420     MOVE WS-RUL-CONFLICTS (WS-RULE-IX) TO WS-CNT-DISPLAY
009430     MOVE WS-CNT-DISPLAY TO REPORT-RECORD (29:7)
009440     IF WS-RUL-MATCHED (WS-RULE-IX) = ZERO
009450         MOVE "  ** MATCHED NO CUSTOMER **"
009460             TO REPORT-RECORD (37:27)
009470     END-IF
009480     WRITE REPORT-RECORD.
009490
009500*----------------------------------------------------------------
009510*    2600-WRITE-REFDATA-PLAN
009520*    THE REFDATA.DAT POSTAL RULES THE COMMIT WILL ADD OR
009530*    RETIRE, AND THOSE PARTLY RE-ZONED THAT NEED A HUMAN.
009540*----------------------------------------------------------------
009550 2600-WRITE-REFDATA-PLAN.
009560     MOVE "REFDATA.DAT POSTAL RULES TO KEEP IN STEP" TO WS-TEXT
009570     PERFORM 8100-WRITE-SECTION-HEADING
009580     EVALUATE TRUE
009590         WHEN NOT WS-REFDATA-PRESENT
009600             MOVE "    NO REFDATA.DAT - NO POSTAL EDIT TO KEEP "
009610                 TO REPORT-RECORD
009620             MOVE "IN STEP" TO REPORT-RECORD (45:7)
009630             WRITE REPORT-RECORD
009640             ADD 1 TO WS-SECTION-LINES
009650         WHEN WS-RFD-CNT = ZERO
009660             MOVE "    NO POSTAL RULES ON REFDATA.DAT - THE EDIT "
009670                 TO REPORT-RECORD
009680             MOVE "IS OFF, NOTHING ADDED" TO REPORT-RECORD (47:21)
009690             WRITE REPORT-RECORD
009700             ADD 1 TO WS-SECTION-LINES
009710         WHEN OTHER
009720             PERFORM 2610-WRITE-ONE-REF-CHANGE
009730                 VARYING WS-RFC-IX FROM 1 BY 1
009740                 UNTIL WS-RFC-IX > WS-RFC-CNT
009750             PERFORM 2620-LIST-PARTLY-REZONED
009760                 VARYING WS-RULE-IX FROM 1 BY 1
009770                 UNTIL WS-RULE-IX > WS-RULE-CNT
009780     END-EVALUATE
009790     PERFORM 8200-END-SECTION.
009800
009810 2610-WRITE-ONE-REF-CHANGE.
009820     ADD 1 TO WS-SECTION-LINES
009830     MOVE WS-RFC-RULE (WS-RFC-IX) TO WS-RULE-NO
009840     MOVE SPACES TO REPORT-RECORD
009850     STRING WS-RFC-ACTION (WS-RFC-IX) "  POSTAL "
009860            WS-RFC-LOW (WS-RFC-IX) " "
009870            WS-RFC-HIGH (WS-RFC-IX) "  FOR RULE " WS-RULE-NO
009880         DELIMITED BY SIZE
009890         INTO REPORT-RECORD
009900     END-STRING
009910     WRITE REPORT-RECORD.
009920
009930 2620-LIST-PARTLY-REZONED.
009940     IF WS-RUL-POSTAL (WS-RULE-IX)
009950         PERFORM 2621-CHECK-PARTLY-REZONED
009960             VARYING WS-RFD-IX FROM 1 BY 1
009970             UNTIL WS-RFD-IX > WS-RFD-CNT
009980     END-IF.
009990
010000*    A REFDATA RULE OVERLAPPING THE RE-ZONED RANGE THAT IS NOT
010010*    BEING RETIRED: EITHER IT REACHES OUTSIDE THE RANGE, OR
010020*    THE RE-ZONE IS FOR ONE CITY ONLY.
010030 2621-CHECK-PARTLY-REZONED.
010040     IF NOT WS-RFD-RETIRED (WS-RFD-IX)
010050        AND WS-RFD-LOW (WS-RFD-IX) <= WS-RUL-HIGH (WS-RULE-IX)
010060        AND WS-RFD-HIGH (WS-RFD-IX) >= WS-RUL-LOW (WS-RULE-IX)
010070         ADD 1 TO WS-SECTION-LINES
010080         ADD 1 TO WS-REVIEW-CNT
010090         MOVE WS-RULE-IX TO WS-RULE-NO
010100         MOVE SPACES TO REPORT-RECORD
010110         STRING "REVIEW  POSTAL " WS-RFD-LOW (WS-RFD-IX) " "
010120                WS-RFD-HIGH-FILED (WS-RFD-IX)
010130                "  PARTLY RE-ZONED BY RULE " WS-RULE-NO
010140                " - LEFT IN PLACE"
010150             DELIMITED BY SIZE
010160             INTO REPORT-RECORD
010170         END-STRING
010180         WRITE REPORT-RECORD
010190     END-IF.
010200
010210*----------------------------------------------------------------
010220*    2900-CHECK-PREVIEW-BALANCE
010230*    EVERY CUSTOMER READ IS ERASED, UNMATCHED, ALREADY
010240*    CORRECT, IN CONFLICT OR CHANGED, AND EVERY CHANGE
010250*    CHANGES A POSTAL CODE, A CITY OR BOTH.
010260*----------------------------------------------------------------
010270 2900-CHECK-PREVIEW-BALANCE.
010280     IF WS-ALREADY-CORRECT + WS-CONFLICTS + WS-CHANGES-WRITTEN
010290            NOT = WS-CUSTOMERS-MATCHED
010300        OR WS-CUSTOMERS-MATCHED + WS-ERASED-SKIPPED
010310            > WS-CUSTOMERS-READ
010320        OR WS-POSTAL-CHANGES > WS-CHANGES-WRITTEN
010330        OR WS-CITY-CHANGES > WS-CHANGES-WRITTEN
010340        OR WS-POSTAL-CHANGES + WS-CITY-CHANGES
010350            < WS-CHANGES-WRITTEN
010360         SET WS-OUT-OF-BALANCE TO TRUE
010370         DISPLAY "*** CMREZONE: CONTROL TOTALS DO NOT BALANCE - "
010380                 "NO TRL WRITTEN, COMMIT WILL REFUSE IT ***"
010390     END-IF.
010400
010410*----------------------------------------------------------------
010420*    5000-COMMIT
010430*    PROVES THE CHANGE FILE WHOLE BEFORE TOUCHING ANYTHING,
010440*    THEN TAKES THE WRITE CLAIM, APPLIES THE CHANGES AND KEEPS
010450*    REFDATA.DAT IN STEP.
010460*----------------------------------------------------------------
010470 5000-COMMIT.
010480     PERFORM 5100-VERIFY-CHANGE-FILE
010490     IF NOT WS-HARD-FAIL
010500         PERFORM 9600-CLAIM-MASTER-LOCK
010510         IF WS-LOCK-REFUSED
010520             SET WS-HARD-FAIL TO TRUE
010530         END-IF
010540     END-IF
010550     IF NOT WS-HARD-FAIL
010560         OPEN I-O CUSTOMER-MASTER-FILE
010570         IF WS-CM-FILE-STATUS NOT = "00"
010580             DISPLAY "CMREZONE: CANNOT OPEN CUSTOMER MASTER - "
010590                     "STATUS " WS-CM-FILE-STATUS
010600             SET WS-HARD-FAIL TO TRUE
010610         END-IF
010620     END-IF
010630     IF NOT WS-HARD-FAIL
010640         OPEN EXTEND JOURNAL-FILE
010650         IF WS-JRN-FILE-STATUS NOT = "00"
010660             OPEN OUTPUT JOURNAL-FILE
010670         END-IF
010680         MOVE "CUSTOMERS NOT CHANGED" TO WS-TEXT
010690         PERFORM 8100-WRITE-SECTION-HEADING
010700         MOVE 'N' TO WS-CHG-EOF
010710         OPEN INPUT CHANGE-FILE
010720         PERFORM 5300-APPLY-ONE-RECORD UNTIL WS-CHG-EOF-YES
010730         CLOSE CHANGE-FILE
010740         MOVE SPACES TO REPORT-RECORD
010750         IF WS-SECTION-LINES = ZERO
010760             MOVE "    NONE - EVERY PREVIEWED CHANGE IS ON THE "
010770                 TO REPORT-RECORD
010780             MOVE "MASTER" TO REPORT-RECORD (45:6)
010790             WRITE REPORT-RECORD
010800         END-IF
010810         CLOSE CUSTOMER-MASTER-FILE
010820         CLOSE JOURNAL-FILE
010830         IF WS-REFS-ON-FILE > ZERO
010840             PERFORM 5500-UPDATE-REFDATA
010850         END-IF
010860         PERFORM 5900-CHECK-COMMIT-BALANCE
010870         IF WS-STALE + WS-NOT-ON-MASTER + WS-REF-NOT-FOUND
010880             > ZERO
010890             SET WS-WARNING TO TRUE
010900         END-IF
010910     END-IF.
010920
010930*----------------------------------------------------------------
010940*    5100-VERIFY-CHANGE-FILE
010950*    THE CHANGE FILE MUST BE THE PREVIEW OF THIS RULE DSN,
010960*    WHOLE: HDR FIRST, TRL LAST, AND THE TRAILER'S COUNTS AND
010970*    HASH TOTAL MATCHING WHAT IS BETWEEN THEM.  THE REFDATA
010980*    CHANGES ARE TABLED ON THE WAY THROUGH.
010990*----------------------------------------------------------------
011000 5100-VERIFY-CHANGE-FILE.
011010     OPEN INPUT CHANGE-FILE
011020     IF WS-CHG-FILE-STATUS NOT = "00"
011030         DISPLAY "CMREZONE: CANNOT OPEN " WS-CHANGE-DSN
011040                 " - RUN THE PREVIEW FIRST"
011050         SET WS-HARD-FAIL TO TRUE
011060     ELSE
011070         MOVE 'N' TO WS-CHG-EOF
011080         PERFORM 5110-VERIFY-ONE-RECORD UNTIL WS-CHG-EOF-YES
011090         CLOSE CHANGE-FILE
011100         EVALUATE TRUE
011110             WHEN NOT WS-HEADER-SEEN
011120                 DISPLAY "CMREZONE: " WS-CHANGE-DSN
011130                         " HAS NO HDR FOR " WS-RULE-DSN
011140                 SET WS-HARD-FAIL TO TRUE
011150             WHEN NOT WS-TRAILER-SEEN
011160                 DISPLAY "CMREZONE: NO TRL TRAILER ON "
011170                         WS-CHANGE-DSN " - PREVIEW INCOMPLETE"
011180                 SET WS-HARD-FAIL TO TRUE
011190             WHEN WS-CHANGES-ON-FILE NOT = WS-TRL-CHANGE-COUNT
011200               OR WS-REFS-ON-FILE NOT = WS-TRL-REF-COUNT
011210               OR WS-HASH-ON-FILE NOT = WS-TRL-ID-HASH
011220                 DISPLAY "CMREZONE: " WS-CHANGE-DSN
011230                         " FAILS ITS TRAILER CHECK"
011240                 SET WS-HARD-FAIL TO TRUE
011250             WHEN OTHER
011260                 MOVE SPACES TO REPORT-RECORD
011270                 STRING "APPLYING THE PREVIEW OF "
011280                        WS-PREVIEW-DATE ": " WS-CHANGE-DSN
011290                     DELIMITED BY SIZE
011300                     INTO REPORT-RECORD
011310                 END-STRING
011320                 WRITE REPORT-RECORD
011330         END-EVALUATE
011340         IF WS-HARD-FAIL
011350             DISPLAY "CMREZONE: NOTHING APPLIED - RUN THE "
011360                     "PREVIEW AGAIN"
011370         END-IF
011380     END-IF.
011390
011400 5110-VERIFY-ONE-RECORD.
011410     READ CHANGE-FILE
011420         AT END
011430             MOVE 'Y' TO WS-CHG-EOF
011440         NOT AT END
011450             EVALUATE TRUE
011460                 WHEN WS-TRAILER-SEEN
011470                     MOVE 'N' TO WS-TRAILER-SW
011480                     MOVE 'Y' TO WS-CHG-EOF
011490                 WHEN RZC-HEADER
011500                     IF NOT WS-HEADER-SEEN
011510                        AND RZC-RULE-DSN = WS-RULE-DSN
011520                         SET WS-HEADER-SEEN TO TRUE
011530                         MOVE RZC-PREVIEW-DATE
011540                             TO WS-PREVIEW-DATE
011550                     ELSE
011560                         MOVE 'Y' TO WS-CHG-EOF
011570                     END-IF
011580                 WHEN NOT WS-HEADER-SEEN
011590                     MOVE 'Y' TO WS-CHG-EOF
011600                 WHEN RZC-REFDATA
011610                     ADD 1 TO WS-REFS-ON-FILE
011620                     IF WS-RFC-CNT < WS-RFC-MAX
011630                         ADD 1 TO WS-RFC-CNT
011640                         MOVE RZC-REF-ACTION
011650                             TO WS-RFC-ACTION (WS-RFC-CNT)
011660                         MOVE RZC-REF-LOW
011670                             TO WS-RFC-LOW (WS-RFC-CNT)
011680                         MOVE RZC-REF-HIGH
011690                             TO WS-RFC-HIGH (WS-RFC-CNT)
011700                         MOVE RZC-REF-RULE
011710                             TO WS-RFC-RULE (WS-RFC-CNT)
011720                     END-IF
011730                 WHEN RZC-CHANGE
011740                     ADD 1 TO WS-CHANGES-ON-FILE
011750                     ADD RZC-CUSTOMER-ID TO WS-HASH-ON-FILE
011760                 WHEN RZC-TRAILER
011770                     SET WS-TRAILER-SEEN TO TRUE
011780                     MOVE RZC-CHANGE-COUNT TO WS-TRL-CHANGE-COUNT
011790                     MOVE RZC-REF-COUNT    TO WS-TRL-REF-COUNT
011800                     MOVE RZC-ID-HASH      TO WS-TRL-ID-HASH
011810                 WHEN OTHER
011820                     MOVE 'Y' TO WS-CHG-EOF
011830             END-EVALUATE
011840     END-READ.
011850
011860*----------------------------------------------------------------
011870*    5300-APPLY-ONE-RECORD
011880*    A CHANGE IS APPLIED ONLY TO A CUSTOMER STILL AS THE
011890*    PREVIEW SAW IT.
011900*----------------------------------------------------------------
011910 5300-APPLY-ONE-RECORD.
011920     READ CHANGE-FILE
011930         AT END
011940             MOVE 'Y' TO WS-CHG-EOF
011950         NOT AT END
011960             IF RZC-CHANGE
011970                 PERFORM 5310-APPLY-ONE-CHANGE
011980             END-IF
011990     END-READ.
012000
012010 5310-APPLY-ONE-CHANGE.
012020     MOVE RZC-CUSTOMER-ID TO CM-CUSTOMER-ID
012030     READ CUSTOMER-MASTER-FILE
012040         INVALID KEY
012050             ADD 1 TO WS-NOT-ON-MASTER
012060             MOVE "NO LONGER ON THE MASTER" TO WS-EXCEPTION-TEXT
012070             PERFORM 5400-LIST-EXCEPTION
012080         NOT INVALID KEY
012090             EVALUATE TRUE
012100                 WHEN CM-ERASE-DATE NOT = SPACES
012110                     ADD 1 TO WS-STALE
012120                     MOVE "ERASED SINCE THE PREVIEW"
012130                         TO WS-EXCEPTION-TEXT
012140                     PERFORM 5400-LIST-EXCEPTION
012150                 WHEN CM-CITY = RZC-NEW-CITY
012160                      AND CM-POSTAL-CODE = RZC-NEW-POSTAL
012170                     ADD 1 TO WS-ALREADY-APPLIED
012180                 WHEN CM-CITY = RZC-OLD-CITY
012190                      AND CM-POSTAL-CODE = RZC-OLD-POSTAL
012200                     PERFORM 5320-REWRITE-CUSTOMER
012210                 WHEN OTHER
012220                     ADD 1 TO WS-STALE
012230                     MOVE "ADDRESS CHANGED SINCE THE PREVIEW"
012240                         TO WS-EXCEPTION-TEXT
012250                     PERFORM 5400-LIST-EXCEPTION
012260             END-EVALUATE
012270     END-READ.
012280
012290 5320-REWRITE-CUSTOMER.
012300     MOVE CUSTOMER-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
012310     MOVE RZC-NEW-CITY           TO CM-CITY
012320     MOVE RZC-NEW-POSTAL         TO CM-POSTAL-CODE
012330     MOVE WS-RUN-DATE            TO CM-LAST-CHANGE-DATE
012340     MOVE WS-REZONE-SOURCE       TO CM-SOURCE-PROVIDER
012350     MOVE WS-REZONE-SOURCE       TO CM-ADDRESS-SOURCE
012360     REWRITE CUSTOMER-MASTER-RECORD
012370         INVALID KEY
012380             ADD 1 TO WS-MASTER-ERRORS
012390             DISPLAY "*** CMREZONE: REWRITE FAILED FOR ID "
012400                     CM-CUSTOMER-ID " - STATUS "
012410                     WS-CM-FILE-STATUS " ***"
012420             MOVE "REWRITE FAILED" TO WS-EXCEPTION-TEXT
012430             PERFORM 5400-LIST-EXCEPTION
012440         NOT INVALID KEY
012450             ADD 1 TO WS-APPLIED
012460             PERFORM 9500-WRITE-JOURNAL
012470     END-REWRITE.
012480
012490 5400-LIST-EXCEPTION.
012500     ADD 1 TO WS-EXCEPTIONS
012510     ADD 1 TO WS-SECTION-LINES
012520     MOVE SPACES TO REPORT-RECORD
012530     STRING RZC-CUSTOMER-ID "  " WS-EXCEPTION-TEXT " "
012540            RZC-OLD-CITY " " RZC-OLD-POSTAL " -> "
012550            RZC-NEW-CITY " " RZC-NEW-POSTAL
012560         DELIMITED BY SIZE
012570         INTO REPORT-RECORD
012580     END-STRING
012590     WRITE REPORT-RECORD.
012600
012610*----------------------------------------------------------------
012620*    5500-UPDATE-REFDATA
012630*    SAVES REFDATA.DAT AS IT STANDS, BUILDS THE NEW ONE -
012640*    RETIRED RULES TURNED INTO COMMENTS, NEW CODES APPENDED
012650*    UNLESS A RULE ALREADY COVERS THEM - AND COPIES IT BACK.
012660*    WITH NO SAVED COPY TO RESTORE FROM, REFDATA.DAT IS NOT
012670*    TOUCHED.
012680*----------------------------------------------------------------
012690 5500-UPDATE-REFDATA.
012700     MOVE "REFDATA.DAT CHANGES" TO WS-TEXT
012710     PERFORM 8100-WRITE-SECTION-HEADING
012720     OPEN INPUT REFERENCE-FILE
012730     IF WS-REF-FILE-STATUS NOT = "00"
012740         DISPLAY "CMREZONE: CANNOT OPEN REFDATA.DAT - STATUS "
012750                 WS-REF-FILE-STATUS " - NOT KEPT IN STEP"
012760         COMPUTE WS-REF-NOT-FOUND = WS-REFS-ON-FILE
012770         MOVE "    REFDATA.DAT WOULD NOT OPEN - NOT CHANGED"
012780             TO REPORT-RECORD
012790         WRITE REPORT-RECORD
012800     ELSE
012810         PERFORM 5505-OPEN-REFDATA-SAVE
012820     END-IF
012830     IF WS-REFSAVE-FAILED
012840         CLOSE REFERENCE-FILE
012850         DISPLAY "CMREZONE: CANNOT SAVE REFDATA.DAT TO "
012860                 WS-REFSAVE-DSN
012870         DISPLAY "          STATUS " WS-SRF-FILE-STATUS
012880                 " - NOT KEPT IN STEP"
012890         COMPUTE WS-REF-NOT-FOUND = WS-REFS-ON-FILE
012900         MOVE "    REFDATA.DAT COULD NOT BE SAVED - NOT CHANGED"
012910             TO REPORT-RECORD
012920         WRITE REPORT-RECORD
012930     END-IF
012940     IF WS-REFSAVE-WRITING OR WS-REFSAVE-KEPT
012950         OPEN OUTPUT NEW-REFERENCE-FILE
012960         MOVE 'N' TO WS-REF-EOF
012970         PERFORM 5510-COPY-ONE-REFDATA-LINE UNTIL WS-REF-EOF-YES
012980         CLOSE REFERENCE-FILE
012990         IF WS-REFSAVE-WRITING
013000             CLOSE SAVED-REFERENCE-FILE
013010         END-IF
013020         MOVE 'N' TO WS-ADD-COMMENT-SW
013030         PERFORM 5520-ADD-ONE-POSTAL-RULE
013040             VARYING WS-RFC-IX FROM 1 BY 1
013050             UNTIL WS-RFC-IX > WS-RFC-CNT
013060         PERFORM 5530-CHECK-RETIRED
013070             VARYING WS-RFC-IX FROM 1 BY 1
013080             UNTIL WS-RFC-IX > WS-RFC-CNT
013090         CLOSE NEW-REFERENCE-FILE
013100         PERFORM 5600-REPLACE-REFDATA
013110         MOVE SPACES TO REPORT-RECORD
013120         IF WS-REFSAVE-WRITING
013130             STRING "REFDATA.DAT AS IT STOOD SAVED TO "
013140                    WS-REFSAVE-DSN
013150                 DELIMITED BY SIZE
013160                 INTO REPORT-RECORD
013170             END-STRING
013180         ELSE
013190             STRING "REFDATA.DAT AS IT STOOD BEFORE THE FIRST "
013200                    "COMMIT KEPT IN " WS-REFSAVE-DSN
013210                 DELIMITED BY SIZE
013220                 INTO REPORT-RECORD
013230             END-STRING
013240         END-IF
013250         WRITE REPORT-RECORD
013260     END-IF.
013270
013280*----------------------------------------------------------------
013290*    5505-OPEN-REFDATA-SAVE
013300*    THE FIRST COMMIT SAVES REFDATA.DAT BEFORE CHANGING IT.
013310*    A RERUN FINDS THAT COPY AND KEEPS IT - REFDATA.DAT BY
013320*    THEN CARRIES THE FIRST COMMIT'S CHANGES, AND SAVING IT
013330*    AGAIN WOULD LOSE THE ONLY COPY A BACKOUT CAN RESTORE.
013340*----------------------------------------------------------------
013350 5505-OPEN-REFDATA-SAVE.
013360     OPEN INPUT SAVED-REFERENCE-FILE
013370     IF WS-SRF-FILE-STATUS = "35"
013380         OPEN OUTPUT SAVED-REFERENCE-FILE
013390         IF WS-SRF-FILE-STATUS = "00"
013400             SET WS-REFSAVE-WRITING TO TRUE
013410         ELSE
013420             SET WS-REFSAVE-FAILED TO TRUE
013430         END-IF
013440     ELSE
013450         IF WS-SRF-FILE-STATUS = "00"
013460             CLOSE SAVED-REFERENCE-FILE
013470             SET WS-REFSAVE-KEPT TO TRUE
013480         ELSE
013490             SET WS-REFSAVE-FAILED TO TRUE
013500         END-IF
013510     END-IF.
013520
013530 5510-COPY-ONE-REFDATA-LINE.
013540     READ REFERENCE-FILE
013550         AT END
013560             MOVE 'Y' TO WS-REF-EOF
013570         NOT AT END
013580             ADD 1 TO WS-REF-LINES-READ
013590             IF WS-REFSAVE-WRITING
013600                 MOVE REFERENCE-LINE TO SAVED-REFERENCE-LINE
013610                 WRITE SAVED-REFERENCE-LINE
013620             END-IF
013630             MOVE 'N' TO WS-MATCH-SW
013640             IF REF-TYPE-POSTAL
013650                 PERFORM 5511-MATCH-RETIREMENT
013660                     VARYING WS-RFC-IX FROM 1 BY 1
013670                     UNTIL WS-RFC-IX > WS-RFC-CNT OR WS-MATCHED
013680             END-IF
013690             IF WS-MATCHED
013700                 MOVE SPACES TO NEW-REFERENCE-LINE
013710                 STRING "*RETIRED " WS-RUN-DATE " BY CMREZONE "
013720                        DELIMITED BY SIZE
013730                        WS-RULE-DSN DELIMITED BY SPACE
013740                        ": " REFERENCE-RECORD
013750                                     DELIMITED BY SIZE
013760                     INTO NEW-REFERENCE-LINE
013770                 END-STRING
013780                 ADD 1 TO WS-REF-RETIRED
013790                 MOVE SPACES TO REPORT-RECORD
013800                 STRING "RETIRED POSTAL " REF-LOW-VALUE " "
013810                        REF-HIGH-VALUE
013820                     DELIMITED BY SIZE
013830                     INTO REPORT-RECORD
013840                 END-STRING
013850                 WRITE REPORT-RECORD
013860                 ADD 1 TO WS-SECTION-LINES
013870             ELSE
013880                 MOVE REFERENCE-LINE TO NEW-REFERENCE-LINE
013890                 IF REF-TYPE-POSTAL
013900                     PERFORM 2220-TABLE-REFDATA-RULE
013910                 END-IF
013920             END-IF
013930             WRITE NEW-REFERENCE-LINE
013940             ADD 1 TO WS-REF-LINES-WRITTEN
013950     END-READ.
013960
013970 5511-MATCH-RETIREMENT.
013980     IF WS-RFC-RETIRE (WS-RFC-IX)
013990        AND NOT WS-RFC-DONE (WS-RFC-IX)
014000        AND WS-RFC-LOW (WS-RFC-IX) = REF-LOW-VALUE
014010        AND WS-RFC-HIGH (WS-RFC-IX) = REF-HIGH-VALUE
014020         SET WS-MATCHED TO TRUE
014030         SET WS-RFC-DONE (WS-RFC-IX) TO TRUE
014040     END-IF.
014050
014060*    THE REFDATA RULES STILL IN FORCE WERE TABLED AS THEY
014070*    WERE COPIED, SO A CODE COVERED SINCE THE PREVIEW IS NOT
014080*    ADDED TWICE.
014090 5520-ADD-ONE-POSTAL-RULE.
014100     IF WS-RFC-ADD (WS-RFC-IX)
014110         MOVE WS-RFC-LOW (WS-RFC-IX) TO WS-CHECK-POSTAL
014120         MOVE 'N' TO WS-COVERED-SW
014130         PERFORM 2321-CHECK-COVERED
014140             VARYING WS-RFD-IX FROM 1 BY 1
014150             UNTIL WS-RFD-IX > WS-RFD-CNT OR WS-COVERED
014160         IF WS-COVERED
014170             ADD 1 TO WS-REF-ADD-COVERED
014180         ELSE
014190             IF NOT WS-ADD-COMMENT-WRITTEN
014200                 MOVE SPACES TO NEW-REFERENCE-LINE
014210                 STRING "* ADDED " WS-RUN-DATE " BY CMREZONE "
014220                        DELIMITED BY SIZE
014230                        WS-RULE-DSN DELIMITED BY SPACE
014240                     INTO NEW-REFERENCE-LINE
014250                 END-STRING
014260                 WRITE NEW-REFERENCE-LINE
014270                 ADD 1 TO WS-REF-LINES-WRITTEN
014280                 SET WS-ADD-COMMENT-WRITTEN TO TRUE
014290             END-IF
014300             MOVE SPACES TO REFERENCE-RECORD
014310             MOVE 'POSTAL'        TO REF-TYPE
014320             MOVE WS-CHECK-POSTAL TO REF-LOW-VALUE
014330             MOVE REFERENCE-RECORD TO NEW-REFERENCE-LINE
014340             WRITE NEW-REFERENCE-LINE
014350             ADD 1 TO WS-REF-LINES-WRITTEN
014360             ADD 1 TO WS-REF-ADDED
014370             PERFORM 2220-TABLE-REFDATA-RULE
014380             MOVE SPACES TO REPORT-RECORD
014390             STRING "ADDED   POSTAL " WS-CHECK-POSTAL
014400                 DELIMITED BY SIZE
014410                 INTO REPORT-RECORD
014420             END-STRING
014430             WRITE REPORT-RECORD
014440             ADD 1 TO WS-SECTION-LINES
014450         END-IF
014460     END-IF.
014470
014480 5530-CHECK-RETIRED.
014490     IF WS-RFC-RETIRE (WS-RFC-IX)
014500        AND NOT WS-RFC-DONE (WS-RFC-IX)
014510         ADD 1 TO WS-REF-NOT-FOUND
014520         MOVE SPACES TO REPORT-RECORD
014530         STRING "NOT FOUND - POSTAL " WS-RFC-LOW (WS-RFC-IX) " "
014540                WS-RFC-HIGH (WS-RFC-IX)
014550                " NO LONGER ON REFDATA.DAT, NOT RETIRED"
014560             DELIMITED BY SIZE
014570             INTO REPORT-RECORD
014580         END-STRING
014590         WRITE REPORT-RECORD
014600         ADD 1 TO WS-SECTION-LINES
014610     END-IF.
014620
014630*----------------------------------------------------------------
014640*    5600-REPLACE-REFDATA
014650*    COPIES THE NEW REFERENCE FILE OVER REFDATA.DAT.
014660*----------------------------------------------------------------
014670 5600-REPLACE-REFDATA.
014680     MOVE 'N' TO WS-NRF-EOF
014690     OPEN INPUT NEW-REFERENCE-FILE
014700     IF WS-NRF-FILE-STATUS NOT = "00"
014710         DISPLAY "*** CMREZONE: REOPEN OF CMREZREF.TMP FAILED - "
014720                 "REFDATA.DAT NOT CHANGED ***"
014730         SET WS-OUT-OF-BALANCE TO TRUE
014740     ELSE
014750         OPEN OUTPUT REFERENCE-FILE
014760         IF WS-REF-FILE-STATUS NOT = "00"
014770             DISPLAY "*** CMREZONE: CANNOT REWRITE REFDATA.DAT - "
014780                     "STATUS " WS-REF-FILE-STATUS " ***"
014790             SET WS-OUT-OF-BALANCE TO TRUE
014800         ELSE
014810             PERFORM 5610-COPY-ONE-NEW-LINE UNTIL WS-NRF-EOF-YES
014820             CLOSE REFERENCE-FILE
014830             IF WS-REF-LINES-COPIED NOT = WS-REF-LINES-WRITTEN
014840                 DISPLAY "*** CMREZONE: REFDATA.DAT REWRITE "
014850                         "INCOMPLETE - RESTORE IT FROM "
014860                         WS-REFSAVE-DSN " ***"
014870                 SET WS-OUT-OF-BALANCE TO TRUE
014880             END-IF
014890         END-IF
014900         CLOSE NEW-REFERENCE-FILE
014910     END-IF.
014920
014930 5610-COPY-ONE-NEW-LINE.
014940     READ NEW-REFERENCE-FILE
014950         AT END
014960             MOVE 'Y' TO WS-NRF-EOF
014970         NOT AT END
014980             MOVE NEW-REFERENCE-LINE TO REFERENCE-LINE
014990             WRITE REFERENCE-LINE
015000             ADD 1 TO WS-REF-LINES-COPIED
015010     END-READ.
015020
015030*----------------------------------------------------------------
015040*    5900-CHECK-COMMIT-BALANCE
015050*    EVERY CHANGE ON FILE IS APPLIED, ALREADY APPLIED, STALE,
015060*    GONE FROM THE MASTER OR A FAILED REWRITE; EVERY APPLY IS
015070*    JOURNALED; EVERY REFDATA CHANGE IS DONE, ALREADY COVERED
015080*    OR NOT FOUND.
015090*----------------------------------------------------------------
015100 5900-CHECK-COMMIT-BALANCE.
015110     IF WS-APPLIED + WS-ALREADY-APPLIED + WS-STALE
015120        + WS-NOT-ON-MASTER + WS-MASTER-ERRORS
015130            NOT = WS-CHANGES-ON-FILE
015140        OR WS-JOURNAL-WRITTEN NOT = WS-APPLIED
015150        OR WS-REF-ADDED + WS-REF-ADD-COVERED + WS-REF-RETIRED
015160        + WS-REF-NOT-FOUND NOT = WS-REFS-ON-FILE
015170         SET WS-OUT-OF-BALANCE TO TRUE
015180         DISPLAY "*** CMREZONE: CONTROL TOTALS DO NOT BALANCE "
015190                 "- SEE " WS-REPORT-DSN " ***"
015200     END-IF.
015210
015220*----------------------------------------------------------------
015230*    8100-WRITE-SECTION-HEADING / 8200-END-SECTION
015240*    WS-TEXT ARRIVES HOLDING THE SECTION TITLE.  A SECTION
015250*    WITH NOTHING IN IT SAYS SO.
015260*----------------------------------------------------------------
015270 8100-WRITE-SECTION-HEADING.
015280     MOVE SPACES TO REPORT-RECORD
015290     WRITE REPORT-RECORD
015300     MOVE WS-TEXT TO REPORT-RECORD
015310     WRITE REPORT-RECORD
015320     MOVE ALL '-' TO REPORT-RECORD (1:60)
015330     WRITE REPORT-RECORD
015340     MOVE ZERO TO WS-SECTION-LINES.
015350
015360 8200-END-SECTION.
015370     IF WS-SECTION-LINES = ZERO
015380         MOVE SPACES TO REPORT-RECORD
015390         MOVE "    NONE" TO REPORT-RECORD
015400         WRITE REPORT-RECORD
015410     END-IF.
015420
015430*----------------------------------------------------------------
015440*    9100-WRITE-CONTROL-TOTALS
015450*    CONTROL TOTALS FOR THE MODE RUN, TO THE REPORT AND THE
015460*    CONSOLE.
015470*----------------------------------------------------------------
015480 9100-WRITE-CONTROL-TOTALS.
015490     MOVE "CONTROL TOTALS" TO WS-TEXT
015500     PERFORM 8100-WRITE-SECTION-HEADING
015510
015520     IF WS-MODE-PREVIEW
015530         MOVE WS-RULE-CNT TO WS-CNT-DISPLAY
015540         MOVE "RULES LOADED...............: " TO WS-TEXT
015550         PERFORM 9110-WRITE-ONE-TOTAL
015560         MOVE WS-RULE-ERRORS TO WS-CNT-DISPLAY
015570         MOVE "RULES IN ERROR.............: " TO WS-TEXT
015580         PERFORM 9110-WRITE-ONE-TOTAL
015590         MOVE WS-CUSTOMERS-READ TO WS-CNT-DISPLAY
015600         MOVE "CUSTOMERS READ.............: " TO WS-TEXT
015610         PERFORM 9110-WRITE-ONE-TOTAL
015620         MOVE WS-ERASED-SKIPPED TO WS-CNT-DISPLAY
015630         MOVE "  ERASED - NOT TOUCHED.....: " TO WS-TEXT
015640         PERFORM 9110-WRITE-ONE-TOTAL
015650         MOVE WS-CUSTOMERS-MATCHED TO WS-CNT-DISPLAY
015660         MOVE "  MATCHED BY A RULE........: " TO WS-TEXT
015670         PERFORM 9110-WRITE-ONE-TOTAL
015680         MOVE WS-ALREADY-CORRECT TO WS-CNT-DISPLAY
015690         MOVE "    ALREADY CORRECT........: " TO WS-TEXT
015700         PERFORM 9110-WRITE-ONE-TOTAL
015710         MOVE WS-CONFLICTS TO WS-CNT-DISPLAY
015720         MOVE "    RULES IN CONFLICT......: " TO WS-TEXT
015730         PERFORM 9110-WRITE-ONE-TOTAL
015740         MOVE WS-CHANGES-WRITTEN TO WS-CNT-DISPLAY
015750         MOVE "    TO CHANGE..............: " TO WS-TEXT
015760         PERFORM 9110-WRITE-ONE-TOTAL
015770         MOVE WS-POSTAL-CHANGES TO WS-CNT-DISPLAY
015780         MOVE "      POSTAL CODE CHANGES..: " TO WS-TEXT
015790         PERFORM 9110-WRITE-ONE-TOTAL
015800         MOVE WS-CITY-CHANGES TO WS-CNT-DISPLAY
015810         MOVE "      CITY CHANGES.........: " TO WS-TEXT
015820         PERFORM 9110-WRITE-ONE-TOTAL
015830         MOVE WS-REF-RECORDS TO WS-CNT-DISPLAY
015840         MOVE "REFDATA CHANGES PLANNED....: " TO WS-TEXT
015850         PERFORM 9110-WRITE-ONE-TOTAL
015860         MOVE WS-REVIEW-CNT TO WS-CNT-DISPLAY
015870         MOVE "REFDATA RULES TO REVIEW....: " TO WS-TEXT
015880         PERFORM 9110-WRITE-ONE-TOTAL
015890     ELSE
015900         MOVE WS-CHANGES-ON-FILE TO WS-CNT-DISPLAY
015910         MOVE "CHANGES PREVIEWED..........: " TO WS-TEXT
015920         PERFORM 9110-WRITE-ONE-TOTAL
015930         MOVE WS-APPLIED TO WS-CNT-DISPLAY
015940         MOVE "  APPLIED..................: " TO WS-TEXT
015950         PERFORM 9110-WRITE-ONE-TOTAL
015960         MOVE WS-ALREADY-APPLIED TO WS-CNT-DISPLAY
015970         MOVE "  ALREADY APPLIED..........: " TO WS-TEXT
015980         PERFORM 9110-WRITE-ONE-TOTAL
015990         MOVE WS-STALE TO WS-CNT-DISPLAY
016000         MOVE "  CHANGED SINCE PREVIEW....: " TO WS-TEXT
016010         PERFORM 9110-WRITE-ONE-TOTAL
016020         MOVE WS-NOT-ON-MASTER TO WS-CNT-DISPLAY
016030         MOVE "  NOT ON THE MASTER........: " TO WS-TEXT
016040         PERFORM 9110-WRITE-ONE-TOTAL
016050         MOVE WS-MASTER-ERRORS TO WS-CNT-DISPLAY
016060         MOVE "  REWRITE FAILED...........: " TO WS-TEXT
016070         PERFORM 9110-WRITE-ONE-TOTAL
016080         MOVE WS-JOURNAL-WRITTEN TO WS-CNT-DISPLAY
016090         MOVE "JOURNAL RECORDS WRITTEN....: " TO WS-TEXT
016100         PERFORM 9110-WRITE-ONE-TOTAL
016110         MOVE WS-REFS-ON-FILE TO WS-CNT-DISPLAY
016120         MOVE "REFDATA CHANGES PREVIEWED..: " TO WS-TEXT
016130         PERFORM 9110-WRITE-ONE-TOTAL
016140         MOVE WS-REF-ADDED TO WS-CNT-DISPLAY
016150         MOVE "  POSTAL RULES ADDED.......: " TO WS-TEXT
016160         PERFORM 9110-WRITE-ONE-TOTAL
016170         MOVE WS-REF-ADD-COVERED TO WS-CNT-DISPLAY
016180         MOVE "  ALREADY COVERED..........: " TO WS-TEXT
016190         PERFORM 9110-WRITE-ONE-TOTAL
016200         MOVE WS-REF-RETIRED TO WS-CNT-DISPLAY
016210         MOVE "  POSTAL RULES RETIRED.....: " TO WS-TEXT
016220         PERFORM 9110-WRITE-ONE-TOTAL
016230         MOVE WS-REF-NOT-FOUND TO WS-CNT-DISPLAY
016240         MOVE "  NOT DONE.................: " TO WS-TEXT
016250         PERFORM 9110-WRITE-ONE-TOTAL
016260     END-IF
016270
016280     MOVE SPACES TO REPORT-RECORD
016290     EVALUATE TRUE
016300         WHEN WS-HARD-FAIL
016310             MOVE "*** RUN FAILED - SEE THE CONSOLE ***"
016320                 TO REPORT-RECORD
016330         WHEN WS-OUT-OF-BALANCE
016340             MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
016350                 TO REPORT-RECORD
016360         WHEN OTHER
016370             MOVE "CONTROL TOTALS IN BALANCE" TO REPORT-RECORD
016380     END-EVALUATE
016390     WRITE REPORT-RECORD
016400     CLOSE REPORT-FILE.
016410
016420*----------------------------------------------------------------
016430*    9110-WRITE-ONE-TOTAL
016440*    WS-TEXT HOLDS THE LABEL, WS-CNT-DISPLAY THE COUNT.
016450*----------------------------------------------------------------
016460 9110-WRITE-ONE-TOTAL.
016470     MOVE SPACES TO REPORT-RECORD
016480     STRING WS-TEXT (1:29) WS-CNT-DISPLAY
016490         DELIMITED BY SIZE
016500         INTO REPORT-RECORD
016510     END-STRING
016520     WRITE REPORT-RECORD
016530     DISPLAY "CMREZONE " WS-TEXT (1:29) WS-CNT-DISPLAY.
016540
016550*----------------------------------------------------------------
016560*    9300-SET-RETURN-CODE
016570*    0 CLEAN, 4 WARNING, 8 A REWRITE FAILED OR OUT OF
016580*    BALANCE, 12 HARD FAILURE.
016590*----------------------------------------------------------------
016600 9300-SET-RETURN-CODE.
016610     EVALUATE TRUE
016620         WHEN WS-HARD-FAIL
016630             MOVE 12 TO WS-RUN-RC
016640         WHEN WS-MASTER-ERRORS > ZERO
016650             MOVE 8 TO WS-RUN-RC
016660         WHEN WS-OUT-OF-BALANCE
016670             MOVE 8 TO WS-RUN-RC
016680         WHEN WS-WARNING
016690             MOVE 4 TO WS-RUN-RC
016700         WHEN OTHER
016710             MOVE ZERO TO WS-RUN-RC
016720     END-EVALUATE
016730     DISPLAY "CMREZONE RETURN CODE " WS-RUN-RC.
016740
016750*----------------------------------------------------------------
016760*    9500-WRITE-JOURNAL
016770*    APPENDS ONE CMJRNL.DAT RECORD FOR THE REWRITE JUST DONE,
016780*    STAMPED WITH THE RULE DSN AS ITS SOURCE - THE NAME
016790*    CMRECOVR BACKOUT TAKES.
016800*----------------------------------------------------------------
016810 9500-WRITE-JOURNAL.
016820     MOVE SPACES                 TO JOURNAL-RECORD
016830     MOVE WS-RUN-DATE            TO JRN-RUN-DATE
016840     MOVE WS-RULE-DSN            TO JRN-SOURCE-DSN
016850     MOVE 'CMREZONE'             TO JRN-PROGRAM
016860     MOVE 'REZONE'               TO JRN-ACTION
016870     MOVE CM-CUSTOMER-ID         TO JRN-CUSTOMER-ID
016880     MOVE WS-JRN-BEFORE-IMAGE    TO JRN-BEFORE-IMAGE
016890     MOVE CUSTOMER-MASTER-RECORD TO JRN-AFTER-IMAGE
016900     WRITE JOURNAL-RECORD
016910     ADD 1 TO WS-JOURNAL-WRITTEN.
016920
016930*----------------------------------------------------------------
016940*    9600-CLAIM-MASTER-LOCK
016950*    DECLARES THIS RUN'S INTENT TO WRITE THE CUSTOMER MASTER.  A
016960*    CLAIM ALREADY ON CMLOCK.DAT MEANS ANOTHER WRITER HAS THE
016970*    MASTER; THIS RUN IS REFUSED WITH THE HOLDER NAMED.  A
016980*    STALE CLAIM FROM A CRASHED RUN IS INSPECTED AND RELEASED
016990*    BY OPERATIONS WITH CMLOCKOP.
017000*----------------------------------------------------------------
017010 9600-CLAIM-MASTER-LOCK.
017020     OPEN INPUT MASTER-LOCK-FILE
017030     IF WS-LCK-FILE-STATUS = "00"
017040         READ MASTER-LOCK-FILE
017050             AT END
017060                 CONTINUE
017070             NOT AT END
017080                 IF LCK-PROGRAM NOT = SPACES
017090                     SET WS-LOCK-REFUSED TO TRUE
017100                     DISPLAY "CMREZONE: CUSTOMER MASTER HELD BY "
017110                             LCK-PROGRAM " - " LCK-HOLDER
017120                     DISPLAY "CMREZONE: CLAIMED " LCK-DATE
017130                             " AT " LCK-TIME " - IF THE RUN IS "
017140                             "DEAD, RELEASE WITH CMLOCKOP"
017150                 END-IF
017160         END-READ
017170         CLOSE MASTER-LOCK-FILE
017180     END-IF
017190     IF NOT WS-LOCK-REFUSED
017200         ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
017210         ACCEPT WS-LOCK-TIME FROM TIME
017220         OPEN OUTPUT MASTER-LOCK-FILE
017230         MOVE SPACES             TO MASTER-LOCK-RECORD
017240         MOVE 'CMREZONE'         TO LCK-PROGRAM
017250         MOVE WS-RULE-DSN        TO LCK-HOLDER
017260         MOVE WS-LOCK-DATE       TO LCK-DATE
017270         MOVE WS-LOCK-TIME (1:6) TO LCK-TIME
017280         WRITE MASTER-LOCK-RECORD
017290         CLOSE MASTER-LOCK-FILE
017300         SET WS-LOCK-HELD TO TRUE
017310     END-IF.
017320
017330*----------------------------------------------------------------
017340*    9650-RELEASE-MASTER-LOCK
017350*    RELEASES THIS RUN'S CLAIM - AN EMPTY LOCK FILE MEANS THE
017360*    MASTER IS FREE.  A CLAIM THIS RUN NEVER TOOK IS LEFT ALONE.
017370*----------------------------------------------------------------
017380 9650-RELEASE-MASTER-LOCK.
017390     IF WS-LOCK-HELD
017400         OPEN OUTPUT MASTER-LOCK-FILE
017410         CLOSE MASTER-LOCK-FILE
017420         MOVE 'N' TO WS-LOCK-SW
017430     END-IF.

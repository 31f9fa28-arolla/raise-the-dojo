000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMGAPRPT.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMGAPRPT
000100*
000110*    EXTRACT GAP REPORT.  WALKS EVERY BUSINESS DAY (MONDAY TO
000120*    FRIDAY) OVER A DATE RANGE AND LISTS EACH ONE FOR WHICH NO
000130*    PROVIDER FILE DATE IS ON THE EXTRACT REGISTER
000140*    (EXTREG.DAT, WRITTEN BY MIGRATE-CSV) - THE DAYS THE
000150*    PROVIDER NEVER SENT, OR SENT BUT WE NEVER MIGRATED.
000160*    WEEKDAYS ON WHICH THE PROVIDER SENDS NOTHING BY
000170*    ARRANGEMENT (HOLIDAYS) ARE LISTED IN REFDATA.DAT AS
000180*    "NOFEED <YYYYMMDD>" LINES AND ARE NOT REPORTED AS GAPS.
000190*
000200*        CMGAPRPT [<PROVIDER>] [<FROM YYYYMMDD> [<TO YYYYMMDD>]]
000210*
000214*    EACH PROVIDER'S REGISTER ENTRIES ARE REPORTED SEPARATELY;
000218*    THE PROVIDER DEFAULTS TO CORE, THE ORIGINAL FEED, WHOSE
000222*    ENTRIES MAY CARRY A BLANK PROVIDER ID.
000226*    THE RANGE DEFAULTS TO THE PROVIDER'S EARLIEST FILE DATE
000230*    ON THE REGISTER THROUGH TODAY.  THE REPORT IS WRITTEN TO
000234*    GAPRPT.D<YYMMDD>.DAT FOR CORE AND TO
000238*    GAPRPT.<PROVIDER>.D<YYMMDD>.DAT FOR ANY OTHER PROVIDER.
000242*    RETURN CODE 0 NO GAPS, 4 GAPS
000250*    FOUND (OR A TABLE FILLED), 12 HARD FAILURE (BAD DATE ON
000260*    THE COMMAND LINE OR THE REGISTER WOULD NOT OPEN).
000270*
000280*    MODIFICATION HISTORY.
000290*    -------------------------------------------------------
000300*    10/15/2026  JF   ORIGINAL VERSION.
000302*    10/15/2026  JF   AN OPTIONAL LEADING PROVIDER ID SELECTS
000304*                      WHICH PROVIDER'S REGISTER ENTRIES ARE
000306*                      REPORTED (CORE BY DEFAULT); A PROVIDER
000308*                      OTHER THAN CORE GETS ITS OWN REPORT NAME.
000310*--------------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EXTRACT-REGISTER-FILE ASSIGN TO "extreg.dat"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-EXR-FILE-STATUS.
000390
000400     SELECT REFERENCE-FILE ASSIGN TO "refdata.dat"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REF-FILE-STATUS.
000430
000440     SELECT GAP-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  EXTRACT-REGISTER-FILE.
000500     COPY CMEXTREG.
000510
000520 FD  REFERENCE-FILE.
000530     COPY CMREFDAT.
000540
000550 FD  GAP-REPORT-FILE.
000560 01  GAP-REPORT-RECORD         PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-EXR-FILE-STATUS        PIC XX.
000600 01  WS-REF-FILE-STATUS        PIC XX.
000610
000620 01  WS-COMMAND                PIC X(80) VALUE SPACES.
000630 01  WS-PARM-FROM              PIC X(10) VALUE SPACES.
000640 01  WS-PARM-TO                PIC X(10) VALUE SPACES.
000642 01  WS-PARM-TOKENS.
000644     05  WS-PARM-TOKEN         PIC X(10) OCCURS 3 TIMES.
000646 01  WS-PROVIDER-ID            PIC X(08) VALUE 'CORE'.
000648 01  WS-EXR-ENTRY-PROVIDER     PIC X(08) VALUE SPACES.
000650 01  WS-REPORT-DSN             PIC X(40) VALUE SPACES.
000660 01  WS-RUN-DATE               PIC 9(08).
000670 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000680     05  FILLER                PIC X(02).
000690     05  WS-RUN-DATE-YYMMDD    PIC X(06).
000700
000710 01  WS-FROM-DATE              PIC 9(08) VALUE ZERO.
000720 01  WS-TO-DATE                PIC 9(08) VALUE ZERO.
000730
000740 01  WS-CURR-DATE              PIC 9(08) VALUE ZERO.
000750 01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
000760     05  WS-CURR-YYYY          PIC 9(04).
000770     05  WS-CURR-MM            PIC 9(02).
000780     05  WS-CURR-DD            PIC 9(02).
000790 01  WS-MONTH-END              PIC 9(02) VALUE ZERO.
000800 01  WS-DATE-OK-SW             PIC X VALUE 'Y'.
000810     88  WS-DATE-OK                VALUE 'Y'.
000820     88  WS-DATE-BAD               VALUE 'N'.
000830
000840 01  WS-MONTH-DAYS-VALUES.
000850     05  FILLER                PIC X(24)
000860             VALUE '312831303130313130313031'.
000870 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000880     05  WS-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
000890
000900 01  WS-DAY-NAME-VALUES.
000910     05  FILLER                PIC X(21)
000920             VALUE 'SATSUNMONTUEWEDTHUFRI'.
000930 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
000940     05  WS-DAY-NAME           PIC X(03) OCCURS 7 TIMES.
000950
000960*    DAY OF WEEK BY ZELLER'S CONGRUENCE: 0 = SATURDAY,
000970*    1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
000980 01  WS-DOW                    PIC 9(01) COMP VALUE ZERO.
000990     88  WS-DOW-WEEKEND            VALUES 0, 1.
001000 01  WS-Z-MONTH                PIC 9(02) COMP VALUE ZERO.
001010 01  WS-Z-YEAR                 PIC 9(04) COMP VALUE ZERO.
001020 01  WS-Z-CENTURY              PIC 9(02) COMP VALUE ZERO.
001030 01  WS-Z-YEAR-OF-CENT         PIC 9(02) COMP VALUE ZERO.
001040 01  WS-Z-MONTH-TERM           PIC 9(03) COMP VALUE ZERO.
001050 01  WS-Z-YEAR-TERM            PIC 9(03) COMP VALUE ZERO.
001060 01  WS-Z-CENT-TERM            PIC 9(03) COMP VALUE ZERO.
001070 01  WS-Z-SUM                  PIC 9(05) COMP VALUE ZERO.
001080 01  WS-Z-QUOTIENT             PIC 9(05) COMP VALUE ZERO.
001090 01  WS-LEAP-QUOTIENT          PIC 9(04) COMP VALUE ZERO.
001100 01  WS-LEAP-REM-4             PIC 9(03) COMP VALUE ZERO.
001110 01  WS-LEAP-REM-100           PIC 9(03) COMP VALUE ZERO.
001120 01  WS-LEAP-REM-400           PIC 9(03) COMP VALUE ZERO.
001130
001140 01  WS-REG-DATE-TABLE.
001150     05  WS-REG-DATE           PIC 9(08) OCCURS 3000 TIMES.
001160 01  WS-REG-CNT                PIC 9(05) COMP VALUE ZERO.
001170 01  WS-REG-TABLE-FULL-SW      PIC X VALUE 'N'.
001180     88  WS-REG-TABLE-FULL         VALUE 'Y'.
001190 01  WS-REG-EARLIEST           PIC 9(08) VALUE ZERO.
001200
001210 01  WS-NOFEED-DATE-TABLE.
001220     05  WS-NOFEED-DATE        PIC X(08) OCCURS 200 TIMES.
001230 01  WS-NOFEED-CNT             PIC 9(03) COMP VALUE ZERO.
001240 01  WS-NOFEED-TABLE-FULL-SW   PIC X VALUE 'N'.
001250     88  WS-NOFEED-TABLE-FULL      VALUE 'Y'.
001260
001270 01  WS-SRCH-IX                PIC 9(05) COMP VALUE ZERO.
001280 01  WS-FOUND-SW               PIC X VALUE 'N'.
001290     88  WS-FOUND                  VALUE 'Y'.
001300     88  WS-NOT-FOUND              VALUE 'N'.
001310
001320 01  WS-BUSINESS-DAYS          PIC 9(07) COMP VALUE ZERO.
001330 01  WS-DAYS-COVERED           PIC 9(07) COMP VALUE ZERO.
001340 01  WS-NOFEED-DAYS            PIC 9(07) COMP VALUE ZERO.
001350 01  WS-GAP-DAYS               PIC 9(07) COMP VALUE ZERO.
001360 01  WS-OVERRIDE-RUNS          PIC 9(07) COMP VALUE ZERO.
001370 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
001380
001390 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
001400     88  WS-HARD-FAIL              VALUE 'Y'.
001410 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
001420
001430 01  WS-EXR-EOF                PIC X VALUE 'N'.
001440     88  WS-EXR-EOF-YES            VALUE 'Y'.
001450 01  WS-REF-EOF                PIC X VALUE 'N'.
001460     88  WS-REF-EOF-YES            VALUE 'Y'.
001470
001480 PROCEDURE DIVISION.
001490*----------------------------------------------------------------
001500*    0000-MAIN-PROCESS
001510*    LOADS THE REGISTER AND THE NO-FEED DAYS, SETS THE RANGE,
001520*    THEN WALKS IT AND PRINTS THE GAPS.
001530*----------------------------------------------------------------
001540 0000-MAIN-PROCESS.
001550     PERFORM 1000-INITIALIZE
001560     IF NOT WS-HARD-FAIL
001570         PERFORM 2000-WRITE-GAP-REPORT
001580     END-IF
001590     PERFORM 4000-TERMINATE
001600     MOVE WS-RUN-RC TO RETURN-CODE
001610     STOP RUN.
001620
001630*----------------------------------------------------------------
001640*    1000-INITIALIZE
001650*    PARSES THE OPTIONAL FROM/TO DATES, LOADS THE REGISTER AND
001660*    THE NO-FEED DAYS, AND SETTLES THE RANGE TO BE WALKED.
001670*----------------------------------------------------------------
001680 1000-INITIALIZE.
001690     ACCEPT WS-COMMAND FROM COMMAND-LINE
001700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001701     MOVE SPACES TO WS-PARM-TOKENS
001702     UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
001703         INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
001704              WS-PARM-TOKEN (3)
001705     END-UNSTRING
001706     IF WS-PARM-TOKEN (1) (1:1) IS ALPHABETIC
001707         AND WS-PARM-TOKEN (1) NOT = SPACES
001708         MOVE WS-PARM-TOKEN (1) TO WS-PROVIDER-ID
001709         MOVE WS-PARM-TOKEN (2) TO WS-PARM-FROM
001710         MOVE WS-PARM-TOKEN (3) TO WS-PARM-TO
001711     ELSE
001712         MOVE WS-PARM-TOKEN (1) TO WS-PARM-FROM
001713         MOVE WS-PARM-TOKEN (2) TO WS-PARM-TO
001714     END-IF
001715     DISPLAY "CMGAPRPT PROVIDER " WS-PROVIDER-ID
001716
001721     MOVE SPACES TO WS-REPORT-DSN
001726     IF WS-PROVIDER-ID = 'CORE'
001731         STRING "GAPRPT.D"          DELIMITED BY SIZE
001736                WS-RUN-DATE-YYMMDD  DELIMITED BY SIZE
001741                ".DAT"              DELIMITED BY SIZE
001746             INTO WS-REPORT-DSN
001751         END-STRING
001756     ELSE
001761         STRING "GAPRPT."           DELIMITED BY SIZE
001766                WS-PROVIDER-ID      DELIMITED BY SPACE
001771                ".D"                DELIMITED BY SIZE
001776                WS-RUN-DATE-YYMMDD  DELIMITED BY SIZE
001781                ".DAT"              DELIMITED BY SIZE
001786             INTO WS-REPORT-DSN
001791         END-STRING
001796     END-IF
001810
001820     PERFORM 1100-LOAD-REGISTER
001830     IF NOT WS-HARD-FAIL
001840         PERFORM 1200-LOAD-NOFEED-DAYS
001850         PERFORM 1300-SET-DATE-RANGE
001860     END-IF.
001870
001880*----------------------------------------------------------------
001890*    1100-LOAD-REGISTER
001896*    TABLES EVERY FILE DATE THE PROVIDER HAS ON THE EXTRACT
001902*    REGISTER (A BLANK PROVIDER ID IS CORE) AND NOTES
001910*    THE EARLIEST, WHICH IS WHERE THE DEFAULT RANGE STARTS.
001920*    A REGISTER THAT WILL NOT OPEN IS A HARD FAILURE - THERE
001930*    IS NOTHING TO MEASURE THE CALENDAR AGAINST.
001940*----------------------------------------------------------------
001950 1100-LOAD-REGISTER.
001960     OPEN INPUT EXTRACT-REGISTER-FILE
001970     IF WS-EXR-FILE-STATUS NOT = "00"
001980         DISPLAY "CMGAPRPT: CANNOT OPEN EXTREG.DAT - STATUS "
001990                 WS-EXR-FILE-STATUS
002000         SET WS-HARD-FAIL TO TRUE
002010     ELSE
002020         PERFORM 1110-LOAD-ONE-REGISTER-ENTRY
002030             UNTIL WS-EXR-EOF-YES
002040         CLOSE EXTRACT-REGISTER-FILE
002050         MOVE WS-REG-CNT TO WS-CNT-DISPLAY
002060         DISPLAY "REGISTER FILE DATES LOADED: " WS-CNT-DISPLAY
002070     END-IF.
002080
002090 1110-LOAD-ONE-REGISTER-ENTRY.
002100     READ EXTRACT-REGISTER-FILE
002110         AT END
002120             MOVE 'Y' TO WS-EXR-EOF
002130         NOT AT END
002132             MOVE EXR-PROVIDER-ID TO WS-EXR-ENTRY-PROVIDER
002134             IF WS-EXR-ENTRY-PROVIDER = SPACES
002136                 MOVE 'CORE' TO WS-EXR-ENTRY-PROVIDER
002138             END-IF
002140             IF EXR-FILE-DATE IS NUMERIC
002150                 AND EXR-FILE-DATE > ZERO
002155                 AND WS-EXR-ENTRY-PROVIDER = WS-PROVIDER-ID
002160                 PERFORM 1120-TABLE-REGISTER-DATE
002170             END-IF
002180     END-READ.
002190
002200 1120-TABLE-REGISTER-DATE.
002210     IF EXR-OVERRIDDEN
002220         ADD 1 TO WS-OVERRIDE-RUNS
002230     END-IF
002240     IF WS-REG-EARLIEST = ZERO
002250         OR EXR-FILE-DATE < WS-REG-EARLIEST
002260         MOVE EXR-FILE-DATE TO WS-REG-EARLIEST
002270     END-IF
002280     IF WS-REG-CNT < 3000
002290         ADD 1 TO WS-REG-CNT
002300         MOVE EXR-FILE-DATE TO WS-REG-DATE (WS-REG-CNT)
002310     ELSE
002320         IF NOT WS-REG-TABLE-FULL
002330             SET WS-REG-TABLE-FULL TO TRUE
002340             DISPLAY "*** WARNING: REGISTER TABLE FULL AT 3000"
002350                     " - LATER FILE DATES MAY SHOW AS GAPS ***"
002360         END-IF
002370     END-IF.
002380
002390*----------------------------------------------------------------
002400*    1200-LOAD-NOFEED-DAYS
002410*    TABLES THE NOFEED LINES FROM REFDATA.DAT.  IF THE FILE IS
002420*    NOT THERE EVERY WEEKDAY IS A BUSINESS DAY - NOTED ON THE
002430*    CONSOLE SO A MISPLACED FILE IS NOTICED.
002440*----------------------------------------------------------------
002450 1200-LOAD-NOFEED-DAYS.
002460     OPEN INPUT REFERENCE-FILE
002470     IF WS-REF-FILE-STATUS NOT = "00"
002480         DISPLAY "REFERENCE DATA NOT AVAILABLE (STATUS "
002490                 WS-REF-FILE-STATUS ") - NO HOLIDAYS EXCLUDED"
002500     ELSE
002510         PERFORM 1210-LOAD-ONE-REFERENCE-LINE
002520             UNTIL WS-REF-EOF-YES
002530         CLOSE REFERENCE-FILE
002540         MOVE WS-NOFEED-CNT TO WS-CNT-DISPLAY
002550         DISPLAY "NO-FEED DAYS LOADED: " WS-CNT-DISPLAY
002560     END-IF.
002570
002580 1210-LOAD-ONE-REFERENCE-LINE.
002590     READ REFERENCE-FILE
002600         AT END
002610             MOVE 'Y' TO WS-REF-EOF
002620         NOT AT END
002630             IF REF-TYPE-NOFEED
002640                 PERFORM 1220-TABLE-NOFEED-DAY
002650             END-IF
002660     END-READ.
002670
002680 1220-TABLE-NOFEED-DAY.
002690     IF WS-NOFEED-CNT < 200
002700         ADD 1 TO WS-NOFEED-CNT
002710         MOVE REF-LOW-VALUE (1:8)
002720             TO WS-NOFEED-DATE (WS-NOFEED-CNT)
002730     ELSE
002740         IF NOT WS-NOFEED-TABLE-FULL
002750             SET WS-NOFEED-TABLE-FULL TO TRUE
002760             DISPLAY "*** WARNING: NO-FEED TABLE FULL AT 200 "
002770                     "- LATER HOLIDAYS MAY SHOW AS GAPS ***"
002780         END-IF
002790     END-IF.
002800
002810*----------------------------------------------------------------
002820*    1300-SET-DATE-RANGE
002830*    A FROM OR TO DATE ON THE COMMAND LINE MUST BE A REAL
002840*    CALENDAR DATE, AND FROM MAY NOT BE AFTER TO.  WITH NO
002850*    FROM DATE AND AN EMPTY REGISTER THERE IS NO RANGE TO
002860*    WALK, SO THE RANGE IS LEFT EMPTY.
002870*----------------------------------------------------------------
002880 1300-SET-DATE-RANGE.
002890     IF WS-PARM-FROM = SPACES
002900         MOVE WS-REG-EARLIEST TO WS-FROM-DATE
002910     ELSE
002920         IF WS-PARM-FROM (1:8) IS NUMERIC
002930             AND WS-PARM-FROM (9:2) = SPACES
002940             MOVE WS-PARM-FROM (1:8) TO WS-CURR-DATE
002950             PERFORM 1310-VALIDATE-DATE
002960         ELSE
002970             SET WS-DATE-BAD TO TRUE
002980         END-IF
002990         IF WS-DATE-BAD
003000             DISPLAY "CMGAPRPT: FROM DATE <" WS-PARM-FROM
003010                     "> IS NOT A VALID YYYYMMDD DATE"
003020             SET WS-HARD-FAIL TO TRUE
003030         ELSE
003040             MOVE WS-CURR-DATE TO WS-FROM-DATE
003050         END-IF
003060     END-IF
003070
003080     IF WS-PARM-TO = SPACES
003090         MOVE WS-RUN-DATE TO WS-TO-DATE
003100     ELSE
003110         IF WS-PARM-TO (1:8) IS NUMERIC
003120             AND WS-PARM-TO (9:2) = SPACES
003130             MOVE WS-PARM-TO (1:8) TO WS-CURR-DATE
003140             PERFORM 1310-VALIDATE-DATE
003150         ELSE
003160             SET WS-DATE-BAD TO TRUE
003170         END-IF
003180         IF WS-DATE-BAD
003190             DISPLAY "CMGAPRPT: TO DATE <" WS-PARM-TO
003200                     "> IS NOT A VALID YYYYMMDD DATE"
003210             SET WS-HARD-FAIL TO TRUE
003220         ELSE
003230             MOVE WS-CURR-DATE TO WS-TO-DATE
003240         END-IF
003250     END-IF
003260
003270     IF NOT WS-HARD-FAIL
003280         AND WS-FROM-DATE > ZERO
003290         AND WS-FROM-DATE > WS-TO-DATE
003300         DISPLAY "CMGAPRPT: FROM DATE " WS-FROM-DATE
003310                 " IS AFTER TO DATE " WS-TO-DATE
003320         SET WS-HARD-FAIL TO TRUE
003330     END-IF
003340     IF NOT WS-HARD-FAIL
003350         DISPLAY "CMGAPRPT RANGE " WS-FROM-DATE " TO "
003360                 WS-TO-DATE
003370     END-IF.
003380
003390*----------------------------------------------------------------
003400*    1310-VALIDATE-DATE
003410*    CHECKS THE DATE IN WS-CURR-DATE IS A REAL CALENDAR DATE.
003420*----------------------------------------------------------------
003430 1310-VALIDATE-DATE.
003440     SET WS-DATE-OK TO TRUE
003450     IF WS-CURR-YYYY < 1900
003460         OR WS-CURR-MM < 1 OR WS-CURR-MM > 12
003470         OR WS-CURR-DD < 1
003480         SET WS-DATE-BAD TO TRUE
003490     ELSE
003500         PERFORM 2310-SET-MONTH-END
003510         IF WS-CURR-DD > WS-MONTH-END
003520             SET WS-DATE-BAD TO TRUE
003530         END-IF
003540     END-IF.
003550
003560*----------------------------------------------------------------
003570*    2000-WRITE-GAP-REPORT
003580*    PRINTS THE HEADINGS, ONE LINE PER MISSING BUSINESS DAY,
003590*    AND THE CONTROL TOTALS.
003600*----------------------------------------------------------------
003610 2000-WRITE-GAP-REPORT.
003620     OPEN OUTPUT GAP-REPORT-FILE
003630     MOVE SPACES TO GAP-REPORT-RECORD
003640     STRING "CMGAPRPT EXTRACT GAP REPORT - RUN DATE "
003650            WS-RUN-DATE
003651         DELIMITED BY SIZE
003652         INTO GAP-REPORT-RECORD
003653     END-STRING
003654     WRITE GAP-REPORT-RECORD
003655     MOVE SPACES TO GAP-REPORT-RECORD
003656     STRING "PROVIDER " WS-PROVIDER-ID
003660         DELIMITED BY SIZE
003670         INTO GAP-REPORT-RECORD
003680     END-STRING
003690     WRITE GAP-REPORT-RECORD
003700     MOVE SPACES TO GAP-REPORT-RECORD
003710     STRING "BUSINESS DAYS " WS-FROM-DATE " THROUGH "
003720            WS-TO-DATE " WITH NO EXTRACT ON THE REGISTER"
003730         DELIMITED BY SIZE
003740         INTO GAP-REPORT-RECORD
003750     END-STRING
003760     WRITE GAP-REPORT-RECORD
003770     MOVE SPACES TO GAP-REPORT-RECORD
003780     WRITE GAP-REPORT-RECORD
003790
003800     IF WS-FROM-DATE = ZERO
003810         MOVE SPACES TO GAP-REPORT-RECORD
003820         STRING "*** EXTRACT REGISTER IS EMPTY - NO RANGE TO "
003830                "REPORT ***"
003840             DELIMITED BY SIZE
003850             INTO GAP-REPORT-RECORD
003860         END-STRING
003870         WRITE GAP-REPORT-RECORD
003880     ELSE
003890         MOVE WS-FROM-DATE TO WS-CURR-DATE
003900         PERFORM 2100-SET-DAY-OF-WEEK
003910         PERFORM 2200-CHECK-ONE-DAY
003920             UNTIL WS-CURR-DATE > WS-TO-DATE
003930     END-IF
003940
003950     PERFORM 3900-WRITE-REPORT-TOTALS
003960     CLOSE GAP-REPORT-FILE.
003970
003980*----------------------------------------------------------------
003990*    2100-SET-DAY-OF-WEEK
004000*    ZELLER'S CONGRUENCE FOR THE DATE IN WS-CURR-DATE.  JANUARY
004010*    AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.
004020*    ONLY NEEDED FOR THE FIRST DAY; THE WALK THEN ADVANCES THE
004030*    DAY OF WEEK ALONG WITH THE DATE.
004040*----------------------------------------------------------------
004050 2100-SET-DAY-OF-WEEK.
004060     MOVE WS-CURR-MM   TO WS-Z-MONTH
004070     MOVE WS-CURR-YYYY TO WS-Z-YEAR
004080     IF WS-Z-MONTH < 3
004090         ADD 12 TO WS-Z-MONTH
004100         SUBTRACT 1 FROM WS-Z-YEAR
004110     END-IF
004120     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
004130         REMAINDER WS-Z-YEAR-OF-CENT
004140     COMPUTE WS-Z-MONTH-TERM = (13 * (WS-Z-MONTH + 1)) / 5
004150     COMPUTE WS-Z-YEAR-TERM  = WS-Z-YEAR-OF-CENT / 4
004160     COMPUTE WS-Z-CENT-TERM  = WS-Z-CENTURY / 4
004170     COMPUTE WS-Z-SUM = WS-CURR-DD + WS-Z-MONTH-TERM
004180                      + WS-Z-YEAR-OF-CENT + WS-Z-YEAR-TERM
004190                      + WS-Z-CENT-TERM + (5 * WS-Z-CENTURY)
004200     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
004210         REMAINDER WS-DOW.
004220
004230*----------------------------------------------------------------
004240*    2200-CHECK-ONE-DAY
004250*    A WEEKDAY THAT IS NOT A NO-FEED DAY IS A BUSINESS DAY; IF
004260*    NO FILE DATE ON THE REGISTER MATCHES IT, IT IS A GAP.
004270*    THEN STEPS TO THE NEXT DAY.
004280*----------------------------------------------------------------
004290 2200-CHECK-ONE-DAY.
004300     IF NOT WS-DOW-WEEKEND
004310         PERFORM 2210-LOOK-UP-NOFEED-DAY
004320         IF WS-FOUND
004330             ADD 1 TO WS-NOFEED-DAYS
004340         ELSE
004350             ADD 1 TO WS-BUSINESS-DAYS
004360             PERFORM 2220-LOOK-UP-REGISTER-DATE
004370             IF WS-FOUND
004380                 ADD 1 TO WS-DAYS-COVERED
004390             ELSE
004400                 PERFORM 2230-WRITE-GAP-LINE
004410             END-IF
004420         END-IF
004430     END-IF
004440     PERFORM 2300-NEXT-DAY.
004450
004460 2210-LOOK-UP-NOFEED-DAY.
004470     SET WS-NOT-FOUND TO TRUE
004480     PERFORM 2211-MATCH-NOFEED-DAY
004490         VARYING WS-SRCH-IX FROM 1 BY 1
004500             UNTIL WS-SRCH-IX > WS-NOFEED-CNT OR WS-FOUND.
004510
004520 2211-MATCH-NOFEED-DAY.
004530     IF WS-NOFEED-DATE (WS-SRCH-IX) = WS-CURR-DATE-X
004540         SET WS-FOUND TO TRUE
004550     END-IF.
004560
004570 2220-LOOK-UP-REGISTER-DATE.
004580     SET WS-NOT-FOUND TO TRUE
004590     PERFORM 2221-MATCH-REGISTER-DATE
004600         VARYING WS-SRCH-IX FROM 1 BY 1
004610             UNTIL WS-SRCH-IX > WS-REG-CNT OR WS-FOUND.
004620
004630 2221-MATCH-REGISTER-DATE.
004640     IF WS-REG-DATE (WS-SRCH-IX) = WS-CURR-DATE
004650         SET WS-FOUND TO TRUE
004660     END-IF.
004670
004680 2230-WRITE-GAP-LINE.
004690     ADD 1 TO WS-GAP-DAYS
004700     MOVE SPACES TO GAP-REPORT-RECORD
004710     STRING "NO EXTRACT  " WS-CURR-DATE "  "
004720            WS-DAY-NAME (WS-DOW + 1)
004730         DELIMITED BY SIZE
004740         INTO GAP-REPORT-RECORD
004750     END-STRING
004760     WRITE GAP-REPORT-RECORD.
004770
004780*----------------------------------------------------------------
004790*    2300-NEXT-DAY
004800*    ADVANCES WS-CURR-DATE ONE CALENDAR DAY, ROLLING THE MONTH
004810*    AND YEAR, AND THE DAY OF WEEK WITH IT.
004820*----------------------------------------------------------------
004830 2300-NEXT-DAY.
004840     PERFORM 2310-SET-MONTH-END
004850     IF WS-CURR-DD < WS-MONTH-END
004860         ADD 1 TO WS-CURR-DD
004870     ELSE
004880         MOVE 1 TO WS-CURR-DD
004890         IF WS-CURR-MM < 12
004900             ADD 1 TO WS-CURR-MM
004910         ELSE
004920             MOVE 1 TO WS-CURR-MM
004930             ADD 1 TO WS-CURR-YYYY
004940         END-IF
004950     END-IF
004960     IF WS-DOW = 6
004970         MOVE ZERO TO WS-DOW
004980     ELSE
004990         ADD 1 TO WS-DOW
005000     END-IF.
005010
005020*----------------------------------------------------------------
005030*    2310-SET-MONTH-END
005040*    LAST DAY OF WS-CURR-MM IN WS-CURR-YYYY.  FEBRUARY HAS 29
005050*    DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT
005060*    DIVISIBLE BY 400.
005070*----------------------------------------------------------------
005080 2310-SET-MONTH-END.
005090     MOVE WS-MONTH-DAYS (WS-CURR-MM) TO WS-MONTH-END
005100     IF WS-CURR-MM = 2
005110         DIVIDE WS-CURR-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
005120             REMAINDER WS-LEAP-REM-4
005130         DIVIDE WS-CURR-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
005140             REMAINDER WS-LEAP-REM-100
005150         DIVIDE WS-CURR-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
005160             REMAINDER WS-LEAP-REM-400
005170         IF WS-LEAP-REM-4 = ZERO
005180             AND (WS-LEAP-REM-100 NOT = ZERO
005190                  OR WS-LEAP-REM-400 = ZERO)
005200             MOVE 29 TO WS-MONTH-END
005210         END-IF
005220     END-IF.
005230
005240*----------------------------------------------------------------
005250*    3900-WRITE-REPORT-TOTALS
005260*    CONTROL TOTALS: BUSINESS DAYS = COVERED + GAPS.
005270*----------------------------------------------------------------
005280 3900-WRITE-REPORT-TOTALS.
005290     MOVE SPACES TO GAP-REPORT-RECORD
005300     WRITE GAP-REPORT-RECORD
005310
005320     MOVE WS-BUSINESS-DAYS TO WS-CNT-DISPLAY
005330     MOVE SPACES TO GAP-REPORT-RECORD
005340     STRING "BUSINESS DAYS IN RANGE...: " WS-CNT-DISPLAY
005350         DELIMITED BY SIZE
005360         INTO GAP-REPORT-RECORD
005370     END-STRING
005380     WRITE GAP-REPORT-RECORD
005390
005400     MOVE WS-DAYS-COVERED TO WS-CNT-DISPLAY
005410     MOVE SPACES TO GAP-REPORT-RECORD
005420     STRING "DAYS WITH AN EXTRACT.....: " WS-CNT-DISPLAY
005430         DELIMITED BY SIZE
005440         INTO GAP-REPORT-RECORD
005450     END-STRING
005460     WRITE GAP-REPORT-RECORD
005470
005480     MOVE WS-GAP-DAYS TO WS-CNT-DISPLAY
005490     MOVE SPACES TO GAP-REPORT-RECORD
005500     STRING "DAYS WITH NO EXTRACT.....: " WS-CNT-DISPLAY
005510         DELIMITED BY SIZE
005520         INTO GAP-REPORT-RECORD
005530     END-STRING
005540     WRITE GAP-REPORT-RECORD
005550
005560     MOVE WS-NOFEED-DAYS TO WS-CNT-DISPLAY
005570     MOVE SPACES TO GAP-REPORT-RECORD
005580     STRING "NO-FEED DAYS SKIPPED.....: " WS-CNT-DISPLAY
005590         DELIMITED BY SIZE
005600         INTO GAP-REPORT-RECORD
005610     END-STRING
005620     WRITE GAP-REPORT-RECORD
005630
005640     MOVE WS-OVERRIDE-RUNS TO WS-CNT-DISPLAY
005650     MOVE SPACES TO GAP-REPORT-RECORD
005660     STRING "OVERRIDDEN RUNS ON FILE..: " WS-CNT-DISPLAY
005670         DELIMITED BY SIZE
005680         INTO GAP-REPORT-RECORD
005690     END-STRING
005700     WRITE GAP-REPORT-RECORD.
005710
005720*----------------------------------------------------------------
005730*    4000-TERMINATE
005740*    GRADES THE RUN: 0 NO GAPS, 4 GAPS FOUND OR A TABLE FILLED
005750*    (OR AN EMPTY REGISTER), 12 HARD FAILURE.
005760*----------------------------------------------------------------
005770 4000-TERMINATE.
005780     EVALUATE TRUE
005790         WHEN WS-HARD-FAIL
005800             MOVE 12 TO WS-RUN-RC
005810         WHEN WS-GAP-DAYS > ZERO
005820             MOVE 4 TO WS-RUN-RC
005830         WHEN WS-REG-TABLE-FULL OR WS-NOFEED-TABLE-FULL
005840             MOVE 4 TO WS-RUN-RC
005850         WHEN WS-FROM-DATE = ZERO
005860             MOVE 4 TO WS-RUN-RC
005870         WHEN OTHER
005880             MOVE ZERO TO WS-RUN-RC
005890     END-EVALUATE
005900     MOVE WS-GAP-DAYS TO WS-CNT-DISPLAY
005910     DISPLAY "CMGAPRPT DAYS WITH NO EXTRACT: " WS-CNT-DISPLAY
005920     DISPLAY "CMGAPRPT RETURN CODE " WS-RUN-RC.

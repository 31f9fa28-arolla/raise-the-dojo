000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMAUDIT.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMAUDIT
000100*
000110*    NIGHTLY PROOF THAT CUSTOMER-MASTER-FILE IS ITS LAST
000120*    BACKUP PLUS THE CHANGE JOURNAL.  CMRECOVR, CMJINQ AND
000130*    CMEXPORT SINCE= ALL RELY ON EVERY CHANGE TO THE MASTER
000140*    BEING JOURNALED; THIS RUN CHECKS IT.  A PROGRAM THAT
000150*    WRITES THE MASTER WITHOUT JOURNALING, A FILE COPIED IN BY
000160*    HAND OR A JOURNAL APPEND LOST IN A CRASH SHOWS UP HERE
000170*    THE NEXT NIGHT INSTEAD OF IN A RECOVERY THAT COMES OUT
000180*    WRONG.
000190*
000200*      CMAUDIT [<BACKUP DSN>]
000210*
000220*    THE BACKUP IS THE LAST ONE ON THE BACKUP CATALOG,
000230*    CMBKGENS.DAT, UNLESS ONE IS NAMED.  IT MUST BE A FULL
000240*    BACKUP - ONE UNLOADED WITH "ACTIVE" HOLDS NO CLOSED
000250*    CUSTOMERS AND WOULD SHOW EVERY ONE OF THEM AS A CHANGE.
000260*    ACTIVE-ONLY BACKUPS ARE PASSED OVER WHEN THE CATALOG IS
000270*    SEARCHED, AND ONE NAMED ON THE COMMAND LINE IS REFUSED.
000280*    THE RUN:
000290*
000300*      1. PROVES THE BACKUP AGAINST ITS TRL TRAILER AND LOADS
000310*         IT INTO A WORK FILE, CMAUDIT.TMP - THE EXPECTED
000320*         MASTER.
000330*
000340*      2. REPLAYS ONTO THE WORK FILE EVERY JOURNAL RECORD
000350*         WRITTEN ON OR AFTER THE BACKUP DATE, ACROSS THE
000360*         ARCHIVED GENERATIONS ON CMJGENS.DAT (OLDEST FIRST)
000370*         AND THEN THE LIVE JOURNAL, IN THE ORDER THEY WERE
000380*         WRITTEN - THE SAME REPLAY AS A CMRECOVR FORWARD
000390*         ROLL, OLD IMAGE LAYOUTS REMAPPED THE SAME WAY.
000400*         EACH AFTER IMAGE FULLY DETERMINES THE RECORD, SO
000410*         RECORDS OF THE BACKUP DAY ITSELF, WRITTEN BEFORE OR
000420*         AFTER THE UNLOAD, CONVERGE EITHER WAY.
000430*
000440*      3. CHECKS EVERY JOURNAL RECORD WRITTEN AFTER THE
000450*         BACKUP DAY AGAINST THE EXPECTED MASTER AS IT STOOD:
000460*         ITS BEFORE IMAGE MUST BE WHAT THE JOURNAL SO FAR
000470*         SAYS THE CUSTOMER LOOKED LIKE.  A BREAK IN THAT
000480*         CHAIN IS A CHANGE MADE BETWEEN TWO JOURNALED ONES
000490*         AND NEVER JOURNALED ITSELF, EVEN IF A LATER CHANGE
000500*         HAS SINCE HIDDEN IT.  CMRELOAD RECORDS (BEFORE
000510*         IMAGE ALWAYS SPACES) AND REMAPPED OLD-LAYOUT
000520*         RECORDS ARE NOT CHAIN-CHECKED.
000530*
000540*      4. COMPARES THE EXPECTED MASTER WITH THE LIVE ONE,
000550*         FIELD BY FIELD, AND THE RECORD COUNTS AND HASH
000560*         TOTALS (CUSTOMER IDS, LAST-CHANGE DATES) OF BOTH
000570*         BY STATUS - ACTIVE, CLOSED, ERASED.
000580*
000590*    EVERY CUSTOMER THAT DIFFERS, IS MISSING FROM EITHER
000600*    SIDE OR BREAKS THE CHAIN IS LISTED AS AN UNJOURNALED
000610*    CHANGE IN CMAUDIT.D<YYMMDD>.DAT, WITH EACH FIELD THAT
000620*    DISAGREES AND THE LAST JOURNAL RECORD SEEN FOR IT.
000630*
000640*    NOTHING IS WRITTEN TO THE MASTER, THE JOURNAL OR THE
000650*    BACKUP.  THE CUSTOMER-MASTER WRITE CLAIM (CMLOCK.DAT) IS
000660*    HELD FOR THE WHOLE RUN ONLY SO NO WRITER CAN CHANGE THE
000670*    MASTER OR APPEND TO THE JOURNAL HALF WAY THROUGH THE
000680*    PROOF.  RUN IT BEFORE THE NIGHTLY CMUNLOAD: A CHANGE
000690*    TAKEN INTO A NEW BACKUP CAN NO LONGER BE SEEN.
000700*
000710*    RETURN CODE 0 THE MASTER IS PROVED, 8 UNJOURNALED
000720*    CHANGES FOUND OR THE TOTALS DO NOT BALANCE, 12 THE
000730*    AUDIT COULD NOT BE DONE (NO BACKUP, A BACKUP FAILING ITS
000740*    TRAILER, A JOURNAL GENERATION SINCE THE BACKUP THAT
000750*    WILL NOT OPEN, A FILE THAT WILL NOT OPEN, OR THE MASTER
000760*    HELD BY A WRITER).
000770*
000780*    MODIFICATION HISTORY.
000790*    -------------------------------------------------------
000800*    10/15/2026  JF   ORIGINAL VERSION.
000810*--------------------------------------------------------------*
000820
000830 ENVIRONMENT DIVISION.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT BACKUP-CATALOG-FILE ASSIGN TO "cmbkgens.dat"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-BKC-FILE-STATUS.
000890
000900     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-DSN
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-BKP-FILE-STATUS.
000930
000940     SELECT EXPECTED-MASTER-FILE ASSIGN TO "cmaudit.tmp"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS EX-CUSTOMER-ID
000980         FILE STATUS IS WS-EXP-FILE-STATUS.
000990
001000     SELECT CATALOG-FILE ASSIGN TO "cmjgens.dat"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-CAT-FILE-STATUS.
001030
001040     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-ARC-FILE-STATUS.
001070
001080     SELECT JOURNAL-IN-FILE ASSIGN TO "cmjrnl.dat"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-JRNIN-FILE-STATUS.
001110
001120     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmast.dat"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS CM-CUSTOMER-ID
001160         ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
001170         FILE STATUS IS WS-CM-FILE-STATUS.
001180
001190     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-RPT-FILE-STATUS.
001220
001230     SELECT MASTER-LOCK-FILE ASSIGN TO "cmlock.dat"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-LCK-FILE-STATUS.
001260
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  BACKUP-CATALOG-FILE.
001300 01  BACKUP-CATALOG-RECORD.
001310     05  BKC-BACKUP-DSN        PIC X(40).
001320     05  FILLER                PIC X(01).
001330     05  BKC-UNLOAD-DATE       PIC X(08).
001340     05  FILLER                PIC X(01).
001350     05  BKC-RECORD-COUNT      PIC X(07).
001360*    UNLOAD MODE - BLANK ON LINES CATALOGED BEFORE IT WAS KEPT,
001370*    WHEN EVERY UNLOAD WAS A FULL ONE.
001380     05  FILLER                PIC X(01).
001390     05  BKC-UNLOAD-MODE       PIC X(01).
001400         88  BKC-FULL-UNLOAD       VALUES 'F', ' '.
001410         88  BKC-ACTIVE-ONLY       VALUE 'A'.
001420
001430 FD  BACKUP-FILE.
001440 01  BACKUP-RECORD             PIC X(300).
001450
001460 01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
001470     05  BKP-TRL-CODE          PIC X(03).
001480     05  BKP-TRL-COUNT         PIC 9(07).
001490     05  FILLER                PIC X(290).
001500
001510 FD  EXPECTED-MASTER-FILE.
001520     COPY CUSTMAST REPLACING LEADING ==CUSTOMER== BY ==EXPECTED==
001530                             LEADING ==CM== BY ==EX==.
001540
001550 FD  CATALOG-FILE.
001560 01  CATALOG-RECORD.
001570     05  CAT-GENERATION-DSN    PIC X(40).
001580     05  FILLER                PIC X(01).
001590     05  CAT-CUT-DATE          PIC 9(08).
001600     05  FILLER                PIC X(01).
001610     05  CAT-RECORD-COUNT      PIC 9(07).
001620
001630 FD  ARCHIVE-FILE
001640     RECORD IS VARYING IN SIZE FROM 1 TO 674
001650         DEPENDING ON WS-ARC-REC-LEN.
001660     COPY CMJRNL REPLACING LEADING ==JOURNAL== BY ==ARCHIVE==
001670                           LEADING ==JRN== BY ==ARC==.
001680
001690 FD  JOURNAL-IN-FILE
001700     RECORD IS VARYING IN SIZE FROM 1 TO 674
001710         DEPENDING ON WS-JRNIN-REC-LEN.
001720     COPY CMJRNL REPLACING LEADING ==JOURNAL== BY ==JRNIN==
001730                           LEADING ==JRN== BY ==JIN==.
001740
001750 FD  CUSTOMER-MASTER-FILE.
001760     COPY CUSTMAST.
001770
001780 FD  REPORT-FILE.
001790 01  REPORT-RECORD             PIC X(132).
001800
001810 FD  MASTER-LOCK-FILE.
001820     COPY CMLOCK.
001830
001840 WORKING-STORAGE SECTION.
001850 01  WS-BKC-FILE-STATUS        PIC XX.
001860 01  WS-BKP-FILE-STATUS        PIC XX.
001870 01  WS-EXP-FILE-STATUS        PIC XX.
001880 01  WS-CAT-FILE-STATUS        PIC XX.
001890 01  WS-ARC-FILE-STATUS        PIC XX.
001900 01  WS-JRNIN-FILE-STATUS      PIC XX.
001910 01  WS-CM-FILE-STATUS         PIC XX.
001920 01  WS-RPT-FILE-STATUS        PIC XX.
001930 01  WS-LCK-FILE-STATUS        PIC XX.
001940 01  WS-ARC-REC-LEN            PIC 9(04) COMP VALUE ZERO.
001950 01  WS-JRNIN-REC-LEN          PIC 9(04) COMP VALUE ZERO.
001960 01  WS-LOCK-SW                PIC X VALUE 'N'.
001970     88  WS-LOCK-HELD              VALUE 'Y'.
001980 01  WS-LOCK-REFUSED-SW        PIC X VALUE 'N'.
001990     88  WS-LOCK-REFUSED           VALUE 'Y'.
002000 01  WS-LOCK-DATE              PIC 9(08) VALUE ZERO.
002010 01  WS-LOCK-TIME              PIC 9(08) VALUE ZERO.
002020
002030 01  WS-COMMAND                PIC X(80) VALUE SPACES.
002040 01  WS-BACKUP-DSN             PIC X(40) VALUE SPACES.
002050 01  WS-EXTRA-WORD             PIC X(40) VALUE SPACES.
002060 01  WS-ARCHIVE-DSN            PIC X(40) VALUE SPACES.
002070 01  WS-REPORT-DSN             PIC X(40) VALUE SPACES.
002080 01  WS-BACKUP-DATE            PIC 9(08) VALUE ZERO.
002090 01  WS-BACKUP-DATE-X REDEFINES WS-BACKUP-DATE.
002100     05  WS-BACKUP-CENTURY     PIC X(02).
002110     05  WS-BACKUP-YYMMDD      PIC X(06).
002120 01  WS-CATALOG-DATE           PIC X(08) VALUE SPACES.
002130 01  WS-BACKUP-NAMED-SW        PIC X VALUE 'N'.
002140     88  WS-BACKUP-NAMED           VALUE 'Y'.
002150 01  WS-NAMED-ACTIVE-SW        PIC X VALUE 'N'.
002160     88  WS-NAMED-ACTIVE-ONLY      VALUE 'Y'.
002170 01  WS-REPORT-OPEN-SW         PIC X VALUE 'N'.
002180     88  WS-REPORT-OPEN            VALUE 'Y'.
002190 01  WS-EXP-OPEN-SW            PIC X VALUE 'N'.
002200     88  WS-EXP-OPEN               VALUE 'Y'.
002210
002220 01  WS-RUN-DATE               PIC 9(08).
002230 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002240     05  FILLER                PIC X(02).
002250     05  WS-RUN-DATE-YYMMDD    PIC X(06).
002260
002270 01  WS-TEXT                   PIC X(80) VALUE SPACES.
002280 01  WS-SECTION-LINES          PIC 9(07) COMP VALUE ZERO.
002290 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
002300 01  WS-HASH-DISPLAY           PIC ZZZZZZZZZZZZZZ9.
002310 01  WS-HASH-DISPLAY-2         PIC ZZZZZZZZZZZZZZ9.
002320
002330*    THE IMAGE AREAS OF A JOURNAL RECORD WRITTEN BEFORE THE
002340*    212-BYTE MASTER LAYOUT: 187-BYTE IMAGES, 448 BYTES IN ALL.
002350 01  WS-OLD-JRNL-RECORD.
002360     05  FILLER                PIC X(73).
002370     05  WS-OLD-BEFORE-IMAGE   PIC X(187).
002380     05  FILLER                PIC X(01).
002390     05  WS-OLD-AFTER-IMAGE    PIC X(187).
002400
002410*    THE IMAGE AREAS OF A JOURNAL RECORD WRITTEN BEFORE THE
002420*    300-BYTE MASTER LAYOUT: 212-BYTE IMAGES, 498 BYTES IN ALL.
002430 01  WS-V212-JRNL-RECORD.
002440     05  FILLER                PIC X(73).
002450     05  WS-V212-BEFORE-IMAGE  PIC X(212).
002460     05  FILLER                PIC X(01).
002470     05  WS-V212-AFTER-IMAGE   PIC X(212).
002480
002490 01  WS-CONVERTED-SW           PIC X VALUE 'N'.
002500     88  WS-CONVERTED              VALUE 'Y'.
002510 01  WS-FOUND-SW               PIC X VALUE 'N'.
002520     88  WS-FOUND                  VALUE 'Y'.
002530
002540*    THE OTHER SIDE OF A FIELD-BY-FIELD COMPARISON WITH THE
002550*    EXPECTED MASTER: THE LIVE RECORD, OR A JOURNAL RECORD'S
002560*    BEFORE IMAGE.
002570     COPY CUSTMAST REPLACING LEADING ==CUSTOMER== BY ==COMPARE==
002580                             LEADING ==CM== BY ==CP==.
002590
002600 01  WS-COMPARE-NAME           PIC X(08) VALUE SPACES.
002610 01  WS-FIELD-TAG              PIC X(11) VALUE SPACES.
002620 01  WS-EXPECTED-VALUE         PIC X(30) VALUE SPACES.
002630 01  WS-FOUND-VALUE            PIC X(30) VALUE SPACES.
002640
002650*    ONE SLOT PER POSSIBLE CUSTOMER ID: THE LAST JOURNAL
002660*    RECORD REPLAYED FOR THE CUSTOMER, SO AN UNJOURNALED
002670*    CHANGE CAN BE DATED BETWEEN THAT RECORD AND TONIGHT.
002680 01  WS-LAST-JOURNALED-MAP.
002690     05  WS-LAST-JOURNALED     OCCURS 99999 TIMES.
002700         10  WS-LJ-DATE            PIC 9(08).
002710         10  WS-LJ-PROGRAM         PIC X(08).
002720 01  WS-ID-IX                  PIC 9(05) COMP VALUE ZERO.
002730 01  WS-ID-DISPLAY             PIC 9(05) VALUE ZERO.
002740
002750*    RECORD COUNTS AND HASH TOTALS BY STATUS, EXPECTED AND
002760*    LIVE.  AN ERASED CUSTOMER (CM-ERASE-DATE SET) COUNTS AS
002770*    ERASED, NOT CLOSED; A STATUS BYTE OF ANY OTHER VALUE
002780*    COUNTS AS OTHER.
002790 01  WS-STATUS-NAMES-X.
002800     05  FILLER                PIC X(08) VALUE 'ACTIVE'.
002810     05  FILLER                PIC X(08) VALUE 'CLOSED'.
002820     05  FILLER                PIC X(08) VALUE 'ERASED'.
002830     05  FILLER                PIC X(08) VALUE 'OTHER'.
002840 01  WS-STATUS-NAMES REDEFINES WS-STATUS-NAMES-X.
002850     05  WS-STATUS-NAME        PIC X(08) OCCURS 4 TIMES.
002860 01  WS-STATUS-TOTALS.
002870     05  WS-STS-ENTRY          OCCURS 4 TIMES.
002880         10  WS-STS-EXP-COUNT      PIC 9(07) COMP.
002890         10  WS-STS-EXP-ID-HASH    PIC 9(12).
002900         10  WS-STS-EXP-DATE-HASH  PIC 9(15).
002910         10  WS-STS-LIVE-COUNT     PIC 9(07) COMP.
002920         10  WS-STS-LIVE-ID-HASH   PIC 9(12).
002930         10  WS-STS-LIVE-DATE-HASH PIC 9(15).
002940 01  WS-STS-IX                 PIC 9(02) COMP VALUE ZERO.
002950 01  WS-STATUS-MISMATCHES      PIC 9(02) COMP VALUE ZERO.
002960 01  WS-CLASS-STATUS           PIC X(01) VALUE SPACE.
002970 01  WS-CLASS-ERASE-DATE       PIC X(08) VALUE SPACES.
002980 01  WS-CLASS-CHANGE-DATE      PIC X(08) VALUE SPACES.
002990 01  WS-CLASS-DATE-NUM         PIC 9(08) VALUE ZERO.
003000
003010*    MATCH-MERGE KEYS; 999999 IS PAST THE LAST CUSTOMER ID.
003020 01  WS-EXP-KEY                PIC 9(06) VALUE ZERO.
003030 01  WS-LIVE-KEY               PIC 9(06) VALUE ZERO.
003040
003050 01  WS-BACKUP-DETAILS         PIC 9(07) COMP VALUE ZERO.
003060 01  WS-BACKUP-TRAILER-COUNT   PIC 9(07) COMP VALUE ZERO.
003070 01  WS-BACKUP-LOADED          PIC 9(07) COMP VALUE ZERO.
003080 01  WS-GENERATIONS-READ       PIC 9(05) COMP VALUE ZERO.
003090 01  WS-GENERATIONS-SKIPPED    PIC 9(05) COMP VALUE ZERO.
003100 01  WS-JRNL-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
003110 01  WS-JRNL-BEFORE-BACKUP     PIC 9(07) COMP VALUE ZERO.
003120 01  WS-JRNL-REPLAYED          PIC 9(07) COMP VALUE ZERO.
003130 01  WS-REPLAY-WRITES          PIC 9(07) COMP VALUE ZERO.
003140 01  WS-REPLAY-REWRITES        PIC 9(07) COMP VALUE ZERO.
003150 01  WS-REPLAY-DELETES         PIC 9(07) COMP VALUE ZERO.
003160 01  WS-DELETES-ALREADY-GONE   PIC 9(07) COMP VALUE ZERO.
003170 01  WS-REPLAY-ERRORS          PIC 9(07) COMP VALUE ZERO.
003180 01  WS-OLD-RECS-CONVERTED     PIC 9(07) COMP VALUE ZERO.
003190 01  WS-CHAIN-CHECKED          PIC 9(07) COMP VALUE ZERO.
003200 01  WS-CHAIN-BREAKS           PIC 9(07) COMP VALUE ZERO.
003210 01  WS-EXPECTED-RECORDS       PIC 9(07) COMP VALUE ZERO.
003220 01  WS-LIVE-RECORDS           PIC 9(07) COMP VALUE ZERO.
003230 01  WS-MATCHED-IDENTICAL      PIC 9(07) COMP VALUE ZERO.
003240 01  WS-MATCHED-DIFFERENT      PIC 9(07) COMP VALUE ZERO.
003250 01  WS-LIVE-ONLY              PIC 9(07) COMP VALUE ZERO.
003260 01  WS-EXPECTED-ONLY          PIC 9(07) COMP VALUE ZERO.
003270 01  WS-FIELD-DIFFS            PIC 9(07) COMP VALUE ZERO.
003280 01  WS-UNJOURNALED            PIC 9(07) COMP VALUE ZERO.
003290
003300 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
003310     88  WS-HARD-FAIL              VALUE 'Y'.
003320 01  WS-OUT-OF-BALANCE-SW      PIC X VALUE 'N'.
003330     88  WS-OUT-OF-BALANCE         VALUE 'Y'.
003340 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
003350
003360 01  WS-BKC-EOF                PIC X VALUE 'N'.
003370     88  WS-BKC-EOF-YES            VALUE 'Y'.
003380 01  WS-BKP-EOF                PIC X VALUE 'N'.
003390     88  WS-BKP-EOF-YES            VALUE 'Y'.
003400 01  WS-CAT-EOF                PIC X VALUE 'N'.
003410     88  WS-CAT-EOF-YES            VALUE 'Y'.
003420 01  WS-ARC-EOF                PIC X VALUE 'N'.
003430     88  WS-ARC-EOF-YES            VALUE 'Y'.
003440 01  WS-EOF                    PIC X VALUE 'N'.
003450     88  WS-EOF-YES                VALUE 'Y'.
003460 01  WS-TRAILER-SW             PIC X VALUE 'N'.
003470     88  WS-TRAILER-SEEN           VALUE 'Y'.
003480
003490 PROCEDURE DIVISION.
003500*----------------------------------------------------------------
003510*    0000-MAIN-PROCESS
003520*    BUILDS THE EXPECTED MASTER FROM THE BACKUP AND THE
003530*    JOURNAL, THEN HOLDS THE LIVE MASTER UP AGAINST IT.  ANY
003540*    STEP THAT FAILS ENDS THE AUDIT - A PARTIAL EXPECTED
003550*    MASTER WOULD ONLY REPORT FALSE DIFFERENCES.
003560*----------------------------------------------------------------
003570 0000-MAIN-PROCESS.
003580     PERFORM 1000-INITIALIZE
003590     IF NOT WS-HARD-FAIL
003600         PERFORM 1100-FIND-BACKUP
003610     END-IF
003620     IF NOT WS-HARD-FAIL
003630         PERFORM 1200-PROVE-BACKUP
003640     END-IF
003650     IF NOT WS-HARD-FAIL
003660         PERFORM 9600-CLAIM-MASTER-LOCK
003670         IF WS-LOCK-REFUSED
003680             SET WS-HARD-FAIL TO TRUE
003690         END-IF
003700     END-IF
003710     IF NOT WS-HARD-FAIL
003720         PERFORM 1300-LOAD-EXPECTED-MASTER
003730     END-IF
003740     IF NOT WS-HARD-FAIL
003750         PERFORM 2000-REPLAY-JOURNAL
003760     END-IF
003770     IF NOT WS-HARD-FAIL
003780         PERFORM 3000-COMPARE-MASTERS
003790     END-IF
003800     IF WS-EXP-OPEN
003810         CLOSE EXPECTED-MASTER-FILE
003820     END-IF
003830     IF NOT WS-HARD-FAIL
003840         PERFORM 4500-WRITE-STATUS-TOTALS
003850         PERFORM 4900-CHECK-BALANCE
003860     END-IF
003870     PERFORM 9650-RELEASE-MASTER-LOCK
003880     PERFORM 9300-SET-RETURN-CODE
003890     IF WS-REPORT-OPEN
003900         PERFORM 9100-WRITE-CONTROL-TOTALS
003910     END-IF
003920     MOVE WS-RUN-RC TO RETURN-CODE
003930     STOP RUN.
003940
003950*----------------------------------------------------------------
003960*    1000-INITIALIZE
003970*    READS THE OPTIONAL BACKUP DSN AND OPENS THE REPORT.
003980*----------------------------------------------------------------
003990 1000-INITIALIZE.
004000     ACCEPT WS-COMMAND FROM COMMAND-LINE
004010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004020     INITIALIZE WS-LAST-JOURNALED-MAP
004030     INITIALIZE WS-STATUS-TOTALS
004040     UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
004050         INTO WS-BACKUP-DSN WS-EXTRA-WORD
004060     END-UNSTRING
004070     IF WS-EXTRA-WORD NOT = SPACES
004080         DISPLAY "CMAUDIT: USAGE IS CMAUDIT [<BACKUP DSN>]"
004090         SET WS-HARD-FAIL TO TRUE
004100     ELSE
004110         IF WS-BACKUP-DSN NOT = SPACES
004120             SET WS-BACKUP-NAMED TO TRUE
004130         END-IF
004140         MOVE SPACES TO WS-REPORT-DSN
004150         STRING "CMAUDIT.D"        DELIMITED BY SIZE
004160                WS-RUN-DATE-YYMMDD DELIMITED BY SIZE
004170                ".DAT"             DELIMITED BY SIZE
004180             INTO WS-REPORT-DSN
004190         END-STRING
004200         DISPLAY "CMAUDIT REPORT: " WS-REPORT-DSN
004210         OPEN OUTPUT REPORT-FILE
004220         SET WS-REPORT-OPEN TO TRUE
004230         MOVE SPACES TO REPORT-RECORD
004240         STRING "CMAUDIT CUSTOMER MASTER INTEGRITY AUDIT - "
004250                "RUN DATE " WS-RUN-DATE
004260             DELIMITED BY SIZE
004270             INTO REPORT-RECORD
004280         END-STRING
004290         WRITE REPORT-RECORD
004300     END-IF.
004310
004320*----------------------------------------------------------------
004330*    1100-FIND-BACKUP
004340*    THE LAST BACKUP ON CMBKGENS.DAT, OR THE ONE NAMED, AND ITS
004350*    UNLOAD DATE.  A BACKUP OPERATIONS ADDED TO THE CATALOG BY
004360*    NAME ONLY IS DATED FROM ITS CMBKP.D<YYMMDD> NAME.  AN
004370*    ACTIVE-ONLY BACKUP IS NEVER TAKEN AS THE LAST ONE, AND
004380*    NAMING ONE ENDS THE RUN.
004390*----------------------------------------------------------------
004400 1100-FIND-BACKUP.
004410     OPEN INPUT BACKUP-CATALOG-FILE
004420     IF WS-BKC-FILE-STATUS = "00"
004430         MOVE 'N' TO WS-BKC-EOF
004440         PERFORM 1110-READ-ONE-CATALOG-LINE UNTIL WS-BKC-EOF-YES
004450         CLOSE BACKUP-CATALOG-FILE
004460     END-IF
004470     IF WS-BACKUP-DSN = SPACES
004480         DISPLAY "CMAUDIT: NO BACKUP ON CMBKGENS.DAT - NAME "
004490                 "ONE ON THE COMMAND LINE"
004500         SET WS-HARD-FAIL TO TRUE
004510     END-IF
004520     IF WS-NAMED-ACTIVE-ONLY
004530         DISPLAY "CMAUDIT: " WS-BACKUP-DSN " IS AN ACTIVE-ONLY "
004540                 "BACKUP - NAME A FULL ONE"
004550         SET WS-HARD-FAIL TO TRUE
004560     END-IF
004570     IF NOT WS-HARD-FAIL
004580         IF WS-CATALOG-DATE IS NUMERIC
004590            AND WS-CATALOG-DATE NOT = ZERO
004600             MOVE WS-CATALOG-DATE TO WS-BACKUP-DATE
004610         ELSE
004620             IF WS-BACKUP-DSN (1:7) = "CMBKP.D"
004630                AND WS-BACKUP-DSN (8:6) IS NUMERIC
004640                 MOVE "20"                 TO WS-BACKUP-CENTURY
004650                 MOVE WS-BACKUP-DSN (8:6)  TO WS-BACKUP-YYMMDD
004660             END-IF
004670         END-IF
004680         IF WS-BACKUP-DATE = ZERO
004690             DISPLAY "CMAUDIT: CANNOT TELL WHEN " WS-BACKUP-DSN
004700                     " WAS TAKEN - NOT CATALOGED WITH A DATE "
004710                     "OR NAMED CMBKP.D<YYMMDD>"
004720             SET WS-HARD-FAIL TO TRUE
004730         ELSE
004740             MOVE SPACES TO REPORT-RECORD
004750             STRING "BACKUP " WS-BACKUP-DSN
004760                    " TAKEN " WS-BACKUP-DATE
004770                 DELIMITED BY SIZE
004780                 INTO REPORT-RECORD
004790             END-STRING
004800             WRITE REPORT-RECORD
004810             DISPLAY "CMAUDIT BACKUP " WS-BACKUP-DSN
004820                     " TAKEN " WS-BACKUP-DATE
004830         END-IF
004840     END-IF.
004850
004860 1110-READ-ONE-CATALOG-LINE.
004870     READ BACKUP-CATALOG-FILE
004880         AT END
004890             MOVE 'Y' TO WS-BKC-EOF
004900         NOT AT END
004910             IF BKC-BACKUP-DSN NOT = SPACES
004920                 EVALUATE TRUE
004930                     WHEN NOT WS-BACKUP-NAMED
004940                         AND BKC-FULL-UNLOAD
004950                         MOVE BKC-BACKUP-DSN  TO WS-BACKUP-DSN
004960                         MOVE BKC-UNLOAD-DATE TO WS-CATALOG-DATE
004970                     WHEN NOT WS-BACKUP-NAMED
004980                         CONTINUE
004990                     WHEN BKC-BACKUP-DSN = WS-BACKUP-DSN
005000                         MOVE BKC-UNLOAD-DATE TO WS-CATALOG-DATE
005010                         IF BKC-ACTIVE-ONLY
005020                             MOVE 'Y' TO WS-NAMED-ACTIVE-SW
005030                         ELSE
005040                             MOVE 'N' TO WS-NAMED-ACTIVE-SW
005050                         END-IF
005060                     WHEN OTHER
005070                         CONTINUE
005080                 END-EVALUATE
005090             END-IF
005100     END-READ.
005110
005120*----------------------------------------------------------------
005130*    1200-PROVE-BACKUP
005140*    COUNTS THE BACKUP'S DETAIL RECORDS AGAINST ITS TRL
005150*    TRAILER, AS CMRELOAD DOES BEFORE A RELOAD.  A TRUNCATED
005160*    BACKUP CANNOT BE THE BASE OF A PROOF.
005170*----------------------------------------------------------------
005180 1200-PROVE-BACKUP.
005190     OPEN INPUT BACKUP-FILE
005200     IF WS-BKP-FILE-STATUS NOT = "00"
005210         DISPLAY "CMAUDIT: CANNOT OPEN " WS-BACKUP-DSN
005220                 " - STATUS " WS-BKP-FILE-STATUS
005230         SET WS-HARD-FAIL TO TRUE
005240     ELSE
005250         MOVE 'N' TO WS-BKP-EOF
005260         PERFORM 1210-COUNT-ONE-BACKUP-RECORD
005270             UNTIL WS-BKP-EOF-YES
005280         CLOSE BACKUP-FILE
005290         EVALUATE TRUE
005300             WHEN NOT WS-TRAILER-SEEN
005310                 DISPLAY "CMAUDIT: " WS-BACKUP-DSN
005320                         " HAS NO TRL TRAILER - TRUNCATED?"
005330                 SET WS-HARD-FAIL TO TRUE
005340             WHEN WS-BACKUP-DETAILS NOT = WS-BACKUP-TRAILER-COUNT
005350                 MOVE WS-BACKUP-DETAILS TO WS-CNT-DISPLAY
005360                 DISPLAY "CMAUDIT: " WS-BACKUP-DSN " HOLDS "
005370                         WS-CNT-DISPLAY " RECORDS, ITS "
005380                         "TRAILER SAYS " BKP-TRL-COUNT
005390                 SET WS-HARD-FAIL TO TRUE
005400             WHEN OTHER
005410                 CONTINUE
005420         END-EVALUATE
005430     END-IF.
005440
005450 1210-COUNT-ONE-BACKUP-RECORD.
005460     READ BACKUP-FILE
005470         AT END
005480             MOVE 'Y' TO WS-BKP-EOF
005490         NOT AT END
005500             IF BKP-TRL-CODE = 'TRL'
005510                 SET WS-TRAILER-SEEN TO TRUE
005520                 MOVE BKP-TRL-COUNT TO WS-BACKUP-TRAILER-COUNT
005530                 MOVE 'Y' TO WS-BKP-EOF
005540             ELSE
005550                 ADD 1 TO WS-BACKUP-DETAILS
005560             END-IF
005570     END-READ.
005580
005590*----------------------------------------------------------------
005600*    1300-LOAD-EXPECTED-MASTER
005610*    THE BACKUP, IN THE KEY ORDER CMUNLOAD WROTE IT, BECOMES
005620*    THE STARTING EXPECTED MASTER.  A BACKUP OF AN OLDER,
005630*    SHORTER LAYOUT PADS THE NEWER FIELDS WITH SPACES, AS IT
005640*    DOES ON A RELOAD.
005650*----------------------------------------------------------------
005660 1300-LOAD-EXPECTED-MASTER.
005670     OPEN OUTPUT EXPECTED-MASTER-FILE
005680     IF WS-EXP-FILE-STATUS NOT = "00"
005690         DISPLAY "CMAUDIT: CANNOT CREATE CMAUDIT.TMP - STATUS "
005700                 WS-EXP-FILE-STATUS
005710         SET WS-HARD-FAIL TO TRUE
005720     ELSE
005730         OPEN INPUT BACKUP-FILE
005740         MOVE 'N' TO WS-BKP-EOF
005750         PERFORM 1310-LOAD-ONE-BACKUP-RECORD
005760             UNTIL WS-BKP-EOF-YES
005770         CLOSE BACKUP-FILE
005780         CLOSE EXPECTED-MASTER-FILE
005790         IF WS-BACKUP-LOADED NOT = WS-BACKUP-DETAILS
005800             DISPLAY "CMAUDIT: " WS-BACKUP-DSN
005810                     " DID NOT LOAD WHOLE - OUT OF ORDER OR "
005820                     "DUPLICATE IDS"
005830             SET WS-HARD-FAIL TO TRUE
005840         ELSE
005850             OPEN I-O EXPECTED-MASTER-FILE
005860             SET WS-EXP-OPEN TO TRUE
005870         END-IF
005880     END-IF.
005890
005900 1310-LOAD-ONE-BACKUP-RECORD.
005910     READ BACKUP-FILE
005920         AT END
005930             MOVE 'Y' TO WS-BKP-EOF
005940         NOT AT END
005950             IF BKP-TRL-CODE = 'TRL'
005960                 MOVE 'Y' TO WS-BKP-EOF
005970             ELSE
005980                 MOVE BACKUP-RECORD TO EXPECTED-MASTER-RECORD
005990                 WRITE EXPECTED-MASTER-RECORD
006000                     INVALID KEY
006010                         DISPLAY "CMAUDIT: BACKUP RECORD FOR ID "
006020                                 EX-CUSTOMER-ID
006030                                 " WOULD NOT LOAD - STATUS "
006040                                 WS-EXP-FILE-STATUS
006050                     NOT INVALID KEY
006060                         ADD 1 TO WS-BACKUP-LOADED
006070                 END-WRITE
006080             END-IF
006090     END-READ.
006100
006110*----------------------------------------------------------------
006120*    2000-REPLAY-JOURNAL
006130*    THE ARCHIVED GENERATIONS, OLDEST FIRST, THEN THE LIVE
006140*    JOURNAL - THE ORDER THE RECORDS WERE WRITTEN.
006150*----------------------------------------------------------------
006160 2000-REPLAY-JOURNAL.
006170     MOVE "UNJOURNALED CHANGES - JOURNAL CHAIN BREAKS" TO WS-TEXT
006180     PERFORM 8100-WRITE-SECTION-HEADING
006190     PERFORM 2100-REPLAY-GENERATIONS
006200     IF NOT WS-HARD-FAIL
006210         OPEN INPUT JOURNAL-IN-FILE
006220         IF WS-JRNIN-FILE-STATUS NOT = "00"
006230             DISPLAY "CMAUDIT: CANNOT OPEN CMJRNL.DAT - STATUS "
006240                     WS-JRNIN-FILE-STATUS
006250             SET WS-HARD-FAIL TO TRUE
006260         ELSE
006270             MOVE 'N' TO WS-EOF
006280             PERFORM 2200-REPLAY-ONE-LIVE-RECORD UNTIL WS-EOF-YES
006290             CLOSE JOURNAL-IN-FILE
006300         END-IF
006310     END-IF
006320     PERFORM 8200-END-SECTION.
006330
006340*----------------------------------------------------------------
006350*    2100-REPLAY-GENERATIONS
006360*    A GENERATION CUT BEFORE THE BACKUP DATE HOLDS NOTHING
006370*    TO REPLAY AND IS NOT OPENED.  ONE CUT SINCE THAT WILL NOT
006380*    OPEN LEAVES THE EXPECTED MASTER INCOMPLETE AND ENDS THE
006390*    AUDIT.  NO CATALOG MEANS NO CUT HAS EVER BEEN MADE.
006400*----------------------------------------------------------------
006410 2100-REPLAY-GENERATIONS.
006420     OPEN INPUT CATALOG-FILE
006430     IF WS-CAT-FILE-STATUS NOT = "00"
006440         DISPLAY "CMAUDIT: NO ARCHIVE CATALOG - LIVE JOURNAL ONLY"
006450         MOVE 'Y' TO WS-CAT-EOF
006460     ELSE
006470         MOVE 'N' TO WS-CAT-EOF
006480         PERFORM 2110-REPLAY-ONE-GENERATION UNTIL WS-CAT-EOF-YES
006490         CLOSE CATALOG-FILE
006500     END-IF.
006510
006520 2110-REPLAY-ONE-GENERATION.
006530     READ CATALOG-FILE
006540         AT END
006550             MOVE 'Y' TO WS-CAT-EOF
006560         NOT AT END
006570             IF CAT-CUT-DATE IS NUMERIC
006580                AND CAT-CUT-DATE < WS-BACKUP-DATE
006590                 ADD 1 TO WS-GENERATIONS-SKIPPED
006600             ELSE
006610                 MOVE CAT-GENERATION-DSN TO WS-ARCHIVE-DSN
006620                 PERFORM 2120-REPLAY-ARCHIVE-FILE
006630             END-IF
006640     END-READ.
006650
006660 2120-REPLAY-ARCHIVE-FILE.
006670     OPEN INPUT ARCHIVE-FILE
006680     IF WS-ARC-FILE-STATUS NOT = "00"
006690         DISPLAY "*** CMAUDIT: CANNOT OPEN GENERATION "
006700                 WS-ARCHIVE-DSN " - STATUS " WS-ARC-FILE-STATUS
006710                 " - AUDIT NOT POSSIBLE ***"
006720         SET WS-HARD-FAIL TO TRUE
006730         MOVE 'Y' TO WS-CAT-EOF
006740     ELSE
006750         ADD 1 TO WS-GENERATIONS-READ
006760         MOVE 'N' TO WS-ARC-EOF
006770         PERFORM 2130-REPLAY-ONE-ARCHIVE-REC UNTIL WS-ARC-EOF-YES
006780         CLOSE ARCHIVE-FILE
006790     END-IF.
006800
006810 2130-REPLAY-ONE-ARCHIVE-REC.
006820     READ ARCHIVE-FILE
006830         AT END
006840             MOVE 'Y' TO WS-ARC-EOF
006850         NOT AT END
006860             IF ARCHIVE-RECORD (1:3) NOT = 'TRL'
006870                 MOVE ARCHIVE-RECORD TO JRNIN-RECORD
006880                 MOVE WS-ARC-REC-LEN TO WS-JRNIN-REC-LEN
006890                 PERFORM 2300-ROUTE-JOURNAL-RECORD
006900             END-IF
006910     END-READ.
006920
006930 2200-REPLAY-ONE-LIVE-RECORD.
006940     READ JOURNAL-IN-FILE
006950         AT END
006960             MOVE 'Y' TO WS-EOF
006970         NOT AT END
006980             PERFORM 2300-ROUTE-JOURNAL-RECORD
006990     END-READ.
007000
007010*----------------------------------------------------------------
007020*    2300-ROUTE-JOURNAL-RECORD
007030*    A RECORD WRITTEN BEFORE THE BACKUP DATE IS ALREADY IN
007040*    THE BACKUP.  ONE WRITTEN ON THE BACKUP DAY IS REPLAYED
007050*    BUT NOT CHAIN-CHECKED: IT MAY PREDATE THE UNLOAD.
007060*----------------------------------------------------------------
007070 2300-ROUTE-JOURNAL-RECORD.
007080     ADD 1 TO WS-JRNL-RECORDS-READ
007090     PERFORM 2310-CONVERT-OLD-RECORD
007100     IF JIN-RUN-DATE < WS-BACKUP-DATE
007110         ADD 1 TO WS-JRNL-BEFORE-BACKUP
007120     ELSE
007130         ADD 1 TO WS-JRNL-REPLAYED
007140         MOVE SPACES          TO EXPECTED-MASTER-RECORD
007150         MOVE JIN-CUSTOMER-ID TO EX-CUSTOMER-ID
007160         MOVE 'N' TO WS-FOUND-SW
007170         READ EXPECTED-MASTER-FILE
007180             INVALID KEY
007190                 MOVE SPACES TO EXPECTED-MASTER-RECORD
007200             NOT INVALID KEY
007210                 SET WS-FOUND TO TRUE
007220         END-READ
007230         IF JIN-RUN-DATE > WS-BACKUP-DATE
007240            AND JIN-ACTION NOT = 'RELOAD'
007250            AND NOT WS-CONVERTED
007260             PERFORM 2320-CHECK-CHAIN
007270         END-IF
007280         PERFORM 2330-APPLY-RECORD
007290         IF JIN-CUSTOMER-ID > ZERO
007300             MOVE JIN-CUSTOMER-ID TO WS-ID-IX
007310             MOVE JIN-RUN-DATE    TO WS-LJ-DATE (WS-ID-IX)
007320             MOVE JIN-PROGRAM     TO WS-LJ-PROGRAM (WS-ID-IX)
007330         END-IF
007340     END-IF.
007350
007360*----------------------------------------------------------------
007370*    2310-CONVERT-OLD-RECORD
007380*    JOURNAL RECORDS OF THE 187-BYTE (448-BYTE RECORD) AND
007390*    212-BYTE (498-BYTE RECORD) IMAGE LAYOUTS ARE RECOGNIZED
007400*    AND REMAPPED EXACTLY AS CMRECOVR DOES - SEE ITS
007410*    2020-CONVERT-OLD-RECORD FOR WHY THE THREE MARKS CANNOT
007420*    MISTAKE A CURRENT RECORD FOR AN OLD ONE.
007430*----------------------------------------------------------------
007440 2310-CONVERT-OLD-RECORD.
007450     MOVE 'N' TO WS-CONVERTED-SW
007460     IF WS-JRNIN-REC-LEN <= 448
007470         AND JRNIN-RECORD (261:1) = SPACE
007480         AND JRNIN-RECORD (262:1) NOT = SPACE
007490         SET WS-CONVERTED TO TRUE
007500         ADD 1 TO WS-OLD-RECS-CONVERTED
007510         MOVE JRNIN-RECORD        TO WS-OLD-JRNL-RECORD
007520         MOVE WS-OLD-BEFORE-IMAGE TO JIN-BEFORE-IMAGE
007530         MOVE WS-OLD-AFTER-IMAGE  TO JIN-AFTER-IMAGE
007540     ELSE
007550         IF WS-JRNIN-REC-LEN <= 498
007560             AND JRNIN-RECORD (286:1) = SPACE
007570             AND JRNIN-RECORD (287:1) NOT = SPACE
007580             SET WS-CONVERTED TO TRUE
007590             ADD 1 TO WS-OLD-RECS-CONVERTED
007600             MOVE JRNIN-RECORD         TO WS-V212-JRNL-RECORD
007610             MOVE WS-V212-BEFORE-IMAGE TO JIN-BEFORE-IMAGE
007620             MOVE WS-V212-AFTER-IMAGE  TO JIN-AFTER-IMAGE
007630         END-IF
007640     END-IF.
007650
007660*----------------------------------------------------------------
007670*    2320-CHECK-CHAIN
007680*    THE WRITER READ THE CUSTOMER JUST BEFORE THIS CHANGE AND
007690*    JOURNALED WHAT IT READ AS THE BEFORE IMAGE (SPACES IF
007700*    THE CUSTOMER WAS NOT THERE).  IF THAT IS NOT THE
007710*    EXPECTED MASTER'S IMAGE, SOMETHING CHANGED THE CUSTOMER
007720*    IN BETWEEN WITHOUT A JOURNAL RECORD.
007730*----------------------------------------------------------------
007740 2320-CHECK-CHAIN.
007750     ADD 1 TO WS-CHAIN-CHECKED
007760     IF JIN-BEFORE-IMAGE NOT = EXPECTED-MASTER-RECORD
007770         ADD 1 TO WS-CHAIN-BREAKS
007780         ADD 1 TO WS-SECTION-LINES
007790         MOVE JIN-CUSTOMER-ID TO WS-ID-IX
007800         MOVE SPACES TO REPORT-RECORD
007810         IF WS-ID-IX > ZERO AND WS-LJ-DATE (WS-ID-IX) > ZERO
007820             STRING JIN-CUSTOMER-ID "  " JIN-RUN-DATE " "
007830                    JIN-PROGRAM " " JIN-ACTION " "
007840                    JIN-SOURCE-DSN
007850                    " FOUND IT CHANGED SINCE "
007860                    WS-LJ-DATE (WS-ID-IX) " "
007870                    WS-LJ-PROGRAM (WS-ID-IX)
007880                 DELIMITED BY SIZE
007890                 INTO REPORT-RECORD
007900             END-STRING
007910         ELSE
007920             STRING JIN-CUSTOMER-ID "  " JIN-RUN-DATE " "
007930                    JIN-PROGRAM " " JIN-ACTION " "
007940                    JIN-SOURCE-DSN
007950                    " FOUND IT CHANGED SINCE THE BACKUP"
007960                 DELIMITED BY SIZE
007970                 INTO REPORT-RECORD
007980             END-STRING
007990         END-IF
008000         WRITE REPORT-RECORD
008010         MOVE JIN-BEFORE-IMAGE TO COMPARE-MASTER-RECORD
008020         MOVE "JOURNAL" TO WS-COMPARE-NAME
008030         PERFORM 4000-COMPARE-IMAGES
008040     END-IF.
008050
008060*----------------------------------------------------------------
008070*    2330-APPLY-RECORD
008080*    PUTS THE AFTER IMAGE ON THE EXPECTED MASTER - OR, FOR A
008090*    DELETE (AFTER IMAGE SPACES), TAKES THE CUSTOMER OFF IT.
008100*----------------------------------------------------------------
008110 2330-APPLY-RECORD.
008120     EVALUATE TRUE
008130         WHEN JIN-AFTER-IMAGE = SPACES AND WS-FOUND
008140             DELETE EXPECTED-MASTER-FILE
008150                 INVALID KEY
008160                     ADD 1 TO WS-REPLAY-ERRORS
008170                 NOT INVALID KEY
008180                     ADD 1 TO WS-REPLAY-DELETES
008190             END-DELETE
008200         WHEN JIN-AFTER-IMAGE = SPACES
008210             ADD 1 TO WS-DELETES-ALREADY-GONE
008220         WHEN WS-FOUND
008230             MOVE JIN-AFTER-IMAGE TO EXPECTED-MASTER-RECORD
008240             REWRITE EXPECTED-MASTER-RECORD
008250                 INVALID KEY
008260                     ADD 1 TO WS-REPLAY-ERRORS
008270                 NOT INVALID KEY
008280                     ADD 1 TO WS-REPLAY-REWRITES
008290             END-REWRITE
008300         WHEN OTHER
008310             MOVE JIN-AFTER-IMAGE TO EXPECTED-MASTER-RECORD
008320             WRITE EXPECTED-MASTER-RECORD
008330                 INVALID KEY
008340                     ADD 1 TO WS-REPLAY-ERRORS
008350                 NOT INVALID KEY
008360                     ADD 1 TO WS-REPLAY-WRITES
008370             END-WRITE
008380     END-EVALUATE.
008390
008400*----------------------------------------------------------------
008410*    3000-COMPARE-MASTERS
008420*    MATCH-MERGES THE EXPECTED AND LIVE MASTERS IN CUSTOMER-ID
008430*    ORDER.
008440*----------------------------------------------------------------
008450 3000-COMPARE-MASTERS.
008460     OPEN INPUT CUSTOMER-MASTER-FILE
008470     IF WS-CM-FILE-STATUS NOT = "00"
008480         DISPLAY "CMAUDIT: CANNOT OPEN CUSTOMER MASTER - STATUS "
008490                 WS-CM-FILE-STATUS
008500         SET WS-HARD-FAIL TO TRUE
008510     ELSE
008520         CLOSE EXPECTED-MASTER-FILE
008530         OPEN INPUT EXPECTED-MASTER-FILE
008540         MOVE "UNJOURNALED CHANGES - LIVE MASTER DIFFERS"
008550             TO WS-TEXT
008560         PERFORM 8100-WRITE-SECTION-HEADING
008570         PERFORM 3100-READ-EXPECTED
008580         PERFORM 3110-READ-LIVE
008590         PERFORM 3200-MATCH-ONE-KEY
008600             UNTIL WS-EXP-KEY = 999999 AND WS-LIVE-KEY = 999999
008610         PERFORM 8200-END-SECTION
008620         CLOSE CUSTOMER-MASTER-FILE
008630     END-IF.
008640
008650 3100-READ-EXPECTED.
008660     READ EXPECTED-MASTER-FILE NEXT RECORD
008670         AT END
008680             MOVE 999999 TO WS-EXP-KEY
008690         NOT AT END
008700             MOVE EX-CUSTOMER-ID TO WS-EXP-KEY
008710             ADD 1 TO WS-EXPECTED-RECORDS
008720             MOVE EX-STATUS           TO WS-CLASS-STATUS
008730             MOVE EX-ERASE-DATE       TO WS-CLASS-ERASE-DATE
008740             MOVE EX-LAST-CHANGE-DATE TO WS-CLASS-CHANGE-DATE
008750             PERFORM 3500-CLASSIFY
008760             ADD 1 TO WS-STS-EXP-COUNT (WS-STS-IX)
008770             ADD EX-CUSTOMER-ID TO WS-STS-EXP-ID-HASH (WS-STS-IX)
008780             ADD WS-CLASS-DATE-NUM
008790                 TO WS-STS-EXP-DATE-HASH (WS-STS-IX)
008800     END-READ.
008810
008820 3110-READ-LIVE.
008830     READ CUSTOMER-MASTER-FILE NEXT RECORD
008840         AT END
008850             MOVE 999999 TO WS-LIVE-KEY
008860         NOT AT END
008870             MOVE CM-CUSTOMER-ID TO WS-LIVE-KEY
008880             ADD 1 TO WS-LIVE-RECORDS
008890             MOVE CM-STATUS           TO WS-CLASS-STATUS
008900             MOVE CM-ERASE-DATE       TO WS-CLASS-ERASE-DATE
008910             MOVE CM-LAST-CHANGE-DATE TO WS-CLASS-CHANGE-DATE
008920             PERFORM 3500-CLASSIFY
008930             ADD 1 TO WS-STS-LIVE-COUNT (WS-STS-IX)
008940             ADD CM-CUSTOMER-ID TO WS-STS-LIVE-ID-HASH (WS-STS-IX)
008950             ADD WS-CLASS-DATE-NUM
008960                 TO WS-STS-LIVE-DATE-HASH (WS-STS-IX)
008970     END-READ.
008980
008990*----------------------------------------------------------------
009000*    3200-MATCH-ONE-KEY
009010*    A CUSTOMER ON BOTH SIDES IS COMPARED; ONE ON ONLY ONE SIDE
009020*    WAS ADDED OR REMOVED WITHOUT A JOURNAL RECORD.
009030*----------------------------------------------------------------
009040 3200-MATCH-ONE-KEY.
009050     EVALUATE TRUE
009060         WHEN WS-EXP-KEY = WS-LIVE-KEY
009070             IF EXPECTED-MASTER-RECORD = CUSTOMER-MASTER-RECORD
009080                 ADD 1 TO WS-MATCHED-IDENTICAL
009090             ELSE
009100                 ADD 1 TO WS-MATCHED-DIFFERENT
009110                 MOVE "DIFFERS FROM ITS BACKUP AND JOURNAL"
009120                     TO WS-TEXT
009130                 MOVE WS-LIVE-KEY TO WS-ID-IX
009140                 PERFORM 3300-WRITE-CUSTOMER-LINE
009150                 MOVE CUSTOMER-MASTER-RECORD
009160                     TO COMPARE-MASTER-RECORD
009170                 MOVE "LIVE" TO WS-COMPARE-NAME
009180                 PERFORM 4000-COMPARE-IMAGES
009190             END-IF
009200             PERFORM 3100-READ-EXPECTED
009210             PERFORM 3110-READ-LIVE
009220         WHEN WS-EXP-KEY < WS-LIVE-KEY
009230             ADD 1 TO WS-EXPECTED-ONLY
009240             MOVE "MISSING FROM THE LIVE MASTER - NO DELETE "
009250                 TO WS-TEXT
009260             MOVE "JOURNALED" TO WS-TEXT (42:9)
009270             MOVE WS-EXP-KEY TO WS-ID-IX
009280             PERFORM 3300-WRITE-CUSTOMER-LINE
009290             PERFORM 3100-READ-EXPECTED
009300         WHEN OTHER
009310             ADD 1 TO WS-LIVE-ONLY
009320             MOVE "ON THE LIVE MASTER - NO WRITE JOURNALED"
009330                 TO WS-TEXT
009340             MOVE WS-LIVE-KEY TO WS-ID-IX
009350             PERFORM 3300-WRITE-CUSTOMER-LINE
009360             PERFORM 3110-READ-LIVE
009370     END-EVALUATE.
009380
009390*    WS-TEXT HOLDS WHAT IS WRONG, WS-ID-IX THE CUSTOMER.
009400 3300-WRITE-CUSTOMER-LINE.
009410     ADD 1 TO WS-UNJOURNALED
009420     MOVE WS-ID-IX TO WS-ID-DISPLAY
009430     ADD 1 TO WS-SECTION-LINES
009440     MOVE SPACES TO REPORT-RECORD
009450     IF WS-LJ-DATE (WS-ID-IX) > ZERO
009460         STRING WS-ID-DISPLAY "  " WS-TEXT (1:50)
009470                "  LAST JOURNALED " WS-LJ-DATE (WS-ID-IX)
009480                " BY " WS-LJ-PROGRAM (WS-ID-IX)
009490             DELIMITED BY SIZE
009500             INTO REPORT-RECORD
009510         END-STRING
009520     ELSE
009530         STRING WS-ID-DISPLAY "  " WS-TEXT (1:50)
009540                "  NOT JOURNALED SINCE THE BACKUP"
009550             DELIMITED BY SIZE
009560             INTO REPORT-RECORD
009570         END-STRING
009580     END-IF
009590     WRITE REPORT-RECORD.
009600
009610*----------------------------------------------------------------
009620*    3500-CLASSIFY
009630*    WS-CLASS-STATUS, -ERASE-DATE AND -CHANGE-DATE ARRIVE FROM
009640*    ONE RECORD; WS-STS-IX AND WS-CLASS-DATE-NUM COME BACK.
009650*----------------------------------------------------------------
009660 3500-CLASSIFY.
009670     EVALUATE TRUE
009680         WHEN WS-CLASS-ERASE-DATE NOT = SPACES
009690             MOVE 3 TO WS-STS-IX
009700         WHEN WS-CLASS-STATUS = 'A' OR WS-CLASS-STATUS = SPACE
009710             MOVE 1 TO WS-STS-IX
009720         WHEN WS-CLASS-STATUS = 'I'
009730             MOVE 2 TO WS-STS-IX
009740         WHEN OTHER
009750             MOVE 4 TO WS-STS-IX
009760     END-EVALUATE
009770     IF WS-CLASS-CHANGE-DATE IS NUMERIC
009780         MOVE WS-CLASS-CHANGE-DATE TO WS-CLASS-DATE-NUM
009790     ELSE
009800         MOVE ZERO TO WS-CLASS-DATE-NUM
009810     END-IF.
009820
009830*----------------------------------------------------------------
009840*    4000-COMPARE-IMAGES
009850*    ONE LINE PER FIELD IN WHICH EXPECTED-MASTER-RECORD AND
009860*    COMPARE-MASTER-RECORD DISAGREE.  WS-COMPARE-NAME SAYS
009870*    WHAT THE COMPARE SIDE IS.  THE RESERVED BYTES AT THE END
009880*    OF THE RECORD ARE COMPARED TOO - NOTHING SHOULD EVER SET
009890*    THEM.
009900*----------------------------------------------------------------
009910 4000-COMPARE-IMAGES.
009920     IF EX-CUSTOMER-ID NOT = CP-CUSTOMER-ID
009930         MOVE 'CUSTOMER ID'     TO WS-FIELD-TAG
009940         MOVE EX-CUSTOMER-ID    TO WS-EXPECTED-VALUE
009950         MOVE CP-CUSTOMER-ID    TO WS-FOUND-VALUE
009960         PERFORM 4010-WRITE-FIELD-DIFF
009970     END-IF
009980     IF EX-FIRST-NAME NOT = CP-FIRST-NAME
009990         MOVE 'FIRST NAME '     TO WS-FIELD-TAG
010000         MOVE EX-FIRST-NAME     TO WS-EXPECTED-VALUE
010010         MOVE CP-FIRST-NAME     TO WS-FOUND-VALUE
010020         PERFORM 4010-WRITE-FIELD-DIFF
010030     END-IF
010040     IF EX-MIDDLE-NAME NOT = CP-MIDDLE-NAME
010050         MOVE 'MIDDLE NAME'     TO WS-FIELD-TAG
010060         MOVE EX-MIDDLE-NAME    TO WS-EXPECTED-VALUE
010070         MOVE CP-MIDDLE-NAME    TO WS-FOUND-VALUE
010080         PERFORM 4010-WRITE-FIELD-DIFF
010090     END-IF
010100     IF EX-LAST-NAME NOT = CP-LAST-NAME
010110         MOVE 'LAST NAME  '     TO WS-FIELD-TAG
010120         MOVE EX-LAST-NAME      TO WS-EXPECTED-VALUE
010130         MOVE CP-LAST-NAME      TO WS-FOUND-VALUE
010140         PERFORM 4010-WRITE-FIELD-DIFF
010150     END-IF
010160     IF EX-SUFFIX NOT = CP-SUFFIX
010170         MOVE 'SUFFIX     '     TO WS-FIELD-TAG
010180         MOVE EX-SUFFIX         TO WS-EXPECTED-VALUE
010190         MOVE CP-SUFFIX         TO WS-FOUND-VALUE
010200         PERFORM 4010-WRITE-FIELD-DIFF
010210     END-IF
010220     IF EX-EMAIL NOT = CP-EMAIL
010230         MOVE 'EMAIL      '     TO WS-FIELD-TAG
010240         MOVE EX-EMAIL          TO WS-EXPECTED-VALUE
010250         MOVE CP-EMAIL          TO WS-FOUND-VALUE
010260         PERFORM 4010-WRITE-FIELD-DIFF
010270     END-IF
010280     IF EX-PHONE NOT = CP-PHONE
010290         MOVE 'PHONE      '     TO WS-FIELD-TAG
010300         MOVE EX-PHONE          TO WS-EXPECTED-VALUE
010310         MOVE CP-PHONE          TO WS-FOUND-VALUE
010320         PERFORM 4010-WRITE-FIELD-DIFF
010330     END-IF
010340     IF EX-ADDR-LINE-1 NOT = CP-ADDR-LINE-1
010350         MOVE 'ADDRESS 1  '     TO WS-FIELD-TAG
010360         MOVE EX-ADDR-LINE-1    TO WS-EXPECTED-VALUE
010370         MOVE CP-ADDR-LINE-1    TO WS-FOUND-VALUE
010380         PERFORM 4010-WRITE-FIELD-DIFF
010390     END-IF
010400     IF EX-ADDR-LINE-2 NOT = CP-ADDR-LINE-2
010410         MOVE 'ADDRESS 2  '     TO WS-FIELD-TAG
010420         MOVE EX-ADDR-LINE-2    TO WS-EXPECTED-VALUE
010430         MOVE CP-ADDR-LINE-2    TO WS-FOUND-VALUE
010440         PERFORM 4010-WRITE-FIELD-DIFF
010450     END-IF
010460     IF EX-CITY NOT = CP-CITY
010470         MOVE 'CITY       '     TO WS-FIELD-TAG
010480         MOVE EX-CITY           TO WS-EXPECTED-VALUE
010490         MOVE CP-CITY           TO WS-FOUND-VALUE
010500         PERFORM 4010-WRITE-FIELD-DIFF
010510     END-IF
010520     IF EX-POSTAL-CODE NOT = CP-POSTAL-CODE
010530         MOVE 'POSTAL CODE'     TO WS-FIELD-TAG
010540         MOVE EX-POSTAL-CODE    TO WS-EXPECTED-VALUE
010550         MOVE CP-POSTAL-CODE    TO WS-FOUND-VALUE
010560         PERFORM 4010-WRITE-FIELD-DIFF
010570     END-IF
010580     IF EX-STATUS NOT = CP-STATUS
010590         MOVE 'STATUS     '     TO WS-FIELD-TAG
010600         MOVE EX-STATUS         TO WS-EXPECTED-VALUE
010610         MOVE CP-STATUS         TO WS-FOUND-VALUE
010620         PERFORM 4010-WRITE-FIELD-DIFF
010630     END-IF
010640     IF EX-ADD-DATE NOT = CP-ADD-DATE
010650         MOVE 'ADD DATE   '     TO WS-FIELD-TAG
010660         MOVE EX-ADD-DATE       TO WS-EXPECTED-VALUE
010670         MOVE CP-ADD-DATE       TO WS-FOUND-VALUE
010680         PERFORM 4010-WRITE-FIELD-DIFF
010690     END-IF
010700     IF EX-LAST-CHANGE-DATE NOT = CP-LAST-CHANGE-DATE
010710         MOVE 'LAST CHANGE'     TO WS-FIELD-TAG
010720         MOVE EX-LAST-CHANGE-DATE TO WS-EXPECTED-VALUE
010730         MOVE CP-LAST-CHANGE-DATE TO WS-FOUND-VALUE
010740         PERFORM 4010-WRITE-FIELD-DIFF
010750     END-IF
010760     IF EX-CLOSE-DATE NOT = CP-CLOSE-DATE
010770         MOVE 'CLOSE DATE '     TO WS-FIELD-TAG
010780         MOVE EX-CLOSE-DATE     TO WS-EXPECTED-VALUE
010790         MOVE CP-CLOSE-DATE     TO WS-FOUND-VALUE
010800         PERFORM 4010-WRITE-FIELD-DIFF
010810     END-IF
010820     IF EX-SOURCE-PROVIDER NOT = CP-SOURCE-PROVIDER
010830         MOVE 'SOURCE FEED'     TO WS-FIELD-TAG
010840         MOVE EX-SOURCE-PROVIDER TO WS-EXPECTED-VALUE
010850         MOVE CP-SOURCE-PROVIDER TO WS-FOUND-VALUE
010860         PERFORM 4010-WRITE-FIELD-DIFF
010870     END-IF
010880     IF EX-FIELD-SOURCES NOT = CP-FIELD-SOURCES
010890         MOVE 'FIELD FEEDS'     TO WS-FIELD-TAG
010900         MOVE EX-FIELD-SOURCES  TO WS-EXPECTED-VALUE
010910         MOVE CP-FIELD-SOURCES  TO WS-FOUND-VALUE
010920         PERFORM 4010-WRITE-FIELD-DIFF
010930     END-IF
010940     IF EX-ERASE-DATE NOT = CP-ERASE-DATE
010950         MOVE 'ERASE DATE '     TO WS-FIELD-TAG
010960         MOVE EX-ERASE-DATE     TO WS-EXPECTED-VALUE
010970         MOVE CP-ERASE-DATE     TO WS-FOUND-VALUE
010980         PERFORM 4010-WRITE-FIELD-DIFF
010990     END-IF
011000     IF EX-EMAIL-DELIVERABILITY NOT = CP-EMAIL-DELIVERABILITY
011010         MOVE 'EMAIL STAT '     TO WS-FIELD-TAG
011020         MOVE EX-EMAIL-DELIVERABILITY TO WS-EXPECTED-VALUE
011030         MOVE CP-EMAIL-DELIVERABILITY TO WS-FOUND-VALUE
011040         PERFORM 4010-WRITE-FIELD-DIFF
011050     END-IF
011060     IF EXPECTED-MASTER-RECORD (274:27)
011070         NOT = COMPARE-MASTER-RECORD (274:27)
011080         MOVE 'RESERVED   '     TO WS-FIELD-TAG
011090         MOVE EXPECTED-MASTER-RECORD (274:27)
011100             TO WS-EXPECTED-VALUE
011110         MOVE COMPARE-MASTER-RECORD (274:27)
011120             TO WS-FOUND-VALUE
011130         PERFORM 4010-WRITE-FIELD-DIFF
011140     END-IF.
011150
011160 4010-WRITE-FIELD-DIFF.
011170     ADD 1 TO WS-FIELD-DIFFS
011180     MOVE SPACES TO REPORT-RECORD
011190     STRING "    " WS-FIELD-TAG
011200            "  EXPECTED <" WS-EXPECTED-VALUE
011210            ">  " WS-COMPARE-NAME " <" WS-FOUND-VALUE ">"
011220         DELIMITED BY SIZE
011230         INTO REPORT-RECORD
011240     END-STRING
011250     WRITE REPORT-RECORD.
011260
011270*----------------------------------------------------------------
011280*    4500-WRITE-STATUS-TOTALS
011290*    RECORD COUNTS AND HASH TOTALS BY STATUS, EXPECTED BESIDE
011300*    LIVE.
011310*----------------------------------------------------------------
011320 4500-WRITE-STATUS-TOTALS.
011330     MOVE "RECORD COUNTS AND HASH TOTALS BY STATUS" TO WS-TEXT
011340     PERFORM 8100-WRITE-SECTION-HEADING
011350     MOVE SPACES TO REPORT-RECORD
011360     STRING "STATUS     SIDE         COUNT         ID HASH"
011370            "       LAST-CHANGE HASH"
011380         DELIMITED BY SIZE
011390         INTO REPORT-RECORD
011400     END-STRING
011410     WRITE REPORT-RECORD
011420     PERFORM 4510-WRITE-ONE-STATUS
011430         VARYING WS-STS-IX FROM 1 BY 1
011440         UNTIL WS-STS-IX > 4.
011450
011460 4510-WRITE-ONE-STATUS.
011470     MOVE WS-STS-EXP-COUNT (WS-STS-IX)     TO WS-CNT-DISPLAY
011480     MOVE WS-STS-EXP-ID-HASH (WS-STS-IX)   TO WS-HASH-DISPLAY
011490     MOVE WS-STS-EXP-DATE-HASH (WS-STS-IX) TO WS-HASH-DISPLAY-2
011500     MOVE SPACES TO REPORT-RECORD
011510     STRING WS-STATUS-NAME (WS-STS-IX) "   EXPECTED  "
011520            WS-CNT-DISPLAY " " WS-HASH-DISPLAY " "
011530            WS-HASH-DISPLAY-2
011540         DELIMITED BY SIZE
011550         INTO REPORT-RECORD
011560     END-STRING
011570     WRITE REPORT-RECORD
011580     MOVE WS-STS-LIVE-COUNT (WS-STS-IX)     TO WS-CNT-DISPLAY
011590     MOVE WS-STS-LIVE-ID-HASH (WS-STS-IX)   TO WS-HASH-DISPLAY
011600     MOVE WS-STS-LIVE-DATE-HASH (WS-STS-IX) TO WS-HASH-DISPLAY-2
011610     MOVE SPACES TO REPORT-RECORD
011620     STRING "           LIVE      "
011630            WS-CNT-DISPLAY " " WS-HASH-DISPLAY " "
011640            WS-HASH-DISPLAY-2
011650         DELIMITED BY SIZE
011660         INTO REPORT-RECORD
011670     END-STRING
011680     IF WS-STS-EXP-COUNT (WS-STS-IX)
011690            NOT = WS-STS-LIVE-COUNT (WS-STS-IX)
011700        OR WS-STS-EXP-ID-HASH (WS-STS-IX)
011710            NOT = WS-STS-LIVE-ID-HASH (WS-STS-IX)
011720        OR WS-STS-EXP-DATE-HASH (WS-STS-IX)
011730            NOT = WS-STS-LIVE-DATE-HASH (WS-STS-IX)
011740         ADD 1 TO WS-STATUS-MISMATCHES
011750         MOVE "  ** DIFFERS **" TO REPORT-RECORD (75:15)
011760     END-IF
011770     WRITE REPORT-RECORD.
011780
011790*----------------------------------------------------------------
011800*    4900-CHECK-BALANCE
011810*    EVERY EXPECTED AND EVERY LIVE RECORD IS ACCOUNTED FOR BY
011820*    THE MATCH-MERGE; THE BACKUP LOADED WHOLE; THE REPLAY HIT
011830*    NO WORK-FILE ERROR; AND THE STATUS TOTALS CAN ONLY
011840*    DIFFER WHERE A CUSTOMER WAS LISTED.
011850*----------------------------------------------------------------
011860 4900-CHECK-BALANCE.
011870     IF WS-MATCHED-IDENTICAL + WS-MATCHED-DIFFERENT
011880        + WS-EXPECTED-ONLY NOT = WS-EXPECTED-RECORDS
011890        OR WS-MATCHED-IDENTICAL + WS-MATCHED-DIFFERENT
011900        + WS-LIVE-ONLY NOT = WS-LIVE-RECORDS
011910        OR WS-JRNL-BEFORE-BACKUP + WS-JRNL-REPLAYED
011920            NOT = WS-JRNL-RECORDS-READ
011930        OR WS-REPLAY-WRITES + WS-REPLAY-REWRITES
011940        + WS-REPLAY-DELETES + WS-DELETES-ALREADY-GONE
011950        + WS-REPLAY-ERRORS NOT = WS-JRNL-REPLAYED
011960        OR WS-REPLAY-ERRORS > ZERO
011970        OR (WS-STATUS-MISMATCHES > ZERO
011980            AND WS-MATCHED-DIFFERENT + WS-EXPECTED-ONLY
011990            + WS-LIVE-ONLY = ZERO)
012000         SET WS-OUT-OF-BALANCE TO TRUE
012010         DISPLAY "*** CMAUDIT: CONTROL TOTALS DO NOT BALANCE - "
012020                 "SEE " WS-REPORT-DSN " ***"
012030     END-IF.
012040
012050*----------------------------------------------------------------
012060*    8100-WRITE-SECTION-HEADING / 8200-END-SECTION
012070*    WS-TEXT ARRIVES HOLDING THE SECTION TITLE.  A SECTION
012080*    WITH NOTHING IN IT SAYS SO.
012090*----------------------------------------------------------------
012100 8100-WRITE-SECTION-HEADING.
012110     MOVE SPACES TO REPORT-RECORD
012120     WRITE REPORT-RECORD
012130     MOVE WS-TEXT TO REPORT-RECORD
012140     WRITE REPORT-RECORD
012150     MOVE ALL '-' TO REPORT-RECORD (1:60)
012160     WRITE REPORT-RECORD
012170     MOVE ZERO TO WS-SECTION-LINES.
012180
012190 8200-END-SECTION.
012200     IF WS-SECTION-LINES = ZERO
012210         MOVE SPACES TO REPORT-RECORD
012220         MOVE "    NONE" TO REPORT-RECORD
012230         WRITE REPORT-RECORD
012240     END-IF.
012250
012260*----------------------------------------------------------------
012270*    9100-WRITE-CONTROL-TOTALS
012280*    CONTROL TOTALS TO THE REPORT AND THE CONSOLE.
012290*----------------------------------------------------------------
012300 9100-WRITE-CONTROL-TOTALS.
012310     MOVE "CONTROL TOTALS" TO WS-TEXT
012320     PERFORM 8100-WRITE-SECTION-HEADING
012330
012340     MOVE WS-BACKUP-LOADED TO WS-CNT-DISPLAY
012350     MOVE "BACKUP RECORDS LOADED......: " TO WS-TEXT
012360     PERFORM 9110-WRITE-ONE-TOTAL
012370     MOVE WS-GENERATIONS-READ TO WS-CNT-DISPLAY
012380     MOVE "JOURNAL GENERATIONS READ...: " TO WS-TEXT
012390     PERFORM 9110-WRITE-ONE-TOTAL
012400     MOVE WS-GENERATIONS-SKIPPED TO WS-CNT-DISPLAY
012410     MOVE "  OLDER THAN THE BACKUP....: " TO WS-TEXT
012420     PERFORM 9110-WRITE-ONE-TOTAL
012430     MOVE WS-JRNL-RECORDS-READ TO WS-CNT-DISPLAY
012440     MOVE "JOURNAL RECORDS READ.......: " TO WS-TEXT
012450     PERFORM 9110-WRITE-ONE-TOTAL
012460     MOVE WS-JRNL-BEFORE-BACKUP TO WS-CNT-DISPLAY
012470     MOVE "  BEFORE THE BACKUP........: " TO WS-TEXT
012480     PERFORM 9110-WRITE-ONE-TOTAL
012490     MOVE WS-JRNL-REPLAYED TO WS-CNT-DISPLAY
012500     MOVE "  REPLAYED.................: " TO WS-TEXT
012510     PERFORM 9110-WRITE-ONE-TOTAL
012520     MOVE WS-REPLAY-WRITES TO WS-CNT-DISPLAY
012530     MOVE "    WRITES.................: " TO WS-TEXT
012540     PERFORM 9110-WRITE-ONE-TOTAL
012550     MOVE WS-REPLAY-REWRITES TO WS-CNT-DISPLAY
012560     MOVE "    REWRITES...............: " TO WS-TEXT
012570     PERFORM 9110-WRITE-ONE-TOTAL
012580     MOVE WS-REPLAY-DELETES TO WS-CNT-DISPLAY
012590     MOVE "    DELETES................: " TO WS-TEXT
012600     PERFORM 9110-WRITE-ONE-TOTAL
012610     MOVE WS-DELETES-ALREADY-GONE TO WS-CNT-DISPLAY
012620     MOVE "    DELETES ALREADY GONE...: " TO WS-TEXT
012630     PERFORM 9110-WRITE-ONE-TOTAL
012640     MOVE WS-REPLAY-ERRORS TO WS-CNT-DISPLAY
012650     MOVE "    WORK FILE ERRORS.......: " TO WS-TEXT
012660     PERFORM 9110-WRITE-ONE-TOTAL
012670     MOVE WS-OLD-RECS-CONVERTED TO WS-CNT-DISPLAY
012680     MOVE "  OLD LAYOUT REMAPPED......: " TO WS-TEXT
012690     PERFORM 9110-WRITE-ONE-TOTAL
012700     MOVE WS-CHAIN-CHECKED TO WS-CNT-DISPLAY
012710     MOVE "  CHAIN-CHECKED............: " TO WS-TEXT
012720     PERFORM 9110-WRITE-ONE-TOTAL
012730     MOVE WS-CHAIN-BREAKS TO WS-CNT-DISPLAY
012740     MOVE "    CHAIN BREAKS...........: " TO WS-TEXT
012750     PERFORM 9110-WRITE-ONE-TOTAL
012760     MOVE WS-EXPECTED-RECORDS TO WS-CNT-DISPLAY
012770     MOVE "EXPECTED MASTER RECORDS....: " TO WS-TEXT
012780     PERFORM 9110-WRITE-ONE-TOTAL
012790     MOVE WS-LIVE-RECORDS TO WS-CNT-DISPLAY
012800     MOVE "LIVE MASTER RECORDS........: " TO WS-TEXT
012810     PERFORM 9110-WRITE-ONE-TOTAL
012820     MOVE WS-MATCHED-IDENTICAL TO WS-CNT-DISPLAY
012830     MOVE "  IDENTICAL................: " TO WS-TEXT
012840     PERFORM 9110-WRITE-ONE-TOTAL
012850     MOVE WS-MATCHED-DIFFERENT TO WS-CNT-DISPLAY
012860     MOVE "  DIFFERENT................: " TO WS-TEXT
012870     PERFORM 9110-WRITE-ONE-TOTAL
012880     MOVE WS-LIVE-ONLY TO WS-CNT-DISPLAY
012890     MOVE "  LIVE ONLY................: " TO WS-TEXT
012900     PERFORM 9110-WRITE-ONE-TOTAL
012910     MOVE WS-EXPECTED-ONLY TO WS-CNT-DISPLAY
012920     MOVE "  EXPECTED ONLY............: " TO WS-TEXT
012930     PERFORM 9110-WRITE-ONE-TOTAL
012940     MOVE WS-FIELD-DIFFS TO WS-CNT-DISPLAY
012950     MOVE "FIELD DIFFERENCES..........: " TO WS-TEXT
012960     PERFORM 9110-WRITE-ONE-TOTAL
012970     MOVE WS-STATUS-MISMATCHES TO WS-CNT-DISPLAY
012980     MOVE "STATUS TOTALS DIFFERING....: " TO WS-TEXT
012990     PERFORM 9110-WRITE-ONE-TOTAL
013000     COMPUTE WS-CNT-DISPLAY = WS-UNJOURNALED + WS-CHAIN-BREAKS
013010     MOVE "UNJOURNALED CHANGES........: " TO WS-TEXT
013020     PERFORM 9110-WRITE-ONE-TOTAL
013030
013040     MOVE SPACES TO REPORT-RECORD
013050     EVALUATE TRUE
013060         WHEN WS-HARD-FAIL
013070             MOVE "*** AUDIT NOT DONE - SEE THE CONSOLE ***"
013080                 TO REPORT-RECORD
013090         WHEN WS-OUT-OF-BALANCE
013100             MOVE "*** CONTROL TOTALS DO NOT BALANCE ***"
013110                 TO REPORT-RECORD
013120         WHEN WS-UNJOURNALED + WS-CHAIN-BREAKS > ZERO
013130             MOVE "*** UNJOURNALED CHANGES FOUND ***"
013140                 TO REPORT-RECORD
013150         WHEN OTHER
013160             MOVE "MASTER PROVED AGAINST BACKUP AND JOURNAL"
013170                 TO REPORT-RECORD
013180     END-EVALUATE
013190     WRITE REPORT-RECORD
013200     CLOSE REPORT-FILE.
013210
013220*----------------------------------------------------------------
013230*    9110-WRITE-ONE-TOTAL
013240*    WS-TEXT HOLDS THE LABEL, WS-CNT-DISPLAY THE COUNT.
013250*----------------------------------------------------------------
013260 9110-WRITE-ONE-TOTAL.
013270     MOVE SPACES TO REPORT-RECORD
013280     STRING WS-TEXT (1:29) WS-CNT-DISPLAY
013290         DELIMITED BY SIZE
013300         INTO REPORT-RECORD
013310     END-STRING
013320     WRITE REPORT-RECORD
013330     DISPLAY "CMAUDIT " WS-TEXT (1:29) WS-CNT-DISPLAY.
013340
013350*----------------------------------------------------------------
013360*    9300-SET-RETURN-CODE
013370*    0 PROVED, 8 UNJOURNALED CHANGES OR OUT OF BALANCE, 12
013380*    AUDIT NOT DONE.
013390*----------------------------------------------------------------
013400 9300-SET-RETURN-CODE.
013410     EVALUATE TRUE
013420         WHEN WS-HARD-FAIL
013430             MOVE 12 TO WS-RUN-RC
013440         WHEN WS-OUT-OF-BALANCE
013450             MOVE 8 TO WS-RUN-RC
013460         WHEN WS-UNJOURNALED + WS-CHAIN-BREAKS > ZERO
013470             MOVE 8 TO WS-RUN-RC
013480         WHEN OTHER
013490             MOVE ZERO TO WS-RUN-RC
013500     END-EVALUATE
013510     DISPLAY "CMAUDIT RETURN CODE " WS-RUN-RC.
013520
013530*----------------------------------------------------------------
013540*    9600-CLAIM-MASTER-LOCK
013550*    TAKES THE CUSTOMER-MASTER WRITE CLAIM SO NO WRITER CAN
013560*    CHANGE THE MASTER OR APPEND TO THE JOURNAL DURING THE
013570*    PROOF.  A CLAIM ALREADY ON CMLOCK.DAT MEANS A WRITER IS
013580*    RUNNING; THE AUDIT IS REFUSED WITH THE HOLDER NAMED.  A
013590*    STALE CLAIM FROM A CRASHED RUN IS INSPECTED AND RELEASED
013600*    BY OPERATIONS WITH CMLOCKOP.
013610*----------------------------------------------------------------
013620 9600-CLAIM-MASTER-LOCK.
013630     OPEN INPUT MASTER-LOCK-FILE
013640     IF WS-LCK-FILE-STATUS = "00"
013650         READ MASTER-LOCK-FILE
013660             AT END
013670                 CONTINUE
013680             NOT AT END
013690                 IF LCK-PROGRAM NOT = SPACES
013700                     SET WS-LOCK-REFUSED TO TRUE
013710                     DISPLAY "CMAUDIT: CUSTOMER MASTER HELD BY "
013720                             LCK-PROGRAM " - " LCK-HOLDER
013730                     DISPLAY "CMAUDIT: CLAIMED " LCK-DATE
013740                             " AT " LCK-TIME " - IF THE RUN IS "
013750                             "DEAD, RELEASE WITH CMLOCKOP"
013760                 END-IF
013770         END-READ
013780         CLOSE MASTER-LOCK-FILE
013790     END-IF
013800     IF NOT WS-LOCK-REFUSED
013810         ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
013820         ACCEPT WS-LOCK-TIME FROM TIME
013830         OPEN OUTPUT MASTER-LOCK-FILE
013840         MOVE SPACES             TO MASTER-LOCK-RECORD
013850         MOVE 'CMAUDIT'          TO LCK-PROGRAM
013860         MOVE WS-BACKUP-DSN      TO LCK-HOLDER
013870         MOVE WS-LOCK-DATE       TO LCK-DATE
013880         MOVE WS-LOCK-TIME (1:6) TO LCK-TIME
013890         WRITE MASTER-LOCK-RECORD
013900         CLOSE MASTER-LOCK-FILE
013910         SET WS-LOCK-HELD TO TRUE
013920     END-IF.
013930
013940*----------------------------------------------------------------
013950*    9650-RELEASE-MASTER-LOCK
013960*    RELEASES THIS RUN'S CLAIM - AN EMPTY LOCK FILE MEANS THE
013970*    MASTER IS FREE.  A CLAIM THIS RUN NEVER TOOK IS LEFT ALONE.
013980*----------------------------------------------------------------
013990 9650-RELEASE-MASTER-LOCK.
014000     IF WS-LOCK-HELD
014010         OPEN OUTPUT MASTER-LOCK-FILE
014020         CLOSE MASTER-LOCK-FILE
014030         MOVE 'N' TO WS-LOCK-SW
014040     END-IF.

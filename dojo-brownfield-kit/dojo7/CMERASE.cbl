000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMERASE.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMERASE
000100*
000110*    RIGHT-TO-ERASURE BATCH.  REPLACES A CUSTOMER'S NAME,
000120*    EMAIL, PHONE AND POSTAL ADDRESS WITH A TOMBSTONE -
000130*    "ERASED" IN THE FIRST AND LAST NAME, SPACES IN THE REST -
000140*    WHILE KEEPING THE CUSTOMER ID, THE STATUS AND THE DATES,
000150*    SO COUNTS, RECONCILIATIONS AND CMXREF LINKS STILL
000160*    BALANCE.  TWO KINDS OF CUSTOMER ARE ERASED:
000170*
000180*      - EVERY CUSTOMER ID ON THE REQUEST FILE (ERASEREQ.DAT),
000190*        ONE DATA-SUBJECT REQUEST PER LINE WITH COMPLIANCE'S
000200*        CASE REFERENCE; AND
000210*
000220*      - UNLESS NOSWEEP IS GIVEN, EVERY CLOSED CUSTOMER WHOSE
000230*        CLOSE DATE IS MORE THAN THE RETENTION PERIOD AGO.
000240*
000250*        CMERASE [<RETENTION YEARS> | NOSWEEP]
000260*
000270*    THE RETENTION PERIOD DEFAULTS TO 7 YEARS.  AN ERASED
000280*    CUSTOMER STILL ACTIVE IS CLOSED AS OF THE RUN DATE, SO NO
000290*    FEED CAN UPDATE IT AGAIN, AND GETS CM-ERASE-DATE.  EACH
000300*    ERASURE IS JOURNALED UNDER SOURCE ERASE.D<YYMMDD> - WITH
000310*    A TOMBSTONED BEFORE IMAGE, SO THE JOURNAL ITSELF NEVER
000320*    CARRIES THE DATA - AND ADDED TO THE ERASURE REGISTER,
000330*    ERASED.DAT.
000340*
000350*    THE MASTER IS ONLY ONE COPY OF THE DATA.  EVERY CUSTOMER
000360*    ON THE REGISTER (THIS RUN'S AND EVERY EARLIER RUN'S) IS
000370*    THEN SCRUBBED FROM:
000380*
000390*      - THE JOURNAL GENERATIONS LISTED ON CMJGENS.DAT AND
000400*        THE LIVE JOURNAL, CMJRNL.DAT - BEFORE AND AFTER
000410*        IMAGES, IN WHICHEVER IMAGE LAYOUT THE RECORD WAS
000420*        WRITTEN;
000430*      - THE CUSTMNT AUDIT LOG, CUSTMNT.LOG;
000440*      - THE CMHHOLD HOUSEHOLD CROSS-REFERENCE, HHXREF.DAT,
000450*        WHICH KEEPS EACH CUSTOMER'S NORMALIZED ADDRESS; AND
000460*      - THE CMUNLOAD BACKUPS LISTED ON CMBKGENS.DAT.  A
000470*        BACKUP TAKEN BEFORE CMUNLOAD CATALOGED ITS BACKUPS IS
000480*        ADDED TO CMBKGENS.DAT BY OPERATIONS (ITS NAME IN
000490*        COLUMNS 1-40) SO THAT IT IS SEARCHED TOO.
000500*
000510*    A FILE IS SCRUBBED INTO A WORK COPY (CMERASE.TMP) AND
000520*    COPIED BACK ONLY IF SOMETHING IN IT CHANGED; RECORD
000530*    COUNTS AND LENGTHS ARE KEPT, SO GENERATION AND BACKUP
000540*    TRAILERS STILL PROVE.  THE CUSTOMER-MASTER WRITE CLAIM IS
000550*    HELD THROUGHOUT, WHICH ALSO FENCES THE LIVE JOURNAL.
000560*
000570*    THE RUN ENDS WITH THE ERASURE CERTIFICATE,
000580*    ERASCERT.D<YYMMDD>.DAT: FOR EACH CUSTOMER, EVERY FILE THE
000590*    DATA WAS REMOVED FROM AND HOW MANY RECORDS; EVERY FILE
000600*    SEARCHED; CONTROL TOTALS; AND SIGN-OFF LINES FOR
000610*    OPERATIONS AND COMPLIANCE.
000620*
000630*    RETURN CODE 0 CLEAN, 4 A REQUESTED ID WAS NOT ON THE
000640*    MASTER OR NOT NUMERIC, 8 ERASURE INCOMPLETE (A MASTER
000650*    REWRITE FAILED, A CATALOGED JOURNAL GENERATION WOULD NOT
000660*    OPEN, THERE IS NO BACKUP CATALOG, OR A FILE COULD NOT BE
000670*    REWRITTEN), 12 HARD FAILURE (BAD COMMAND, MASTER HELD OR
000680*    WOULD NOT OPEN).
000690*
000700*    MODIFICATION HISTORY.
000710*    -------------------------------------------------------
000720*    10/15/2026  JF   ORIGINAL VERSION.
000730*--------------------------------------------------------------*
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmast.dat"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS CM-CUSTOMER-ID
000820         ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
000830         FILE STATUS IS WS-CM-FILE-STATUS.
000840
000850     SELECT REQUEST-FILE ASSIGN TO "erasereq.dat"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REQ-FILE-STATUS.
000880
000890     SELECT ERASURE-REGISTER-FILE ASSIGN TO "erased.dat"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-ERR-FILE-STATUS.
000920
000930     SELECT JOURNAL-FILE ASSIGN TO "cmjrnl.dat"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-JRN-FILE-STATUS.
000960
000970     SELECT CATALOG-FILE ASSIGN TO "cmjgens.dat"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-CAT-FILE-STATUS.
001000
001010     SELECT BACKUP-CATALOG-FILE ASSIGN TO "cmbkgens.dat"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-BKC-FILE-STATUS.
001040
001050     SELECT SCRUB-FILE ASSIGN TO DYNAMIC WS-SCRUB-DSN
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-SCR-FILE-STATUS.
001080
001090     SELECT SCRUB-WORK-FILE ASSIGN TO "cmerase.tmp"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-SWK-FILE-STATUS.
001120
001130     SELECT CERT-WORK-FILE ASSIGN TO "cmercert.tmp"
001140         ORGANIZATION IS LINE SEQUENTIAL.
001150
001160     SELECT SORT-CERT-FILE ASSIGN TO "cmersort.tmp".
001170
001180     SELECT CERTIFICATE-FILE ASSIGN TO DYNAMIC WS-CERT-DSN
001190         ORGANIZATION IS LINE SEQUENTIAL.
001200
001210     SELECT MASTER-LOCK-FILE ASSIGN TO "cmlock.dat"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-LCK-FILE-STATUS.
001240
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  CUSTOMER-MASTER-FILE.
001280     COPY CUSTMAST.
001290
001300 FD  REQUEST-FILE.
001310 01  ERASE-REQUEST-RECORD.
001320     05  ERQ-CUSTOMER-ID       PIC X(05).
001330     05  FILLER                PIC X(01).
001340     05  ERQ-CASE-REF          PIC X(20).
001350
001360 FD  ERASURE-REGISTER-FILE.
001370     COPY CMERASED.
001380
001390 FD  JOURNAL-FILE.
001400     COPY CMJRNL.
001410
001420 FD  CATALOG-FILE.
001430 01  CATALOG-RECORD.
001440     05  CAT-GENERATION-DSN    PIC X(40).
001450     05  FILLER                PIC X(01).
001460     05  CAT-CUT-DATE          PIC 9(08).
001470     05  FILLER                PIC X(01).
001480     05  CAT-RECORD-COUNT      PIC 9(07).
001490
001500 FD  BACKUP-CATALOG-FILE.
001510 01  BACKUP-CATALOG-RECORD.
001520     05  BKC-BACKUP-DSN        PIC X(40).
001530     05  FILLER                PIC X(01).
001540     05  BKC-UNLOAD-DATE       PIC 9(08).
001550     05  FILLER                PIC X(01).
001560     05  BKC-RECORD-COUNT      PIC 9(07).
001570
001580*    EVERY FILE IS SCRUBBED RECORD FOR RECORD AT THE LENGTH
001590*    EACH RECORD WAS READ, SO OLD-LAYOUT JOURNAL RECORDS KEEP
001600*    THE SHAPE CMRECOVR AND CMJINQ RECOGNIZE THEM BY.
001610 FD  SCRUB-FILE
001620     RECORD IS VARYING IN SIZE FROM 1 TO 674
001630         DEPENDING ON WS-SCR-REC-LEN.
001640 01  SCRUB-RECORD              PIC X(674).
001650
001660 FD  SCRUB-WORK-FILE
001670     RECORD IS VARYING IN SIZE FROM 1 TO 674
001680         DEPENDING ON WS-SWK-REC-LEN.
001690 01  SCRUB-WORK-RECORD         PIC X(674).
001700
001710 FD  CERT-WORK-FILE.
001720 01  CERT-WORK-RECORD.
001730     05  CW-CUSTOMER-ID        PIC 9(05).
001740     05  CW-SEQ                PIC 9(07).
001750     05  CW-BASIS              PIC X(09).
001760     05  CW-NOTE               PIC X(20).
001770     05  CW-DSN                PIC X(40).
001780     05  CW-ACTION             PIC X(30).
001790
001800 SD  SORT-CERT-FILE.
001810 01  SORT-CERT-RECORD.
001820     05  CS-CUSTOMER-ID        PIC 9(05).
001830     05  CS-SEQ                PIC 9(07).
001840     05  CS-BASIS              PIC X(09).
001850     05  CS-NOTE               PIC X(20).
001860     05  CS-DSN                PIC X(40).
001870     05  CS-ACTION             PIC X(30).
001880
001890 FD  CERTIFICATE-FILE.
001900 01  CERTIFICATE-RECORD        PIC X(132).
001910
001920 FD  MASTER-LOCK-FILE.
001930     COPY CMLOCK.
001940
001950 WORKING-STORAGE SECTION.
001960 01  WS-CM-FILE-STATUS         PIC XX.
001970 01  WS-REQ-FILE-STATUS        PIC XX.
001980 01  WS-ERR-FILE-STATUS        PIC XX.
001990 01  WS-JRN-FILE-STATUS        PIC XX.
002000 01  WS-CAT-FILE-STATUS        PIC XX.
002010 01  WS-BKC-FILE-STATUS        PIC XX.
002020 01  WS-SCR-FILE-STATUS        PIC XX.
002030 01  WS-SWK-FILE-STATUS        PIC XX.
002040 01  WS-SCR-REC-LEN            PIC 9(04) COMP VALUE ZERO.
002050 01  WS-SWK-REC-LEN            PIC 9(04) COMP VALUE ZERO.
002060 01  WS-LCK-FILE-STATUS        PIC XX.
002070 01  WS-LOCK-SW                PIC X VALUE 'N'.
002080     88  WS-LOCK-HELD              VALUE 'Y'.
002090 01  WS-LOCK-REFUSED-SW        PIC X VALUE 'N'.
002100     88  WS-LOCK-REFUSED           VALUE 'Y'.
002110 01  WS-LOCK-DATE              PIC 9(08) VALUE ZERO.
002120 01  WS-LOCK-TIME              PIC 9(08) VALUE ZERO.
002130
002140 01  WS-COMMAND                PIC X(80) VALUE SPACES.
002150 01  WS-OPTION                 PIC X(08) VALUE SPACES.
002160     88  WS-OPT-NO-SWEEP           VALUE 'NOSWEEP'.
002170 01  WS-SWEEP-SW               PIC X VALUE 'Y'.
002180     88  WS-SWEEP-ON               VALUE 'Y'.
002190 01  WS-RETENTION-YEARS        PIC 9(02) VALUE 7.
002200 01  WS-CUTOFF-DATE            PIC 9(08) VALUE ZERO.
002210 01  WS-CLOSE-DATE-N           PIC 9(08) VALUE ZERO.
002220 01  WS-REQ-FILE-SW            PIC X VALUE 'N'.
002230     88  WS-REQ-FILE-SEEN          VALUE 'Y'.
002240 01  WS-BKC-MISSING-SW         PIC X VALUE 'N'.
002250     88  WS-BKC-MISSING            VALUE 'Y'.
002260
002270 01  WS-RUN-DATE               PIC 9(08).
002280 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002290     05  FILLER                PIC X(02).
002300     05  WS-RUN-DATE-YYMMDD    PIC X(06).
002310
002320 01  WS-CERT-DSN               PIC X(40) VALUE SPACES.
002330 01  WS-SCRUB-DSN              PIC X(40) VALUE SPACES.
002340 01  WS-ERASE-SOURCE           PIC X(40) VALUE SPACES.
002350 01  WS-ERASE-PROVIDER         PIC X(08) VALUE 'ERASURE'.
002360
002370*    ONE SLOT PER POSSIBLE CUSTOMER ID: THE DATE THE CUSTOMER
002380*    WAS ERASED, OR SPACES.  LOADED FROM THE REGISTER AND
002390*    KEPT UP AS THIS RUN ERASES.
002400 01  WS-ERASURE-MAP.
002410     05  WS-ERASED-ON          PIC X(08) OCCURS 99999 TIMES.
002420
002430 01  WS-BASIS                  PIC X(09) VALUE SPACES.
002440 01  WS-CASE-REF               PIC X(20) VALUE SPACES.
002450 01  WS-JRN-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
002460 01  WS-SCRUB-BEFORE           PIC X(300) VALUE SPACES.
002470
002480 COPY CUSTMAST REPLACING LEADING ==CUSTOMER== BY ==SCRUB==
002490                         LEADING ==CM== BY ==SM==.
002500
002510 01  WS-SCRUB-KIND             PIC X(01) VALUE SPACE.
002520     88  WS-KIND-JOURNAL           VALUE 'J'.
002530     88  WS-KIND-AUDIT             VALUE 'A'.
002540     88  WS-KIND-BACKUP            VALUE 'B'.
002550     88  WS-KIND-HOUSEHOLD         VALUE 'H'.
002560 01  WS-MISSING-SW             PIC X VALUE 'N'.
002570     88  WS-MISSING-IS-ERROR       VALUE 'Y'.
002580 01  WS-SCR-ID                 PIC 9(05) VALUE ZERO.
002590 01  WS-ID-POS                 PIC 9(04) COMP VALUE ZERO.
002600 01  WS-IMG-POS                PIC 9(04) COMP VALUE ZERO.
002610 01  WS-IMG-LEN                PIC 9(04) COMP VALUE ZERO.
002620 01  WS-AFTER-POS              PIC 9(04) COMP VALUE ZERO.
002630 01  WS-NEED-LEN               PIC 9(04) COMP VALUE ZERO.
002640 01  WS-ID-ERASED-SW           PIC X VALUE 'N'.
002650     88  WS-ID-ERASED              VALUE 'Y'.
002660 01  WS-REC-CHANGED-SW         PIC X VALUE 'N'.
002670     88  WS-REC-CHANGED            VALUE 'Y'.
002680 01  WS-SCRUB-ACTION           PIC X(30) VALUE SPACES.
002690
002700 01  WS-FILE-READ              PIC 9(07) COMP VALUE ZERO.
002710 01  WS-FILE-SCRUBBED          PIC 9(07) COMP VALUE ZERO.
002720 01  WS-FILE-COPIED            PIC 9(07) COMP VALUE ZERO.
002730 01  WS-FILE-OUTCOME           PIC X(20) VALUE SPACES.
002740
002750 01  WS-FILE-TABLE.
002760     05  WS-FT-ENTRY           OCCURS 500 TIMES.
002770         10  WS-FT-DSN             PIC X(40).
002780         10  WS-FT-KIND            PIC X(01).
002790         10  WS-FT-READ            PIC 9(07) COMP.
002800         10  WS-FT-SCRUBBED        PIC 9(07) COMP.
002810         10  WS-FT-OUTCOME         PIC X(20).
002820 01  WS-FT-CNT                 PIC 9(04) COMP VALUE ZERO.
002830 01  WS-FT-IX                  PIC 9(04) COMP VALUE ZERO.
002840 01  WS-FT-FULL-SW             PIC X VALUE 'N'.
002850     88  WS-FT-FULL                VALUE 'Y'.
002860 01  WS-KIND-TEXT              PIC X(10) VALUE SPACES.
002870
002880 01  WS-REGISTER-LOADED        PIC 9(07) COMP VALUE ZERO.
002890 01  WS-ERASED-TOTAL           PIC 9(07) COMP VALUE ZERO.
002900 01  WS-REQUESTS-READ          PIC 9(07) COMP VALUE ZERO.
002910 01  WS-REQUESTS-NOT-FOUND     PIC 9(07) COMP VALUE ZERO.
002920 01  WS-REQUESTS-INVALID       PIC 9(07) COMP VALUE ZERO.
002930 01  WS-ALREADY-ERASED         PIC 9(07) COMP VALUE ZERO.
002940 01  WS-ERASED-BY-REQUEST      PIC 9(07) COMP VALUE ZERO.
002950 01  WS-ERASED-BY-RETENTION    PIC 9(07) COMP VALUE ZERO.
002960 01  WS-SWEEP-READ             PIC 9(07) COMP VALUE ZERO.
002970 01  WS-MASTER-ERRORS          PIC 9(07) COMP VALUE ZERO.
002980 01  WS-JRNL-RECS-SCRUBBED     PIC 9(07) COMP VALUE ZERO.
002990 01  WS-AUDIT-RECS-SCRUBBED    PIC 9(07) COMP VALUE ZERO.
003000 01  WS-BKP-RECS-SCRUBBED      PIC 9(07) COMP VALUE ZERO.
003010 01  WS-HHX-RECS-SCRUBBED      PIC 9(07) COMP VALUE ZERO.
003020 01  WS-FILES-SEARCHED         PIC 9(07) COMP VALUE ZERO.
003030 01  WS-FILES-REWRITTEN        PIC 9(07) COMP VALUE ZERO.
003040 01  WS-CW-SEQ                 PIC 9(07) VALUE ZERO.
003050 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
003060 01  WS-YEARS-DISPLAY          PIC Z9.
003070
003080 01  WS-PREV-ID                PIC 9(05) VALUE ZERO.
003090 01  WS-PREV-DSN               PIC X(40) VALUE SPACES.
003100 01  WS-PREV-ACTION            PIC X(30) VALUE SPACES.
003110 01  WS-GROUP-COUNT            PIC 9(07) COMP VALUE ZERO.
003120 01  WS-FIRST-LINE-SW          PIC X VALUE 'Y'.
003130     88  WS-FIRST-LINE             VALUE 'Y'.
003140 01  WS-CUSTOMERS-CERTIFIED    PIC 9(07) COMP VALUE ZERO.
003150
003160 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
003170     88  WS-HARD-FAIL              VALUE 'Y'.
003180 01  WS-INCOMPLETE-SW          PIC X VALUE 'N'.
003190     88  WS-INCOMPLETE             VALUE 'Y'.
003200 01  WS-SCRUB-HALT-SW          PIC X VALUE 'N'.
003210     88  WS-SCRUB-HALT             VALUE 'Y'.
003220 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
003230
003240 01  WS-REQ-EOF                PIC X VALUE 'N'.
003250     88  WS-REQ-EOF-YES            VALUE 'Y'.
003260 01  WS-ERR-EOF                PIC X VALUE 'N'.
003270     88  WS-ERR-EOF-YES            VALUE 'Y'.
003280 01  WS-CM-EOF                 PIC X VALUE 'N'.
003290     88  WS-CM-EOF-YES             VALUE 'Y'.
003300 01  WS-CAT-EOF                PIC X VALUE 'N'.
003310     88  WS-CAT-EOF-YES            VALUE 'Y'.
003320 01  WS-BKC-EOF                PIC X VALUE 'N'.
003330     88  WS-BKC-EOF-YES            VALUE 'Y'.
003340 01  WS-SCR-EOF                PIC X VALUE 'N'.
003350     88  WS-SCR-EOF-YES            VALUE 'Y'.
003360 01  WS-SWK-EOF                PIC X VALUE 'N'.
003370     88  WS-SWK-EOF-YES            VALUE 'Y'.
003380 01  WS-SORT-EOF               PIC X VALUE 'N'.
003390     88  WS-SORT-EOF-YES           VALUE 'Y'.
003400
003410 PROCEDURE DIVISION.
003420*----------------------------------------------------------------
003430*    0000-MAIN-PROCESS
003440*    ERASES ON THE MASTER FIRST (REQUESTS, THEN THE RETENTION
003450*    SWEEP), THEN SCRUBS EVERY REGISTERED CUSTOMER FROM THE
003460*    JOURNALS, THE AUDIT LOG, THE HOUSEHOLD CROSS-REFERENCE
003470*    AND THE BACKUPS, THEN WRITES THE CERTIFICATE.  THE WRITE
003480*    CLAIM IS HELD UNTIL THE LAST FILE IS SCRUBBED.
003490*----------------------------------------------------------------
003500 0000-MAIN-PROCESS.
003510     PERFORM 1000-INITIALIZE
003520     IF NOT WS-HARD-FAIL
003530         PERFORM 2000-PROCESS-REQUESTS
003540         IF WS-SWEEP-ON
003550             PERFORM 2200-RETENTION-SWEEP
003560         END-IF
003570         CLOSE CUSTOMER-MASTER-FILE
003580         CLOSE JOURNAL-FILE
003590         CLOSE ERASURE-REGISTER-FILE
003600         IF WS-ERASED-TOTAL > ZERO
003610             PERFORM 3000-SCRUB-JOURNALS
003620             PERFORM 3400-SCRUB-AUDIT-LOG
003630             PERFORM 3450-SCRUB-HOUSEHOLD-XREF
003640             PERFORM 3500-SCRUB-BACKUPS
003650         ELSE
003660             DISPLAY "CMERASE: NO CUSTOMER HAS EVER BEEN ERASED "
003670                     "- NOTHING TO SCRUB"
003680         END-IF
003690     END-IF
003700     PERFORM 9650-RELEASE-MASTER-LOCK
003710     PERFORM 9300-SET-RETURN-CODE
003720     IF NOT WS-HARD-FAIL
003730         PERFORM 4000-WRITE-CERTIFICATE
003740     END-IF
003750     MOVE WS-RUN-RC TO RETURN-CODE
003760     STOP RUN.
003770
003780*----------------------------------------------------------------
003790*    1000-INITIALIZE
003800*    PARSES THE COMMAND, TAKES THE WRITE CLAIM, OPENS THE
003810*    MASTER AND LOADS THE ERASURE REGISTER.  THE REGISTER AND
003820*    THE JOURNAL ARE EXTENDED, NEVER OVERWRITTEN; EACH IS ONLY
003830*    OPENED OUTPUT THE FIRST TIME.
003840*----------------------------------------------------------------
003850 1000-INITIALIZE.
003860     ACCEPT WS-COMMAND FROM COMMAND-LINE
003870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003880     PERFORM 1100-PARSE-COMMAND
003890
003900     MOVE SPACES TO WS-CERT-DSN
003910     STRING "ERASCERT.D"        DELIMITED BY SIZE
003920            WS-RUN-DATE-YYMMDD  DELIMITED BY SIZE
003930            ".DAT"              DELIMITED BY SIZE
003940         INTO WS-CERT-DSN
003950     END-STRING
003960     MOVE SPACES TO WS-ERASE-SOURCE
003970     STRING "ERASE.D"           DELIMITED BY SIZE
003980            WS-RUN-DATE-YYMMDD  DELIMITED BY SIZE
003990         INTO WS-ERASE-SOURCE
004000     END-STRING
004010
004020     IF NOT WS-HARD-FAIL
004030         PERFORM 9600-CLAIM-MASTER-LOCK
004040         IF WS-LOCK-REFUSED
004050             SET WS-HARD-FAIL TO TRUE
004060         END-IF
004070     END-IF
004080
004090     IF NOT WS-HARD-FAIL
004100         OPEN I-O CUSTOMER-MASTER-FILE
004110         IF WS-CM-FILE-STATUS NOT = "00"
004120             DISPLAY "CMERASE: CANNOT OPEN CUSTOMER MASTER - "
004130                     "STATUS " WS-CM-FILE-STATUS
004140             SET WS-HARD-FAIL TO TRUE
004150         END-IF
004160     END-IF
004170
004180     IF NOT WS-HARD-FAIL
004190         DISPLAY "CMERASE CERTIFICATE: " WS-CERT-DSN
004200         PERFORM 1200-LOAD-ERASURE-REGISTER
004210         OPEN EXTEND ERASURE-REGISTER-FILE
004220         IF WS-ERR-FILE-STATUS NOT = "00"
004230             OPEN OUTPUT ERASURE-REGISTER-FILE
004240         END-IF
004250         OPEN EXTEND JOURNAL-FILE
004260         IF WS-JRN-FILE-STATUS NOT = "00"
004270             OPEN OUTPUT JOURNAL-FILE
004280         END-IF
004290         OPEN OUTPUT CERT-WORK-FILE
004300     END-IF.
004310
004320*----------------------------------------------------------------
004330*    1100-PARSE-COMMAND
004340*    NO OPTION RUNS THE SWEEP AT THE DEFAULT RETENTION; A
004350*    NUMBER OF YEARS OVERRIDES IT; NOSWEEP ERASES THE REQUESTS
004360*    ONLY.  A RETENTION OF ZERO WOULD ERASE EVERY CLOSED
004370*    CUSTOMER AND IS REFUSED.
004380*----------------------------------------------------------------
004390 1100-PARSE-COMMAND.
004400     UNSTRING WS-COMMAND DELIMITED BY ALL SPACE
004410         INTO WS-OPTION
004420     END-UNSTRING
004430     EVALUATE TRUE
004440         WHEN WS-OPTION = SPACES
004450             CONTINUE
004460         WHEN WS-OPT-NO-SWEEP
004470             MOVE 'N' TO WS-SWEEP-SW
004480         WHEN WS-OPTION (1:2) IS NUMERIC
004490             AND WS-OPTION (3:6) = SPACES
004500             MOVE WS-OPTION (1:2) TO WS-RETENTION-YEARS
004510         WHEN WS-OPTION (1:1) IS NUMERIC
004520             AND WS-OPTION (2:7) = SPACES
004530             MOVE WS-OPTION (1:1) TO WS-RETENTION-YEARS
004540         WHEN OTHER
004550             DISPLAY "CMERASE: USAGE IS CMERASE "
004560                     "[<RETENTION YEARS> | NOSWEEP]"
004570             SET WS-HARD-FAIL TO TRUE
004580     END-EVALUATE
004590
004600     IF WS-SWEEP-ON AND NOT WS-HARD-FAIL
004610         IF WS-RETENTION-YEARS = ZERO
004620             DISPLAY "CMERASE: A RETENTION OF ZERO YEARS IS "
004630                     "REFUSED"
004640             SET WS-HARD-FAIL TO TRUE
004650         ELSE
004660             COMPUTE WS-CUTOFF-DATE =
004670                 WS-RUN-DATE - (WS-RETENTION-YEARS * 10000)
004680             MOVE WS-RETENTION-YEARS TO WS-YEARS-DISPLAY
004690             DISPLAY "CMERASE RETENTION SWEEP: CLOSED BEFORE "
004700                     WS-CUTOFF-DATE " (" WS-YEARS-DISPLAY
004710                     " YEARS)"
004720         END-IF
004730     ELSE
004740         IF NOT WS-HARD-FAIL
004750             DISPLAY "CMERASE: NO RETENTION SWEEP - REQUESTS "
004760                     "ONLY"
004770         END-IF
004780     END-IF.
004790
004800*----------------------------------------------------------------
004810*    1200-LOAD-ERASURE-REGISTER
004820*    MARKS EVERY CUSTOMER ALREADY ERASED.  THEY ARE SCRUBBED
004830*    AGAIN WITH THIS RUN'S CUSTOMERS, SO A FILE AN EARLIER RUN
004840*    COULD NOT REWRITE, OR A BACKUP CATALOGED SINCE, IS
004850*    CLEANED NOW.
004860*----------------------------------------------------------------
004870 1200-LOAD-ERASURE-REGISTER.
004880     MOVE SPACES TO WS-ERASURE-MAP
004890     OPEN INPUT ERASURE-REGISTER-FILE
004900     IF WS-ERR-FILE-STATUS = "00"
004910         PERFORM 1210-LOAD-ONE-ERASURE UNTIL WS-ERR-EOF-YES
004920         CLOSE ERASURE-REGISTER-FILE
004930     ELSE
004940         DISPLAY "CMERASE: NO ERASURE REGISTER YET"
004950     END-IF
004960     MOVE WS-REGISTER-LOADED TO WS-CNT-DISPLAY
004970     DISPLAY "CMERASE CUSTOMERS ERASED EARLIER: " WS-CNT-DISPLAY.
004980
004990 1210-LOAD-ONE-ERASURE.
005000     READ ERASURE-REGISTER-FILE
005010         AT END
005020             MOVE 'Y' TO WS-ERR-EOF
005030         NOT AT END
005040             IF ERR-CUSTOMER-ID IS NUMERIC
005050                 AND ERR-CUSTOMER-ID > ZERO
005060                 IF WS-ERASED-ON (ERR-CUSTOMER-ID) = SPACES
005070                     MOVE ERR-ERASE-DATE
005080                         TO WS-ERASED-ON (ERR-CUSTOMER-ID)
005090                     ADD 1 TO WS-REGISTER-LOADED
005100                     ADD 1 TO WS-ERASED-TOTAL
005110                 END-IF
005120             END-IF
005130     END-READ.
005140
005150*----------------------------------------------------------------
005160*    2000-PROCESS-REQUESTS
005170*    ERASES EACH CUSTOMER NAMED ON THE REQUEST FILE.  NO
005180*    REQUEST FILE SIMPLY MEANS NO REQUESTS TODAY.
005190*----------------------------------------------------------------
005200 2000-PROCESS-REQUESTS.
005210     OPEN INPUT REQUEST-FILE
005220     IF WS-REQ-FILE-STATUS NOT = "00"
005230         DISPLAY "CMERASE: NO REQUEST FILE (ERASEREQ.DAT) - "
005240                 "NO REQUESTS"
005250     ELSE
005260         SET WS-REQ-FILE-SEEN TO TRUE
005270         PERFORM 2010-PROCESS-ONE-REQUEST UNTIL WS-REQ-EOF-YES
005280         CLOSE REQUEST-FILE
005290     END-IF.
005300
005310 2010-PROCESS-ONE-REQUEST.
005320     READ REQUEST-FILE
005330         AT END
005340             MOVE 'Y' TO WS-REQ-EOF
005350         NOT AT END
005360             ADD 1 TO WS-REQUESTS-READ
005370             MOVE 'REQUEST'    TO WS-BASIS
005380             MOVE ERQ-CASE-REF TO WS-CASE-REF
005390             IF ERQ-CUSTOMER-ID IS NUMERIC
005400                 AND ERQ-CUSTOMER-ID NOT = '00000'
005410                 MOVE ERQ-CUSTOMER-ID TO CM-CUSTOMER-ID
005420                 PERFORM 2020-ERASE-REQUESTED-ID
005430             ELSE
005440                 ADD 1 TO WS-REQUESTS-INVALID
005450                 DISPLAY "CMERASE: REQUEST ID NOT NUMERIC - "
005460                         ERQ-CUSTOMER-ID " CASE " ERQ-CASE-REF
005470                 MOVE SPACES TO CERT-WORK-RECORD
005480                 MOVE ZERO   TO CW-CUSTOMER-ID
005490                 MOVE 'erasereq.dat' TO CW-DSN
005500                 STRING "ID NOT NUMERIC: " ERQ-CUSTOMER-ID
005510                     DELIMITED BY SIZE
005520                     INTO CW-ACTION
005530                 END-STRING
005540                 PERFORM 9200-WRITE-CERT-WORK
005550             END-IF
005560     END-READ.
005570
005580*----------------------------------------------------------------
005590*    2020-ERASE-REQUESTED-ID
005600*    A REQUESTED ID NOT ON THE MASTER, OR ALREADY ERASED, IS
005610*    LISTED ON THE CERTIFICATE WITH NOTHING DONE.
005620*----------------------------------------------------------------
005630 2020-ERASE-REQUESTED-ID.
005640     READ CUSTOMER-MASTER-FILE
005650         INVALID KEY
005660             ADD 1 TO WS-REQUESTS-NOT-FOUND
005670             DISPLAY "CMERASE: CUSTOMER " CM-CUSTOMER-ID
005680                     " NOT ON MASTER - NOTHING ERASED"
005690             MOVE SPACES TO CERT-WORK-RECORD
005700             MOVE CM-CUSTOMER-ID TO CW-CUSTOMER-ID
005710             MOVE 'custmast.dat' TO CW-DSN
005720             MOVE 'NOT ON MASTER - NOTHING ERASED'
005730                 TO CW-ACTION
005740             PERFORM 9200-WRITE-CERT-WORK
005750         NOT INVALID KEY
005760             IF CM-ERASE-DATE NOT = SPACES
005770                 ADD 1 TO WS-ALREADY-ERASED
005780                 MOVE SPACES TO CERT-WORK-RECORD
005790                 MOVE CM-CUSTOMER-ID TO CW-CUSTOMER-ID
005800                 MOVE 'custmast.dat' TO CW-DSN
005810                 STRING "ALREADY ERASED ON " CM-ERASE-DATE
005820                     DELIMITED BY SIZE
005830                     INTO CW-ACTION
005840                 END-STRING
005850                 PERFORM 9200-WRITE-CERT-WORK
005860             ELSE
005870                 PERFORM 2500-ERASE-CUSTOMER
005880             END-IF
005890     END-READ.
005900
005910*----------------------------------------------------------------
005920*    2200-RETENTION-SWEEP
005930*    WALKS THE MASTER IN KEY ORDER AND ERASES EVERY CLOSED,
005940*    NOT YET ERASED CUSTOMER WHOSE CLOSE DATE IS BEFORE THE
005950*    CUTOFF.
005960*----------------------------------------------------------------
005970 2200-RETENTION-SWEEP.
005980     MOVE 'RETENTION' TO WS-BASIS
005990     MOVE ZERO TO CM-CUSTOMER-ID
006000     START CUSTOMER-MASTER-FILE
006010         KEY IS NOT LESS THAN CM-CUSTOMER-ID
006020         INVALID KEY
006030             MOVE 'Y' TO WS-CM-EOF
006040     END-START
006050     PERFORM 2210-SWEEP-ONE-CUSTOMER UNTIL WS-CM-EOF-YES.
006060
006070 2210-SWEEP-ONE-CUSTOMER.
006080     READ CUSTOMER-MASTER-FILE NEXT RECORD
006090         AT END
006100             MOVE 'Y' TO WS-CM-EOF
006110         NOT AT END
006120             ADD 1 TO WS-SWEEP-READ
006130             IF CM-INACTIVE
006140                 AND CM-ERASE-DATE = SPACES
006150                 AND CM-CLOSE-DATE IS NUMERIC
006160                 MOVE CM-CLOSE-DATE TO WS-CLOSE-DATE-N
006170                 IF WS-CLOSE-DATE-N > ZERO
006180                     AND WS-CLOSE-DATE-N < WS-CUTOFF-DATE
006190                     MOVE SPACES TO WS-CASE-REF
006200                     STRING "CLOSED " CM-CLOSE-DATE
006210                         DELIMITED BY SIZE
006220                         INTO WS-CASE-REF
006230                     END-STRING
006240                     PERFORM 2500-ERASE-CUSTOMER
006250                 END-IF
006260             END-IF
006270     END-READ.
006280
006290*----------------------------------------------------------------
006300*    2500-ERASE-CUSTOMER
006310*    TOMBSTONES THE MASTER RECORD JUST READ.  THE ID, THE
006320*    STATUS AND THE DATES STAY; A CUSTOMER STILL ACTIVE IS
006330*    CLOSED AS OF TODAY.  THE JOURNAL'S BEFORE IMAGE IS
006340*    TOMBSTONED TOO - IT KEEPS THE OLD STATUS AND DATES, BUT
006350*    NEVER THE PERSONAL DATA THIS RUN IS REMOVING.
006360*----------------------------------------------------------------
006370 2500-ERASE-CUSTOMER.
006380     MOVE CUSTOMER-MASTER-RECORD TO SCRUB-MASTER-RECORD
006390     PERFORM 8000-TOMBSTONE-IMAGE
006400     MOVE SCRUB-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
006410     MOVE SCRUB-MASTER-RECORD TO CUSTOMER-MASTER-RECORD
006420     IF NOT CM-INACTIVE
006430         MOVE 'I'         TO CM-STATUS
006440         MOVE WS-RUN-DATE TO CM-CLOSE-DATE
006450     END-IF
006460     IF CM-CLOSE-DATE = SPACES
006470         MOVE WS-RUN-DATE TO CM-CLOSE-DATE
006480     END-IF
006490     MOVE WS-RUN-DATE       TO CM-ERASE-DATE
006500     MOVE WS-RUN-DATE       TO CM-LAST-CHANGE-DATE
006510     MOVE WS-ERASE-PROVIDER TO CM-SOURCE-PROVIDER
006520     REWRITE CUSTOMER-MASTER-RECORD
006530         INVALID KEY
006540             ADD 1 TO WS-MASTER-ERRORS
006550             DISPLAY "*** CMERASE: REWRITE FAILED FOR ID "
006560                     CM-CUSTOMER-ID " - STATUS "
006570                     WS-CM-FILE-STATUS " ***"
006580             MOVE SPACES TO CERT-WORK-RECORD
006590             MOVE CM-CUSTOMER-ID TO CW-CUSTOMER-ID
006600             MOVE 'custmast.dat' TO CW-DSN
006610             STRING "MASTER REWRITE FAILED - STATUS "
006620                    WS-CM-FILE-STATUS
006630                 DELIMITED BY SIZE
006640                 INTO CW-ACTION
006650             END-STRING
006660             PERFORM 9200-WRITE-CERT-WORK
006670         NOT INVALID KEY
006680             MOVE WS-RUN-DATE TO WS-ERASED-ON (CM-CUSTOMER-ID)
006690             ADD 1 TO WS-ERASED-TOTAL
006700             IF WS-BASIS = 'REQUEST'
006710                 ADD 1 TO WS-ERASED-BY-REQUEST
006720             ELSE
006730                 ADD 1 TO WS-ERASED-BY-RETENTION
006740             END-IF
006750             PERFORM 2510-REGISTER-ERASURE
006760             PERFORM 9500-WRITE-JOURNAL
006770             MOVE SPACES TO CERT-WORK-RECORD
006780             MOVE CM-CUSTOMER-ID TO CW-CUSTOMER-ID
006790             MOVE 'custmast.dat' TO CW-DSN
006800             MOVE 'MASTER RECORD TOMBSTONED' TO CW-ACTION
006810             PERFORM 9200-WRITE-CERT-WORK
006820             MOVE 'erased.dat' TO CW-DSN
006830             MOVE 'ENTERED ON ERASURE REGISTER' TO CW-ACTION
006840             PERFORM 9200-WRITE-CERT-WORK
006850             MOVE 'cmjrnl.dat' TO CW-DSN
006860             MOVE 'ERASURE JOURNALED' TO CW-ACTION
006870             PERFORM 9200-WRITE-CERT-WORK
006880     END-REWRITE.
006890
006900 2510-REGISTER-ERASURE.
006910     MOVE SPACES         TO ERASURE-REGISTER-RECORD
006920     MOVE CM-CUSTOMER-ID TO ERR-CUSTOMER-ID
006930     MOVE WS-RUN-DATE    TO ERR-ERASE-DATE
006940     MOVE WS-BASIS       TO ERR-BASIS
006950     MOVE WS-CASE-REF    TO ERR-CASE-REF
006960     WRITE ERASURE-REGISTER-RECORD.
006970
006980*----------------------------------------------------------------
006990*    3000-SCRUB-JOURNALS
007000*    THE ARCHIVED GENERATIONS ON CMJGENS.DAT FIRST, THEN THE
007010*    LIVE JOURNAL.  A CATALOGED GENERATION THAT WILL NOT OPEN
007020*    LEAVES THE ERASURE INCOMPLETE; A MISSING LIVE JOURNAL
007030*    SIMPLY HOLDS NOTHING.
007040*----------------------------------------------------------------
007050 3000-SCRUB-JOURNALS.
007060     MOVE 'J' TO WS-SCRUB-KIND
007070     OPEN INPUT CATALOG-FILE
007080     IF WS-CAT-FILE-STATUS = "00"
007090         MOVE 'Y' TO WS-MISSING-SW
007100         PERFORM 3010-SCRUB-ONE-GENERATION UNTIL WS-CAT-EOF-YES
007110         CLOSE CATALOG-FILE
007120     ELSE
007130         DISPLAY "CMERASE: NO ARCHIVE CATALOG - LIVE JOURNAL "
007140                 "ONLY"
007150     END-IF
007160     MOVE 'N' TO WS-MISSING-SW
007170     MOVE 'cmjrnl.dat' TO WS-SCRUB-DSN
007180     PERFORM 3100-SCRUB-ONE-FILE.
007190
007200 3010-SCRUB-ONE-GENERATION.
007210     READ CATALOG-FILE
007220         AT END
007230             MOVE 'Y' TO WS-CAT-EOF
007240         NOT AT END
007250             MOVE CAT-GENERATION-DSN TO WS-SCRUB-DSN
007260             PERFORM 3100-SCRUB-ONE-FILE
007270     END-READ.
007280
007290*----------------------------------------------------------------
007300*    3100-SCRUB-ONE-FILE
007310*    PASS 1 COPIES WS-SCRUB-DSN TO THE WORK FILE, TOMBSTONING
007320*    EVERY IMAGE OF A REGISTERED CUSTOMER ON THE WAY.  ONLY IF
007330*    SOMETHING CHANGED DOES PASS 2 COPY THE WORK FILE BACK
007340*    OVER THE ORIGINAL.  ONCE A COPY-BACK HAS FAILED NO
007350*    FURTHER FILE IS TOUCHED - THE SCRUBBED COPY IN
007360*    CMERASE.TMP IS ALL THAT IS LEFT OF THAT FILE.
007370*----------------------------------------------------------------
007380 3100-SCRUB-ONE-FILE.
007390     MOVE ZERO   TO WS-FILE-READ
007400     MOVE ZERO   TO WS-FILE-SCRUBBED
007410     MOVE ZERO   TO WS-FILE-COPIED
007420     MOVE SPACES TO WS-FILE-OUTCOME
007430     EVALUATE TRUE
007440         WHEN WS-KIND-JOURNAL
007450             MOVE 68 TO WS-ID-POS
007460             MOVE 'JOURNAL RECORD SCRUBBED' TO WS-SCRUB-ACTION
007470         WHEN WS-KIND-AUDIT
007480             MOVE 33 TO WS-ID-POS
007490             MOVE 'AUDIT LOG LINE SCRUBBED' TO WS-SCRUB-ACTION
007500         WHEN WS-KIND-HOUSEHOLD
007510             MOVE 1  TO WS-ID-POS
007520             MOVE 'HOUSEHOLD XREF SCRUBBED' TO WS-SCRUB-ACTION
007530         WHEN OTHER
007540             MOVE 1  TO WS-ID-POS
007550             MOVE 'BACKUP RECORD SCRUBBED' TO WS-SCRUB-ACTION
007560     END-EVALUATE
007570
007580     IF WS-SCRUB-HALT
007590         MOVE 'NOT SEARCHED' TO WS-FILE-OUTCOME
007600     ELSE
007610         ADD 1 TO WS-FILES-SEARCHED
007620         MOVE 'N' TO WS-SCR-EOF
007630         OPEN INPUT SCRUB-FILE
007640         IF WS-SCR-FILE-STATUS NOT = "00"
007650             IF WS-MISSING-IS-ERROR
007660                 SET WS-INCOMPLETE TO TRUE
007670                 MOVE 'WOULD NOT OPEN' TO WS-FILE-OUTCOME
007680                 DISPLAY "*** CMERASE: CANNOT OPEN "
007690                         WS-SCRUB-DSN " - STATUS "
007700                         WS-SCR-FILE-STATUS
007710                         " - ERASURE INCOMPLETE ***"
007720             ELSE
007730                 MOVE 'NOT ON DISK' TO WS-FILE-OUTCOME
007740             END-IF
007750         ELSE
007760             OPEN OUTPUT SCRUB-WORK-FILE
007770             IF WS-SWK-FILE-STATUS NOT = "00"
007780                 DISPLAY "*** CMERASE: CANNOT CREATE "
007790                         "CMERASE.TMP - STATUS "
007800                         WS-SWK-FILE-STATUS " ***"
007810                 SET WS-INCOMPLETE TO TRUE
007820                 SET WS-SCRUB-HALT TO TRUE
007830                 MOVE 'NOT SEARCHED' TO WS-FILE-OUTCOME
007840                 CLOSE SCRUB-FILE
007850             ELSE
007860                 PERFORM 3110-SCRUB-ONE-RECORD
007870                     UNTIL WS-SCR-EOF-YES
007880                 CLOSE SCRUB-FILE
007890                 CLOSE SCRUB-WORK-FILE
007900                 IF WS-FILE-SCRUBBED > ZERO
007910                     PERFORM 3200-REWRITE-FROM-WORK
007920                 ELSE
007930                     MOVE 'CLEAN' TO WS-FILE-OUTCOME
007940                 END-IF
007950             END-IF
007960         END-IF
007970     END-IF
007980     PERFORM 3300-TABLE-FILE-RESULT.
007990
008000*----------------------------------------------------------------
008010*    3110-SCRUB-ONE-RECORD
008020*    THE READ LEAVES THE REST OF THE RECORD AREA AS IT WAS, SO
008030*    IT IS CLEARED BEFORE THE IMAGES ARE LOOKED AT.  EVERY
008040*    RECORD IS COPIED, CHANGED OR NOT, AT ITS OWN LENGTH.
008050*----------------------------------------------------------------
008060 3110-SCRUB-ONE-RECORD.
008070     READ SCRUB-FILE
008080         AT END
008090             MOVE 'Y' TO WS-SCR-EOF
008100         NOT AT END
008110             ADD 1 TO WS-FILE-READ
008120             IF WS-SCR-REC-LEN < 674
008130                 MOVE SPACES TO SCRUB-RECORD
008140                     (WS-SCR-REC-LEN + 1:674 - WS-SCR-REC-LEN)
008150             END-IF
008160             MOVE 'N' TO WS-REC-CHANGED-SW
008170             PERFORM 3120-CHECK-RECORD-ID
008180             IF WS-ID-ERASED
008190                 PERFORM 3130-SCRUB-RECORD-IMAGES
008200             END-IF
008210             MOVE WS-SCR-REC-LEN TO WS-SWK-REC-LEN
008220             MOVE SCRUB-RECORD   TO SCRUB-WORK-RECORD
008230             WRITE SCRUB-WORK-RECORD
008240             IF WS-REC-CHANGED
008250                 PERFORM 3150-COUNT-SCRUBBED-RECORD
008260             END-IF
008270     END-READ.
008280
008290 3120-CHECK-RECORD-ID.
008300     MOVE 'N' TO WS-ID-ERASED-SW
008310     IF SCRUB-RECORD (WS-ID-POS:5) IS NUMERIC
008320         MOVE SCRUB-RECORD (WS-ID-POS:5) TO WS-SCR-ID
008330         IF WS-SCR-ID > ZERO
008340             IF WS-ERASED-ON (WS-SCR-ID) NOT = SPACES
008350                 SET WS-ID-ERASED TO TRUE
008360             END-IF
008370         END-IF
008380     END-IF.
008390
008400*----------------------------------------------------------------
008410*    3130-SCRUB-RECORD-IMAGES
008420*    A BACKUP RECORD IS ONE MASTER IMAGE; AN AUDIT LOG LINE
008430*    CARRIES ONE AFTER ITS 45-BYTE PREFIX; A JOURNAL RECORD
008440*    CARRIES TWO, WHOSE WIDTH AND POSITION DEPEND ON THE
008450*    LAYOUT IT WAS WRITTEN UNDER.  THE PERSONAL FIELDS SIT IN
008460*    THE SAME PLACE IN EVERY MASTER LAYOUT, SO ONE TOMBSTONE
008470*    SERVES THEM ALL.  A HOUSEHOLD CROSS-REFERENCE ENTRY HOLDS
008480*    NO IMAGE, ONLY THE NORMALIZED ADDRESS IN COLUMNS 26-115,
008490*    WHICH IS BLANKED.
008500*----------------------------------------------------------------
008510 3130-SCRUB-RECORD-IMAGES.
008520     EVALUATE TRUE
008530         WHEN WS-KIND-BACKUP
008540             MOVE 1   TO WS-IMG-POS
008550             MOVE 300 TO WS-IMG-LEN
008560             PERFORM 3140-SCRUB-ONE-IMAGE
008570         WHEN WS-KIND-AUDIT
008580             MOVE 46  TO WS-IMG-POS
008590             MOVE 300 TO WS-IMG-LEN
008600             PERFORM 3140-SCRUB-ONE-IMAGE
008610         WHEN WS-KIND-HOUSEHOLD
008620             IF SCRUB-RECORD (26:90) NOT = SPACES
008630                 MOVE SPACES TO SCRUB-RECORD (26:90)
008640                 SET WS-REC-CHANGED TO TRUE
008650             END-IF
008660         WHEN OTHER
008670             PERFORM 3135-SET-JOURNAL-SHAPE
008680             MOVE 74  TO WS-IMG-POS
008690             PERFORM 3140-SCRUB-ONE-IMAGE
008700             MOVE WS-AFTER-POS TO WS-IMG-POS
008710             PERFORM 3140-SCRUB-ONE-IMAGE
008720     END-EVALUATE.
008730
008740*----------------------------------------------------------------
008750*    3135-SET-JOURNAL-SHAPE
008760*    RECOGNIZES THE OLD IMAGE LAYOUTS BY THE SAME LENGTH AND
008770*    SEPARATOR MARKS CMRECOVR USES: 187-BYTE IMAGES (RECORDS
008780*    OF AT MOST 448 BYTES), 212-BYTE IMAGES (AT MOST 498),
008790*    OTHERWISE THE CURRENT 300-BYTE IMAGES.
008800*----------------------------------------------------------------
008810 3135-SET-JOURNAL-SHAPE.
008820     IF WS-SCR-REC-LEN <= 448
008830         AND SCRUB-RECORD (261:1) = SPACE
008840         AND SCRUB-RECORD (262:1) NOT = SPACE
008850         MOVE 187 TO WS-IMG-LEN
008860         MOVE 262 TO WS-AFTER-POS
008870     ELSE
008880         IF WS-SCR-REC-LEN <= 498
008890             AND SCRUB-RECORD (286:1) = SPACE
008900             AND SCRUB-RECORD (287:1) NOT = SPACE
008910             MOVE 212 TO WS-IMG-LEN
008920             MOVE 287 TO WS-AFTER-POS
008930         ELSE
008940             MOVE 300 TO WS-IMG-LEN
008950             MOVE 375 TO WS-AFTER-POS
008960         END-IF
008970     END-IF.
008980
008990*----------------------------------------------------------------
009000*    3140-SCRUB-ONE-IMAGE
009010*    TOMBSTONES THE IMAGE AT WS-IMG-POS FOR WS-IMG-LEN BYTES.
009020*    A BLANK IMAGE (THE BEFORE IMAGE OF A WRITE, THE AFTER
009030*    IMAGE OF A DELETE) MUST STAY BLANK.  IF THE RECORD WAS
009040*    SHORTER THAN THE TOMBSTONED NAME FIELDS, IT IS LENGTHENED
009050*    TO HOLD THEM.
009060*----------------------------------------------------------------
009070 3140-SCRUB-ONE-IMAGE.
009080     MOVE SPACES TO SCRUB-MASTER-RECORD
009090     MOVE SCRUB-RECORD (WS-IMG-POS:WS-IMG-LEN)
009100         TO SCRUB-MASTER-RECORD
009110     IF SCRUB-MASTER-RECORD NOT = SPACES
009120         MOVE SCRUB-MASTER-RECORD TO WS-SCRUB-BEFORE
009130         PERFORM 8000-TOMBSTONE-IMAGE
009140         IF SCRUB-MASTER-RECORD NOT = WS-SCRUB-BEFORE
009150             SET WS-REC-CHANGED TO TRUE
009160             MOVE SCRUB-MASTER-RECORD (1:WS-IMG-LEN)
009170                 TO SCRUB-RECORD (WS-IMG-POS:WS-IMG-LEN)
009180             COMPUTE WS-NEED-LEN = WS-IMG-POS + 59
009190             IF WS-NEED-LEN > WS-SCR-REC-LEN
009200                 MOVE WS-NEED-LEN TO WS-SCR-REC-LEN
009210             END-IF
009220         END-IF
009230     END-IF.
009240
009250 3150-COUNT-SCRUBBED-RECORD.
009260     ADD 1 TO WS-FILE-SCRUBBED
009270     EVALUATE TRUE
009280         WHEN WS-KIND-JOURNAL
009290             ADD 1 TO WS-JRNL-RECS-SCRUBBED
009300         WHEN WS-KIND-AUDIT
009310             ADD 1 TO WS-AUDIT-RECS-SCRUBBED
009320         WHEN WS-KIND-HOUSEHOLD
009330             ADD 1 TO WS-HHX-RECS-SCRUBBED
009340         WHEN OTHER
009350             ADD 1 TO WS-BKP-RECS-SCRUBBED
009360     END-EVALUATE
009370     MOVE SPACES          TO CERT-WORK-RECORD
009380     MOVE WS-SCR-ID       TO CW-CUSTOMER-ID
009390     MOVE WS-SCRUB-DSN    TO CW-DSN
009400     MOVE WS-SCRUB-ACTION TO CW-ACTION
009410     PERFORM 9200-WRITE-CERT-WORK.
009420
009430*----------------------------------------------------------------
009440*    3200-REWRITE-FROM-WORK
009450*    PASS 2: COPIES THE SCRUBBED WORK FILE BACK OVER THE
009460*    ORIGINAL AND PROVES EVERY RECORD CAME BACK.
009470*----------------------------------------------------------------
009480 3200-REWRITE-FROM-WORK.
009490     MOVE 'N' TO WS-SWK-EOF
009500     OPEN INPUT SCRUB-WORK-FILE
009510     IF WS-SWK-FILE-STATUS NOT = "00"
009520         DISPLAY "*** CMERASE: REOPEN OF CMERASE.TMP FAILED - "
009530                 "STATUS " WS-SWK-FILE-STATUS " - "
009540                 WS-SCRUB-DSN " NOT REWRITTEN ***"
009550         SET WS-INCOMPLETE TO TRUE
009560         MOVE 'NOT REWRITTEN' TO WS-FILE-OUTCOME
009570     ELSE
009580         OPEN OUTPUT SCRUB-FILE
009590         IF WS-SCR-FILE-STATUS NOT = "00"
009600             DISPLAY "*** CMERASE: CANNOT REWRITE "
009610                     WS-SCRUB-DSN " - STATUS "
009620                     WS-SCR-FILE-STATUS " ***"
009630             SET WS-INCOMPLETE TO TRUE
009640             MOVE 'NOT REWRITTEN' TO WS-FILE-OUTCOME
009650             CLOSE SCRUB-WORK-FILE
009660         ELSE
009670             PERFORM 3210-COPY-BACK-ONE-RECORD
009680                 UNTIL WS-SWK-EOF-YES
009690             CLOSE SCRUB-WORK-FILE
009700             CLOSE SCRUB-FILE
009710             IF WS-FILE-COPIED = WS-FILE-READ
009720                 MOVE 'REWRITTEN' TO WS-FILE-OUTCOME
009730                 ADD 1 TO WS-FILES-REWRITTEN
009740             ELSE
009750                 DISPLAY "*** CMERASE: " WS-SCRUB-DSN
009760                         " REWRITE INCOMPLETE - SCRUBBED COPY "
009770                         "LEFT IN CMERASE.TMP ***"
009780                 SET WS-INCOMPLETE TO TRUE
009790                 SET WS-SCRUB-HALT TO TRUE
009800                 MOVE 'REWRITE INCOMPLETE' TO WS-FILE-OUTCOME
009810             END-IF
009820         END-IF
009830     END-IF.
009840
009850 3210-COPY-BACK-ONE-RECORD.
009860     READ SCRUB-WORK-FILE
009870         AT END
009880             MOVE 'Y' TO WS-SWK-EOF
009890         NOT AT END
009900             MOVE WS-SWK-REC-LEN    TO WS-SCR-REC-LEN
009910             MOVE SCRUB-WORK-RECORD TO SCRUB-RECORD
009920             WRITE SCRUB-RECORD
009930             ADD 1 TO WS-FILE-COPIED
009940     END-READ.
009950
009960 3300-TABLE-FILE-RESULT.
009970     IF WS-FT-CNT < 500
009980         ADD 1 TO WS-FT-CNT
009990         MOVE WS-SCRUB-DSN     TO WS-FT-DSN (WS-FT-CNT)
010000         MOVE WS-SCRUB-KIND    TO WS-FT-KIND (WS-FT-CNT)
010010         MOVE WS-FILE-READ     TO WS-FT-READ (WS-FT-CNT)
010020         MOVE WS-FILE-SCRUBBED TO WS-FT-SCRUBBED (WS-FT-CNT)
010030         MOVE WS-FILE-OUTCOME  TO WS-FT-OUTCOME (WS-FT-CNT)
010040     ELSE
010050         SET WS-FT-FULL TO TRUE
010060     END-IF.
010070
010080*----------------------------------------------------------------
010090*    3400-SCRUB-AUDIT-LOG
010100*    CUSTMNT LOGS THE FULL BEFORE AND AFTER IMAGE OF EVERY
010110*    ONLINE CHANGE, SO ITS LOG IS SCRUBBED LIKE A JOURNAL.
010120*----------------------------------------------------------------
010130 3400-SCRUB-AUDIT-LOG.
010140     MOVE 'A' TO WS-SCRUB-KIND
010150     MOVE 'N' TO WS-MISSING-SW
010160     MOVE 'custmnt.log' TO WS-SCRUB-DSN
010170     PERFORM 3100-SCRUB-ONE-FILE.
010180
010190*----------------------------------------------------------------
010200*    3450-SCRUB-HOUSEHOLD-XREF
010210*    CMHHOLD KEEPS EACH HOUSEHOLDED CUSTOMER'S NORMALIZED
010220*    ADDRESS ON HHXREF.DAT.  AN ERASED CUSTOMER'S ENTRY KEEPS
010230*    ITS CUSTOMER AND HOUSEHOLD IDS, SO THE TRAILER COUNT
010240*    STILL PROVES, BUT LOSES THE ADDRESS; CMHHOLD THEN SEES
010250*    THE CUSTOMER LEAVE ITS HOUSEHOLD ON ITS NEXT RUN.  NO
010260*    CROSS-REFERENCE MEANS CMHHOLD HAS NEVER RUN.
010270*----------------------------------------------------------------
010280 3450-SCRUB-HOUSEHOLD-XREF.
010290     MOVE 'H' TO WS-SCRUB-KIND
010300     MOVE 'N' TO WS-MISSING-SW
010310     MOVE 'hhxref.dat' TO WS-SCRUB-DSN
010320     PERFORM 3100-SCRUB-ONE-FILE.
010330
010340*----------------------------------------------------------------
010350*    3500-SCRUB-BACKUPS
010360*    EVERY BACKUP CMUNLOAD HAS CATALOGED.  A BACKUP SINCE
010370*    DELETED UNDER THE RETENTION OF BACKUP GENERATIONS HOLDS
010380*    NOTHING AND IS LISTED AS NOT ON DISK.  WITHOUT THE
010390*    CATALOG NO BACKUP CAN BE FOUND, SO THE ERASURE CANNOT BE
010400*    CERTIFIED COMPLETE.
010410*----------------------------------------------------------------
010420 3500-SCRUB-BACKUPS.
010430     MOVE 'B' TO WS-SCRUB-KIND
010440     MOVE 'N' TO WS-MISSING-SW
010450     OPEN INPUT BACKUP-CATALOG-FILE
010460     IF WS-BKC-FILE-STATUS = "00"
010470         PERFORM 3510-SCRUB-ONE-BACKUP UNTIL WS-BKC-EOF-YES
010480         CLOSE BACKUP-CATALOG-FILE
010490     ELSE
010500         SET WS-BKC-MISSING TO TRUE
010510         SET WS-INCOMPLETE TO TRUE
010520         DISPLAY "*** CMERASE: NO BACKUP CATALOG (CMBKGENS.DAT) "
010530                 "- BACKUPS NOT SEARCHED ***"
010540     END-IF.
010550
010560 3510-SCRUB-ONE-BACKUP.
010570     READ BACKUP-CATALOG-FILE
010580         AT END
010590             MOVE 'Y' TO WS-BKC-EOF
010600         NOT AT END
010610             IF BKC-BACKUP-DSN NOT = SPACES
010620                 MOVE BKC-BACKUP-DSN TO WS-SCRUB-DSN
010630                 PERFORM 3100-SCRUB-ONE-FILE
010640             END-IF
010650     END-READ.
010660
010670*----------------------------------------------------------------
010680*    4000-WRITE-CERTIFICATE
010690*    THE CERTIFICATE WORK LINES ARE SORTED BY CUSTOMER (AND,
010700*    WITHIN A CUSTOMER, THE ORDER THEY WERE WRITTEN) SO EACH
010710*    CUSTOMER'S FILES ARE LISTED TOGETHER.
010720*----------------------------------------------------------------
010730 4000-WRITE-CERTIFICATE.
010740     CLOSE CERT-WORK-FILE
010750     OPEN OUTPUT CERTIFICATE-FILE
010760     PERFORM 4100-WRITE-CERT-HEADING
010770     SORT SORT-CERT-FILE
010780         ON ASCENDING KEY CS-CUSTOMER-ID
010790                          CS-SEQ
010800         USING CERT-WORK-FILE
010810         OUTPUT PROCEDURE IS 4200-WRITE-CUSTOMER-SECTIONS
010820     PERFORM 4300-WRITE-FILES-SEARCHED
010830     PERFORM 4400-WRITE-CONTROL-TOTALS
010840     PERFORM 4500-WRITE-SIGN-OFF
010850     CLOSE CERTIFICATE-FILE.
010860
010870 4100-WRITE-CERT-HEADING.
010880     MOVE SPACES TO CERTIFICATE-RECORD
010890     STRING "CMERASE RIGHT-TO-ERASURE CERTIFICATE - RUN DATE "
010900            WS-RUN-DATE
010910         DELIMITED BY SIZE
010920         INTO CERTIFICATE-RECORD
010930     END-STRING
010940     WRITE CERTIFICATE-RECORD
010950
010960     MOVE SPACES TO CERTIFICATE-RECORD
010970     STRING "JOURNAL SOURCE.....: " WS-ERASE-SOURCE
010980         DELIMITED BY SIZE
010990         INTO CERTIFICATE-RECORD
011000     END-STRING
011010     WRITE CERTIFICATE-RECORD
011020
011030     MOVE SPACES TO CERTIFICATE-RECORD
011040     IF WS-REQ-FILE-SEEN
011050         MOVE WS-REQUESTS-READ TO WS-CNT-DISPLAY
011060         STRING "REQUEST FILE.......: ERASEREQ.DAT - "
011070                WS-CNT-DISPLAY " REQUESTS"
011080             DELIMITED BY SIZE
011090             INTO CERTIFICATE-RECORD
011100         END-STRING
011110     ELSE
011120         MOVE "REQUEST FILE.......: NONE PRESENT"
011130             TO CERTIFICATE-RECORD
011140     END-IF
011150     WRITE CERTIFICATE-RECORD
011160
011170     MOVE SPACES TO CERTIFICATE-RECORD
011180     IF WS-SWEEP-ON
011190         MOVE WS-RETENTION-YEARS TO WS-YEARS-DISPLAY
011200         STRING "RETENTION SWEEP....: CLOSED BEFORE "
011210                WS-CUTOFF-DATE " (" WS-YEARS-DISPLAY
011220                " YEARS)"
011230             DELIMITED BY SIZE
011240             INTO CERTIFICATE-RECORD
011250         END-STRING
011260     ELSE
011270         MOVE "RETENTION SWEEP....: NOT RUN"
011280             TO CERTIFICATE-RECORD
011290     END-IF
011300     WRITE CERTIFICATE-RECORD
011310
011320     MOVE WS-REGISTER-LOADED TO WS-CNT-DISPLAY
011330     MOVE SPACES TO CERTIFICATE-RECORD
011340     STRING "ERASED EARLIER.....: " WS-CNT-DISPLAY
011350            " CUSTOMERS ON THE ERASURE REGISTER, RE-SCRUBBED"
011360         DELIMITED BY SIZE
011370         INTO CERTIFICATE-RECORD
011380     END-STRING
011390     WRITE CERTIFICATE-RECORD
011400
011410     MOVE SPACES TO CERTIFICATE-RECORD
011420     WRITE CERTIFICATE-RECORD
011430     MOVE SPACES TO CERTIFICATE-RECORD
011440     STRING "EACH CUSTOMER BELOW IS LISTED WITH EVERY FILE FROM "
011450            "WHICH ITS NAME, EMAIL, PHONE AND ADDRESS WERE "
011460            "REMOVED."
011470         DELIMITED BY SIZE
011480         INTO CERTIFICATE-RECORD
011490     END-STRING
011500     WRITE CERTIFICATE-RECORD.
011510
011520*----------------------------------------------------------------
011530*    4200-WRITE-CUSTOMER-SECTIONS
011540*    SORT OUTPUT PROCEDURE: ONE SECTION PER CUSTOMER, ONE LINE
011550*    PER FILE AND ACTION WITH ITS RECORD COUNT.  A SECTION
011560*    WHOSE FIRST LINE CARRIES NO BASIS IS A CUSTOMER ERASED BY
011570*    AN EARLIER RUN WHOSE DATA WAS STILL FOUND SOMEWHERE.
011580*----------------------------------------------------------------
011590 4200-WRITE-CUSTOMER-SECTIONS.
011600     MOVE 'N' TO WS-SORT-EOF
011610     MOVE 'Y' TO WS-FIRST-LINE-SW
011620     PERFORM 4210-RETURN-ONE-LINE UNTIL WS-SORT-EOF-YES
011630     IF NOT WS-FIRST-LINE
011640         PERFORM 4230-WRITE-FILE-LINE
011650     END-IF.
011660
011670 4210-RETURN-ONE-LINE.
011680     RETURN SORT-CERT-FILE
011690         AT END
011700             MOVE 'Y' TO WS-SORT-EOF
011710         NOT AT END
011720             IF WS-FIRST-LINE
011730                 OR CS-CUSTOMER-ID NOT = WS-PREV-ID
011740                 IF NOT WS-FIRST-LINE
011750                     PERFORM 4230-WRITE-FILE-LINE
011760                 END-IF
011770                 PERFORM 4220-WRITE-CUSTOMER-HEADER
011780                 MOVE 'N' TO WS-FIRST-LINE-SW
011790                 MOVE CS-DSN    TO WS-PREV-DSN
011800                 MOVE CS-ACTION TO WS-PREV-ACTION
011810                 MOVE 1 TO WS-GROUP-COUNT
011820             ELSE
011830                 IF CS-DSN = WS-PREV-DSN
011840                     AND CS-ACTION = WS-PREV-ACTION
011850                     ADD 1 TO WS-GROUP-COUNT
011860                 ELSE
011870                     PERFORM 4230-WRITE-FILE-LINE
011880                     MOVE CS-DSN    TO WS-PREV-DSN
011890                     MOVE CS-ACTION TO WS-PREV-ACTION
011900                     MOVE 1 TO WS-GROUP-COUNT
011910                 END-IF
011920             END-IF
011930     END-RETURN.
011940
011950 4220-WRITE-CUSTOMER-HEADER.
011960     MOVE CS-CUSTOMER-ID TO WS-PREV-ID
011970     ADD 1 TO WS-CUSTOMERS-CERTIFIED
011980     MOVE SPACES TO CERTIFICATE-RECORD
011990     WRITE CERTIFICATE-RECORD
012000     MOVE SPACES TO CERTIFICATE-RECORD
012010     IF CS-BASIS NOT = SPACES
012020         STRING "CUSTOMER " CS-CUSTOMER-ID
012030                "  BASIS " CS-BASIS
012040                "  REFERENCE " CS-NOTE
012050             DELIMITED BY SIZE
012060             INTO CERTIFICATE-RECORD
012070         END-STRING
012080     ELSE
012090         STRING "CUSTOMER " CS-CUSTOMER-ID
012100                "  ERASED EARLIER ON "
012110                WS-ERASED-ON (CS-CUSTOMER-ID)
012120                " - DATA STILL FOUND AND SCRUBBED"
012130             DELIMITED BY SIZE
012140             INTO CERTIFICATE-RECORD
012150         END-STRING
012160     END-IF
012170     WRITE CERTIFICATE-RECORD.
012180
012190 4230-WRITE-FILE-LINE.
012200     MOVE WS-GROUP-COUNT TO WS-CNT-DISPLAY
012210     MOVE SPACES TO CERTIFICATE-RECORD
012220     STRING "    " WS-PREV-DSN " " WS-PREV-ACTION " "
012230            WS-CNT-DISPLAY
012240         DELIMITED BY SIZE
012250         INTO CERTIFICATE-RECORD
012260     END-STRING
012270     WRITE CERTIFICATE-RECORD.
012280
012290*----------------------------------------------------------------
012300*    4300-WRITE-FILES-SEARCHED
012310*    EVERY FILE SEARCHED, WHETHER OR NOT ANYTHING WAS FOUND IN
012320*    IT, SO COMPLIANCE CAN SEE THE SEARCH WAS COMPLETE.
012330*----------------------------------------------------------------
012340 4300-WRITE-FILES-SEARCHED.
012350     MOVE SPACES TO CERTIFICATE-RECORD
012360     WRITE CERTIFICATE-RECORD
012370     MOVE "FILES SEARCHED" TO CERTIFICATE-RECORD
012380     WRITE CERTIFICATE-RECORD
012390     MOVE SPACES TO CERTIFICATE-RECORD
012400     STRING "    DATA SET                                 "
012410            "KIND          READ  SCRUBBED  OUTCOME"
012420         DELIMITED BY SIZE
012430         INTO CERTIFICATE-RECORD
012440     END-STRING
012450     WRITE CERTIFICATE-RECORD
012460     PERFORM 4310-WRITE-ONE-FILE
012470         VARYING WS-FT-IX FROM 1 BY 1
012480             UNTIL WS-FT-IX > WS-FT-CNT
012490     IF WS-BKC-MISSING
012500         MOVE SPACES TO CERTIFICATE-RECORD
012510         STRING "    *** NO BACKUP CATALOG (CMBKGENS.DAT) - "
012520                "NO BACKUP WAS SEARCHED ***"
012530             DELIMITED BY SIZE
012540             INTO CERTIFICATE-RECORD
012550         END-STRING
012560         WRITE CERTIFICATE-RECORD
012570     END-IF
012580     IF WS-FT-FULL
012590         MOVE SPACES TO CERTIFICATE-RECORD
012600         STRING "    *** MORE THAN 500 FILES SEARCHED - LIST "
012610                "TRUNCATED ***"
012620             DELIMITED BY SIZE
012630             INTO CERTIFICATE-RECORD
012640         END-STRING
012650         WRITE CERTIFICATE-RECORD
012660     END-IF.
012670
012680 4310-WRITE-ONE-FILE.
012690     EVALUATE WS-FT-KIND (WS-FT-IX)
012700         WHEN 'J'
012710             MOVE 'JOURNAL'   TO WS-KIND-TEXT
012720         WHEN 'A'
012730             MOVE 'AUDIT LOG' TO WS-KIND-TEXT
012740         WHEN 'H'
012750             MOVE 'HOUSEHOLDS' TO WS-KIND-TEXT
012760         WHEN OTHER
012770             MOVE 'BACKUP'    TO WS-KIND-TEXT
012780     END-EVALUATE
012790     MOVE SPACES TO CERTIFICATE-RECORD
012800     MOVE WS-FT-READ (WS-FT-IX) TO WS-CNT-DISPLAY
012810     STRING "    " WS-FT-DSN (WS-FT-IX) " " WS-KIND-TEXT
012820            " " WS-CNT-DISPLAY
012830         DELIMITED BY SIZE
012840         INTO CERTIFICATE-RECORD
012850     END-STRING
012860     MOVE WS-FT-SCRUBBED (WS-FT-IX) TO WS-CNT-DISPLAY
012870     MOVE WS-CNT-DISPLAY TO CERTIFICATE-RECORD (68:7)
012880     MOVE WS-FT-OUTCOME (WS-FT-IX) TO CERTIFICATE-RECORD (77:20)
012890     WRITE CERTIFICATE-RECORD.
012900
012910*----------------------------------------------------------------
012920*    4400-WRITE-CONTROL-TOTALS
012930*----------------------------------------------------------------
012940 4400-WRITE-CONTROL-TOTALS.
012950     MOVE SPACES TO CERTIFICATE-RECORD
012960     WRITE CERTIFICATE-RECORD
012970     MOVE "CONTROL TOTALS" TO CERTIFICATE-RECORD
012980     WRITE CERTIFICATE-RECORD
012990
013000     MOVE WS-ERASED-BY-REQUEST TO WS-CNT-DISPLAY
013010     MOVE SPACES TO CERTIFICATE-RECORD
013020     STRING "ERASED - BY REQUEST.......: " WS-CNT-DISPLAY
013030         DELIMITED BY SIZE
013040         INTO CERTIFICATE-RECORD
013050     END-STRING
013060     WRITE CERTIFICATE-RECORD
013070
013080     MOVE WS-ERASED-BY-RETENTION TO WS-CNT-DISPLAY
013090     MOVE SPACES TO CERTIFICATE-RECORD
013100     STRING "ERASED - BY RETENTION.....: " WS-CNT-DISPLAY
013110         DELIMITED BY SIZE
013120         INTO CERTIFICATE-RECORD
013130     END-STRING
013140     WRITE CERTIFICATE-RECORD
013150
013160     MOVE WS-ALREADY-ERASED TO WS-CNT-DISPLAY
013170     MOVE SPACES TO CERTIFICATE-RECORD
013180     STRING "REQUESTS ALREADY ERASED...: " WS-CNT-DISPLAY
013190         DELIMITED BY SIZE
013200         INTO CERTIFICATE-RECORD
013210     END-STRING
013220     WRITE CERTIFICATE-RECORD
013230
013240     MOVE WS-REQUESTS-NOT-FOUND TO WS-CNT-DISPLAY
013250     MOVE SPACES TO CERTIFICATE-RECORD
013260     STRING "REQUESTS NOT ON MASTER....: " WS-CNT-DISPLAY
013270         DELIMITED BY SIZE
013280         INTO CERTIFICATE-RECORD
013290     END-STRING
013300     WRITE CERTIFICATE-RECORD
013310
013320     MOVE WS-REQUESTS-INVALID TO WS-CNT-DISPLAY
013330     MOVE SPACES TO CERTIFICATE-RECORD
013340     STRING "REQUESTS NOT NUMERIC......: " WS-CNT-DISPLAY
013350         DELIMITED BY SIZE
013360         INTO CERTIFICATE-RECORD
013370     END-STRING
013380     WRITE CERTIFICATE-RECORD
013390
013400     MOVE WS-MASTER-ERRORS TO WS-CNT-DISPLAY
013410     MOVE SPACES TO CERTIFICATE-RECORD
013420     STRING "MASTER REWRITES FAILED....: " WS-CNT-DISPLAY
013430         DELIMITED BY SIZE
013440         INTO CERTIFICATE-RECORD
013450     END-STRING
013460     WRITE CERTIFICATE-RECORD
013470
013480     MOVE WS-JRNL-RECS-SCRUBBED TO WS-CNT-DISPLAY
013490     MOVE SPACES TO CERTIFICATE-RECORD
013500     STRING "JOURNAL RECORDS SCRUBBED..: " WS-CNT-DISPLAY
013510         DELIMITED BY SIZE
013520         INTO CERTIFICATE-RECORD
013530     END-STRING
013540     WRITE CERTIFICATE-RECORD
013550
013560     MOVE WS-AUDIT-RECS-SCRUBBED TO WS-CNT-DISPLAY
013570     MOVE SPACES TO CERTIFICATE-RECORD
013580     STRING "AUDIT LOG LINES SCRUBBED..: " WS-CNT-DISPLAY
013590         DELIMITED BY SIZE
013600         INTO CERTIFICATE-RECORD
013610     END-STRING
013620     WRITE CERTIFICATE-RECORD
013630
013640     MOVE WS-HHX-RECS-SCRUBBED TO WS-CNT-DISPLAY
013650     MOVE SPACES TO CERTIFICATE-RECORD
013660     STRING "HOUSEHOLD XREF SCRUBBED...: " WS-CNT-DISPLAY
013670         DELIMITED BY SIZE
013680         INTO CERTIFICATE-RECORD
013690     END-STRING
013700     WRITE CERTIFICATE-RECORD
013710
013720     MOVE WS-BKP-RECS-SCRUBBED TO WS-CNT-DISPLAY
013730     MOVE SPACES TO CERTIFICATE-RECORD
013740     STRING "BACKUP RECORDS SCRUBBED...: " WS-CNT-DISPLAY
013750         DELIMITED BY SIZE
013760         INTO CERTIFICATE-RECORD
013770     END-STRING
013780     WRITE CERTIFICATE-RECORD
013790
013800     MOVE WS-FILES-SEARCHED TO WS-CNT-DISPLAY
013810     MOVE SPACES TO CERTIFICATE-RECORD
013820     STRING "FILES SEARCHED............: " WS-CNT-DISPLAY
013830         DELIMITED BY SIZE
013840         INTO CERTIFICATE-RECORD
013850     END-STRING
013860     WRITE CERTIFICATE-RECORD
013870
013880     MOVE WS-FILES-REWRITTEN TO WS-CNT-DISPLAY
013890     MOVE SPACES TO CERTIFICATE-RECORD
013900     STRING "FILES REWRITTEN...........: " WS-CNT-DISPLAY
013910         DELIMITED BY SIZE
013920         INTO CERTIFICATE-RECORD
013930     END-STRING
013940     WRITE CERTIFICATE-RECORD
013950
013960     MOVE WS-CUSTOMERS-CERTIFIED TO WS-CNT-DISPLAY
013970     MOVE SPACES TO CERTIFICATE-RECORD
013980     STRING "CUSTOMERS LISTED..........: " WS-CNT-DISPLAY
013990         DELIMITED BY SIZE
014000         INTO CERTIFICATE-RECORD
014010     END-STRING
014020     WRITE CERTIFICATE-RECORD.
014030
014040*----------------------------------------------------------------
014050*    4500-WRITE-SIGN-OFF
014060*    STATES WHETHER THE ERASURE IS COMPLETE AND LEAVES THE
014070*    SIGNATURE LINES OPERATIONS AND COMPLIANCE SIGN.
014080*----------------------------------------------------------------
014090 4500-WRITE-SIGN-OFF.
014100     MOVE SPACES TO CERTIFICATE-RECORD
014110     WRITE CERTIFICATE-RECORD
014120     MOVE SPACES TO CERTIFICATE-RECORD
014130     IF WS-RUN-RC < 8
014140         STRING "ERASURE COMPLETE: NO PERSONAL DATA OF ANY "
014150                "CUSTOMER LISTED REMAINS IN ANY FILE SEARCHED."
014160             DELIMITED BY SIZE
014170             INTO CERTIFICATE-RECORD
014180         END-STRING
014190     ELSE
014200         STRING "*** ERASURE INCOMPLETE - SEE THE FILES "
014210                "SEARCHED AND CONTROL TOTALS ABOVE - DO NOT "
014220                "SIGN OFF ***"
014230             DELIMITED BY SIZE
014240             INTO CERTIFICATE-RECORD
014250         END-STRING
014260     END-IF
014270     WRITE CERTIFICATE-RECORD
014280
014290     MOVE SPACES TO CERTIFICATE-RECORD
014300     WRITE CERTIFICATE-RECORD
014310     MOVE SPACES TO CERTIFICATE-RECORD
014320     STRING "PREPARED BY (OPERATIONS)...: "
014330            "______________________________  "
014340            "DATE __________"
014350         DELIMITED BY SIZE
014360         INTO CERTIFICATE-RECORD
014370     END-STRING
014380     WRITE CERTIFICATE-RECORD
014390     MOVE SPACES TO CERTIFICATE-RECORD
014400     WRITE CERTIFICATE-RECORD
014410     MOVE SPACES TO CERTIFICATE-RECORD
014420     STRING "APPROVED BY (COMPLIANCE)...: "
014430            "______________________________  "
014440            "DATE __________"
014450         DELIMITED BY SIZE
014460         INTO CERTIFICATE-RECORD
014470     END-STRING
014480     WRITE CERTIFICATE-RECORD.
014490
014500*----------------------------------------------------------------
014510*    8000-TOMBSTONE-IMAGE
014520*    REPLACES THE PERSONAL FIELDS OF SCRUB-MASTER-RECORD.  THE
014530*    ID, STATUS, DATES AND SOURCE STAMPS ARE LEFT ALONE; THE
014540*    EMAIL'S BOUNCE HISTORY GOES WITH THE EMAIL.
014550*    APPLYING IT TWICE CHANGES NOTHING THE SECOND TIME.
014560*----------------------------------------------------------------
014570 8000-TOMBSTONE-IMAGE.
014580     MOVE 'ERASED' TO SM-FIRST-NAME
014590     MOVE SPACES   TO SM-MIDDLE-NAME
014600     MOVE 'ERASED' TO SM-LAST-NAME
014610     MOVE SPACES   TO SM-SUFFIX
014620     MOVE SPACES   TO SM-EMAIL
014630     MOVE SPACES   TO SM-PHONE
014640     MOVE SPACES   TO SM-ADDR-LINE-1
014650     MOVE SPACES   TO SM-ADDR-LINE-2
014660     MOVE SPACES   TO SM-CITY
014670     MOVE SPACES   TO SM-POSTAL-CODE
014680     MOVE SPACES   TO SM-EMAIL-DELIVERABILITY.
014690
014700*----------------------------------------------------------------
014710*    9200-WRITE-CERT-WORK
014720*    WRITES ONE CERTIFICATE WORK LINE.  THE CALLER FILLS IN
014730*    THE CUSTOMER, DATA SET AND ACTION.  A LINE WRITTEN BEFORE
014740*    THE SCRUB PHASE (NO SCRUB KIND SET YET) ALSO CARRIES THE
014750*    BASIS AND CASE REFERENCE.  THE SEQUENCE NUMBER KEEPS EACH
014760*    CUSTOMER'S LINES IN THE ORDER THEY WERE WRITTEN.
014770*----------------------------------------------------------------
014780 9200-WRITE-CERT-WORK.
014790     ADD 1 TO WS-CW-SEQ
014800     MOVE WS-CW-SEQ TO CW-SEQ
014810     IF WS-SCRUB-KIND = SPACE
014820         MOVE WS-BASIS    TO CW-BASIS
014830         MOVE WS-CASE-REF TO CW-NOTE
014840     END-IF
014850     WRITE CERT-WORK-RECORD.
014860
014870*----------------------------------------------------------------
014880*    9300-SET-RETURN-CODE
014890*    GRADES THE RUN: 0 CLEAN, 4 A REQUEST COULD NOT BE ACTED
014900*    ON, 8 ERASURE INCOMPLETE, 12 HARD FAILURE.
014910*----------------------------------------------------------------
014920 9300-SET-RETURN-CODE.
014930     EVALUATE TRUE
014940         WHEN WS-HARD-FAIL
014950             MOVE 12 TO WS-RUN-RC
014960         WHEN WS-INCOMPLETE
014970             MOVE 8 TO WS-RUN-RC
014980         WHEN WS-MASTER-ERRORS > ZERO
014990             MOVE 8 TO WS-RUN-RC
015000         WHEN WS-FT-FULL
015010             MOVE 8 TO WS-RUN-RC
015020         WHEN WS-REQUESTS-NOT-FOUND > ZERO
015030             MOVE 4 TO WS-RUN-RC
015040         WHEN WS-REQUESTS-INVALID > ZERO
015050             MOVE 4 TO WS-RUN-RC
015060         WHEN OTHER
015070             MOVE ZERO TO WS-RUN-RC
015080     END-EVALUATE
015090     MOVE WS-ERASED-BY-REQUEST TO WS-CNT-DISPLAY
015100     DISPLAY "CMERASE ERASED BY REQUEST:   " WS-CNT-DISPLAY
015110     MOVE WS-ERASED-BY-RETENTION TO WS-CNT-DISPLAY
015120     DISPLAY "CMERASE ERASED BY RETENTION: " WS-CNT-DISPLAY
015130     MOVE WS-FILES-REWRITTEN TO WS-CNT-DISPLAY
015140     DISPLAY "CMERASE FILES REWRITTEN:     " WS-CNT-DISPLAY
015150     DISPLAY "CMERASE RETURN CODE " WS-RUN-RC.
015160
015170*----------------------------------------------------------------
015180*    9500-WRITE-JOURNAL
015190*    APPENDS ONE CMJRNL.DAT RECORD FOR THE ERASURE JUST DONE.
015200*    BOTH IMAGES ARE TOMBSTONED.
015210*----------------------------------------------------------------
015220 9500-WRITE-JOURNAL.
015230     MOVE SPACES                 TO JOURNAL-RECORD
015240     MOVE WS-RUN-DATE            TO JRN-RUN-DATE
015250     MOVE WS-ERASE-SOURCE        TO JRN-SOURCE-DSN
015260     MOVE 'CMERASE'              TO JRN-PROGRAM
015270     MOVE 'ERASE'                TO JRN-ACTION
015280     MOVE CM-CUSTOMER-ID         TO JRN-CUSTOMER-ID
015290     MOVE WS-JRN-BEFORE-IMAGE    TO JRN-BEFORE-IMAGE
015300     MOVE CUSTOMER-MASTER-RECORD TO JRN-AFTER-IMAGE
015310     WRITE JOURNAL-RECORD.
015320
015330*----------------------------------------------------------------
015340*    9600-CLAIM-MASTER-LOCK
015350*    DECLARES THIS RUN'S INTENT TO WRITE THE CUSTOMER MASTER.  A
015360*    CLAIM ALREADY ON CMLOCK.DAT MEANS ANOTHER WRITER HAS THE
015370*    MASTER; THIS RUN IS REFUSED WITH THE HOLDER NAMED.  THE
015380*    CLAIM ALSO KEEPS EVERY JOURNAL APPENDER AND CMJARCH OUT
015390*    WHILE THE JOURNALS ARE SCRUBBED.  A STALE CLAIM FROM A
015400*    CRASHED RUN IS INSPECTED AND RELEASED BY OPERATIONS WITH
015410*    CMLOCKOP.
015420*----------------------------------------------------------------
015430 9600-CLAIM-MASTER-LOCK.
015440     OPEN INPUT MASTER-LOCK-FILE
015450     IF WS-LCK-FILE-STATUS = "00"
015460         READ MASTER-LOCK-FILE
015470             AT END
015480                 CONTINUE
015490             NOT AT END
015500                 IF LCK-PROGRAM NOT = SPACES
015510                     SET WS-LOCK-REFUSED TO TRUE
015520                     DISPLAY "CMERASE: CUSTOMER MASTER HELD BY "
015530                             LCK-PROGRAM " - " LCK-HOLDER
015540                     DISPLAY "CMERASE: CLAIMED " LCK-DATE " AT "
015550                             LCK-TIME " - IF THE RUN IS DEAD, "
015560                             "RELEASE WITH CMLOCKOP"
015570                 END-IF
015580         END-READ
015590         CLOSE MASTER-LOCK-FILE
015600     END-IF
015610     IF NOT WS-LOCK-REFUSED
015620         ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
015630         ACCEPT WS-LOCK-TIME FROM TIME
015640         OPEN OUTPUT MASTER-LOCK-FILE
015650         MOVE SPACES             TO MASTER-LOCK-RECORD
015660         MOVE 'CMERASE '         TO LCK-PROGRAM
015670         MOVE '(ERASURE)'        TO LCK-HOLDER
015680         MOVE WS-LOCK-DATE       TO LCK-DATE
015690         MOVE WS-LOCK-TIME (1:6) TO LCK-TIME
015700         WRITE MASTER-LOCK-RECORD
015710         CLOSE MASTER-LOCK-FILE
015720         SET WS-LOCK-HELD TO TRUE
015730     END-IF.
015740
015750*----------------------------------------------------------------
015760*    9650-RELEASE-MASTER-LOCK
015770*    RELEASES THIS RUN'S CLAIM - AN EMPTY LOCK FILE MEANS THE
015780*    MASTER IS FREE.  A CLAIM THIS RUN NEVER TOOK IS LEFT ALONE.
015790*----------------------------------------------------------------
015800 9650-RELEASE-MASTER-LOCK.
015810     IF WS-LOCK-HELD
015820         OPEN OUTPUT MASTER-LOCK-FILE
015830         CLOSE MASTER-LOCK-FILE
015840         MOVE 'N' TO WS-LOCK-SW
015850     END-IF.

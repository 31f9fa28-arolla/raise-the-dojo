000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMREJAGE.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMREJAGE
000100*
000110*    AGES THE REJECT BACKLOG.  EVERY EXTRACT MIGRATE-CSV HAS
000120*    RUN (THE EXTRACT REGISTER, EXTREG.DAT) LEFT ITS REJECTS
000130*    IN REJECT.<DSN>.DAT; REJREPRO SENT THE ONES IT COULD FIX
000140*    TO REPRO.<DSN>.DAT AND THE REST TO REREJ.<DSN>.DAT.  THIS
000150*    PROGRAM SWEEPS ALL THREE FOR EVERY DSN ON THE REGISTER,
000160*    FOLDS THEM INTO THE OPEN-REJECT REGISTER KEPT FROM THE
000170*    LAST RUN (REJREG.DAT, CMREJREG), AND CHECKS EVERY ITEM
000180*    STILL OPEN AGAINST THE CUSTOMER MASTER.
000190*
000200*    A CUSTOMER ID OPENS ON ITS FIRST REJECT (OR RE-REJECT)
000210*    AND STAYS OPEN UNTIL ONE OF:
000220*      REPAIRED  REJREPRO REPROCESSED IT (REPRO FILE)
000230*      CHANGED   A LATER EXTRACT (MIGRATE-CSV) OR REJREPRO
000240*                RUN CHANGED THE CUSTOMER AFTER THE DAY OF
000250*                THE LATEST REJECT, BY THE CHANGE JOURNAL -
000260*                THE FEED GOT THE CHANGE THROUGH.  AN ONLINE
000270*                (CUSTMNT) OR HOUSEKEEPING CHANGE TO THE
000280*                CUSTOMER DOES NOT CLEAR A REJECT.
000290*      ERASED    THE CUSTOMER HAS BEEN ERASED
000300*    A LATER REJECT OF A CLOSED ITEM OPENS IT AGAIN, AGED
000310*    FROM THE NEW REJECT.  AN ITEM KEEPS ITS FIRST-REJECTED
000320*    DATE ON THE REGISTER, SO IT GOES ON AGEING AFTER ITS
000330*    REJECT FILE HAS BEEN ARCHIVED.  A REJECT IS DATED BY THE
000340*    MIGRATE-CSV RUN THAT WROTE IT, A RE-REJECT OR REPAIR BY
000350*    THE REJREPRO RUN DATE ON RUNSUM.REPRO.<DSN>.DAT (THE
000360*    MIGRATE-CSV RUN DATE WHEN THAT SUMMARY IS GONE).  WHEN A
000370*    DSN IS ON THE REGISTER MORE THAN ONCE ITS FILES ARE SWEPT
000380*    ONCE, UNDER THE LATEST RUN.  THE FEED CHANGES ARE READ
000390*    FROM THE LIVE JOURNAL AND THE ARCHIVED GENERATIONS ON
000400*    CMJGENS.DAT; A GENERATION CUT BEFORE THE OLDEST REJECT
000410*    HOLDS NONE THAT MATTER AND IS NOT OPENED.
000420*
000430*    THE REPORT, REJAGING.D<YYMMDD>.DAT, GIVES THE OPEN ITEMS
000440*    BY REASON CODE IN AGE BUCKETS OF 0-2, 3-7, 8-30 AND OVER
000450*    30 DAYS, THE OLDEST OPEN ITEMS, AND THE MOVEMENT SINCE
000460*    THE LAST RUN (CARRIED, NEWLY OPENED, CLEARED), SO THE
000470*    BACKLOG CAN BE SEEN SHRINKING FROM RUN TO RUN.  THE
000480*    MASTER IS OPENED INPUT AND NEVER WRITTEN TO.
000490*
000500*    RETURN CODE 0 CLEAN, 4 WARNING (A REGISTERED REJECT FILE
000510*    IS MISSING OR NO LONGER HOLDS THE COUNT THE RUN
000520*    REGISTERED, A RECORD HAD NO NUMERIC ID, OR A JOURNAL
000530*    FILE WOULD NOT OPEN - ITS FEED CHANGES CLEAR NOTHING),
000540*    8 THE CONTROL TOTALS DO NOT BALANCE (REJREG.DAT IS LEFT AS
000550*    THE LAST RUN WROTE IT), 12 HARD FAILURE (THE MASTER OR
000560*    EXTREG.DAT WOULD NOT OPEN, A MASTER READ FAILED, OR THE
000570*    LAST REGISTER IS UNREADABLE OR FAILS ITS TRAILER CHECK).
000580*
000590*    MODIFICATION HISTORY.
000600*    -------------------------------------------------------
000610*    10/15/2026  JF   ORIGINAL VERSION.
000620*--------------------------------------------------------------*
000630
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmast.dat"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CM-CUSTOMER-ID
000710         ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
000720         FILE STATUS IS WS-CM-FILE-STATUS.
000730
000740     SELECT EXTRACT-REGISTER-FILE ASSIGN TO "extreg.dat"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-EXR-FILE-STATUS.
000770
000780     SELECT OPEN-REJECT-FILE ASSIGN TO "rejreg.dat"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ORJ-FILE-STATUS.
000810
000820     SELECT NEW-REJECT-FILE ASSIGN TO "cmrejreg.tmp"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-NRJ-FILE-STATUS.
000850
000860     SELECT SWEEP-FILE ASSIGN TO DYNAMIC WS-SWEEP-DSN
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SWP-FILE-STATUS.
000890
000900     SELECT REPRO-SUMMARY-FILE ASSIGN TO DYNAMIC WS-RUNSUM-DSN
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RSM-FILE-STATUS.
000930
000940     SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-DSN
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-JRN-FILE-STATUS.
000970
000980     SELECT CATALOG-FILE ASSIGN TO "cmjgens.dat"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-CAT-FILE-STATUS.
001010
001020     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-RPT-FILE-STATUS.
001050
001060     SELECT SORT-EVENT-FILE ASSIGN TO "cmrjse.tmp".
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  CUSTOMER-MASTER-FILE.
001110     COPY CUSTMAST.
001120
001130 FD  EXTRACT-REGISTER-FILE.
001140     COPY CMEXTREG.
001150
001160 FD  OPEN-REJECT-FILE.
001170     COPY CMREJREG.
001180
001190 FD  NEW-REJECT-FILE.
001200     COPY CMREJREG REPLACING LEADING ==OPEN== BY ==NEW==
001210                             LEADING ==ORJ== BY ==NRJ==
001220                             LEADING ==ORT== BY ==NRT==.
001230
001240*    REJECT.<DSN>.DAT AND REREJ.<DSN>.DAT SHARE ONE LAYOUT;
001250*    REPRO.<DSN>.DAT IS A FIXED CUSTOMER RECORD.  ALL THREE
001260*    CARRY THE CUSTOMER ID IN THE FIRST FIVE BYTES.
001270 FD  SWEEP-FILE.
001280 01  SWEEP-REJECT-RECORD.
001290     05  SWP-ID                PIC X(05).
001300     05  FILLER                PIC X(01).
001310     05  SWP-REASON-CODE       PIC X(08).
001320     05  FILLER                PIC X(01).
001330     05  SWP-EMAIL             PIC X(20).
001340     05  FILLER                PIC X(162).
001350 01  SWEEP-REPRO-RECORD.
001360     05  SWP-REPRO-ID          PIC X(05).
001370     05  FILLER                PIC X(192).
001380
001390 FD  REPRO-SUMMARY-FILE.
001400 01  REPRO-SUMMARY-RECORD.
001410     05  FILLER                PIC X(32).
001420     05  RSM-RUN-DATE          PIC X(08).
001430     05  FILLER                PIC X(40).
001440
001450*    THE LIVE JOURNAL OR AN ARCHIVED GENERATION.  ONLY THE
001460*    DATE, PROGRAM AND CUSTOMER ID ARE USED; THEY SIT IN THE
001470*    SAME PLACE IN EVERY IMAGE LAYOUT THE JOURNAL HAS HAD.
001480 FD  JOURNAL-FILE
001490     RECORD IS VARYING IN SIZE FROM 1 TO 674
001500         DEPENDING ON WS-JRN-REC-LEN.
001510     COPY CMJRNL.
001520
001530 FD  CATALOG-FILE.
001540 01  CATALOG-RECORD.
001550     05  CAT-GENERATION-DSN    PIC X(40).
001560     05  FILLER                PIC X(01).
001570     05  CAT-CUT-DATE          PIC 9(08).
001580     05  FILLER                PIC X(01).
001590     05  CAT-RECORD-COUNT      PIC 9(07).
001600
001610 FD  REPORT-FILE.
001620 01  REPORT-RECORD             PIC X(132).
001630
001640*    ONE RECORD PER ITEM ON THE LAST REGISTER (SEQ 1, DATED BY
001650*    ITS LATEST REJECT), PER SWEPT REJECT (2), RE-REJECT (3)
001660*    AND REPAIR (4), AND PER JOURNALED FEED CHANGE (5), SO EACH
001670*    CUSTOMER'S HISTORY ARRIVES IN DATE ORDER, AND ON ONE DATE
001680*    THE REPAIR OR FEED CHANGE COMES AFTER THE REJECT IT
001690*    FOLLOWS.
001700 SD  SORT-EVENT-FILE.
001710 01  SORT-EVENT-RECORD.
001720     05  SE-CUSTOMER-ID        PIC 9(05).
001730     05  SE-EVENT-DATE         PIC 9(08).
001740     05  SE-SEQ                PIC 9(01).
001750         88  SE-PRIOR-ITEM         VALUE 1.
001760         88  SE-REJECT             VALUE 2.
001770         88  SE-REREJECT           VALUE 3.
001780         88  SE-REPAIR             VALUE 4.
001790         88  SE-FEED-CHANGE        VALUE 5.
001800     05  SE-FIRST-DATE         PIC 9(08).
001810     05  SE-REASON-CODE        PIC X(08).
001820     05  SE-STAGE              PIC X(01).
001830     05  SE-SOURCE-DSN         PIC X(40).
001840     05  SE-EMAIL              PIC X(20).
001850
001860 WORKING-STORAGE SECTION.
001870 01  WS-CM-FILE-STATUS         PIC XX.
001880 01  WS-EXR-FILE-STATUS        PIC XX.
001890 01  WS-ORJ-FILE-STATUS        PIC XX.
001900 01  WS-NRJ-FILE-STATUS        PIC XX.
001910 01  WS-SWP-FILE-STATUS        PIC XX.
001920 01  WS-RSM-FILE-STATUS        PIC XX.
001930 01  WS-RPT-FILE-STATUS        PIC XX.
001940 01  WS-JRN-FILE-STATUS        PIC XX.
001950 01  WS-CAT-FILE-STATUS        PIC XX.
001960 01  WS-JRN-REC-LEN            PIC 9(04) COMP VALUE ZERO.
001970
001980 01  WS-REPORT-DSN             PIC X(40) VALUE SPACES.
001990 01  WS-SWEEP-DSN              PIC X(60) VALUE SPACES.
002000 01  WS-RUNSUM-DSN             PIC X(60) VALUE SPACES.
002010 01  WS-JOURNAL-DSN            PIC X(40) VALUE SPACES.
002020 01  WS-RUN-DATE               PIC 9(08).
002030 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002040     05  FILLER                PIC X(02).
002050     05  WS-RUN-DATE-YYMMDD    PIC X(06).
002060 01  WS-RUN-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
002070
002080 01  WS-PRIOR-REGISTER-SW      PIC X VALUE 'N'.
002090     88  WS-PRIOR-REGISTER         VALUE 'Y'.
002100 01  WS-TRAILER-SW             PIC X VALUE 'N'.
002110     88  WS-TRAILER-SEEN           VALUE 'Y'.
002120 01  WS-TRAILER-COUNT          PIC 9(07) VALUE ZERO.
002130 01  WS-PRIOR-RUN-DATE         PIC 9(08) VALUE ZERO.
002140 01  WS-MASTER-OPEN-SW         PIC X VALUE 'N'.
002150     88  WS-MASTER-OPEN            VALUE 'Y'.
002160
002170*    THE DISTINCT EXTRACT DSNS ON THE REGISTER, EACH WITH ITS
002180*    LATEST RUN DATE AND THE REJECT COUNT THAT RUN REGISTERED.
002190 01  WS-DSN-TABLE.
002200     05  WS-DSN-ENTRY          OCCURS 2000 TIMES.
002210         10  WS-DSN-NAME       PIC X(40).
002220         10  WS-DSN-RUN-DATE   PIC 9(08).
002230         10  WS-DSN-REJECTED   PIC 9(07).
002240 01  WS-DSN-CNT                PIC 9(05) COMP VALUE ZERO.
002250 01  WS-DSN-IX                 PIC 9(05) COMP VALUE ZERO.
002260 01  WS-DSN-FOUND-IX           PIC 9(05) COMP VALUE ZERO.
002270
002280*    THE DSN BEING SWEPT.
002290 01  WS-SWP-DSN-NAME           PIC X(40) VALUE SPACES.
002300 01  WS-SWP-SEQ                PIC 9(01) VALUE ZERO.
002310 01  WS-SWP-STAGE              PIC X(01) VALUE SPACE.
002320 01  WS-SWP-DATE               PIC 9(08) VALUE ZERO.
002330 01  WS-REPRO-RUN-DATE         PIC 9(08) VALUE ZERO.
002340 01  WS-SWP-RECORDS            PIC 9(07) COMP VALUE ZERO.
002350
002360*    THE OLDEST REJECT RELEASED.  NO FEED CHANGE ON OR BEFORE
002370*    IT CAN CLEAR ANYTHING.
002380 01  WS-OLDEST-REJECT-DATE     PIC 9(08) VALUE ZERO.
002390
002400*    ONE CUSTOMER'S HISTORY, FOLDED.
002410 01  WS-GRP-ID                 PIC 9(05) VALUE ZERO.
002420 01  WS-GRP-OPEN-SW            PIC X VALUE 'N'.
002430     88  WS-GRP-OPEN               VALUE 'Y'.
002440 01  WS-GRP-EVER-OPEN-SW       PIC X VALUE 'N'.
002450     88  WS-GRP-EVER-OPEN          VALUE 'Y'.
002460 01  WS-GRP-PRIOR-SW           PIC X VALUE 'N'.
002470     88  WS-GRP-PRIOR              VALUE 'Y'.
002480 01  WS-GRP-REPAIR-SEEN-SW     PIC X VALUE 'N'.
002490     88  WS-GRP-REPAIR-SEEN        VALUE 'Y'.
002500 01  WS-GRP-CLOSED-BY          PIC X(01) VALUE SPACE.
002510     88  WS-GRP-REPAIRED           VALUE 'P'.
002520     88  WS-GRP-CHANGED            VALUE 'C'.
002530     88  WS-GRP-ERASED             VALUE 'E'.
002540 01  WS-GRP-FIRST-DATE         PIC 9(08) VALUE ZERO.
002550 01  WS-GRP-LAST-DATE          PIC 9(08) VALUE ZERO.
002560 01  WS-GRP-REASON-CODE        PIC X(08) VALUE SPACES.
002570 01  WS-GRP-STAGE              PIC X(01) VALUE SPACE.
002580 01  WS-GRP-SOURCE-DSN         PIC X(40) VALUE SPACES.
002590 01  WS-GRP-EMAIL              PIC X(20) VALUE SPACES.
002600 01  WS-GRP-AGE                PIC 9(07) COMP VALUE ZERO.
002610 01  WS-GRP-BUCKET             PIC 9(01) COMP VALUE ZERO.
002620
002630*    DAY NUMBER OF A YYYYMMDD DATE (DAYS SINCE A FIXED POINT
002640*    FAR IN THE PAST), SO AN AGE IS ONE SUBTRACTION.
002650 01  WS-DN-DATE                PIC 9(08) VALUE ZERO.
002660 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
002670     05  WS-DN-YYYY            PIC 9(04).
002680     05  WS-DN-MM              PIC 9(02).
002690     05  WS-DN-DD              PIC 9(02).
002700 01  WS-DN-RESULT              PIC 9(07) COMP VALUE ZERO.
002710 01  WS-DN-A                   PIC 9(01) COMP VALUE ZERO.
002720 01  WS-DN-Y                   PIC 9(05) COMP VALUE ZERO.
002730 01  WS-DN-M                   PIC 9(02) COMP VALUE ZERO.
002740 01  WS-DN-WORK                PIC 9(05) COMP VALUE ZERO.
002750 01  WS-DN-MONTH-DAYS          PIC 9(05) COMP VALUE ZERO.
002760 01  WS-DN-QUAD                PIC 9(05) COMP VALUE ZERO.
002770 01  WS-DN-CENT                PIC 9(05) COMP VALUE ZERO.
002780 01  WS-DN-QUAD-CENT           PIC 9(05) COMP VALUE ZERO.
002790
002800*    OPEN ITEMS BY REASON CODE, KEPT IN REASON ORDER.  BUCKET
002810*    1 IS 0-2 DAYS, 2 3-7, 3 8-30, 4 OVER 30.  THE LAST ENTRY
002820*    TAKES ANY REASON BEYOND THE TABLE AS *OTHER*.
002830 01  WS-REASON-TABLE.
002840     05  WS-RSN-ENTRY          OCCURS 40 TIMES.
002850         10  WS-RSN-CODE       PIC X(08).
002860         10  WS-RSN-BUCKET     PIC 9(07) COMP OCCURS 4 TIMES.
002870         10  WS-RSN-TOTAL      PIC 9(07) COMP.
002880         10  WS-RSN-OLDEST     PIC 9(08).
002890 01  WS-RSN-CNT                PIC 9(02) COMP VALUE ZERO.
002900 01  WS-RSN-MAX                PIC 9(02) COMP VALUE 40.
002910 01  WS-RSN-IX                 PIC 9(02) COMP VALUE ZERO.
002920 01  WS-RSN-AT                 PIC 9(02) COMP VALUE ZERO.
002930 01  WS-RSN-FOUND-SW           PIC X VALUE 'N'.
002940     88  WS-RSN-FOUND              VALUE 'Y'.
002950 01  WS-BUCKET-TOTALS.
002960     05  WS-BKT-TOTAL          PIC 9(07) COMP OCCURS 4 TIMES.
002970 01  WS-BKT-IX                 PIC 9(01) COMP VALUE ZERO.
002980 01  WS-OLDEST-DATE            PIC 9(08) VALUE ZERO.
002990
003000*    THE OLDEST OPEN ITEMS, OLDEST FIRST.
003010 01  WS-OLDEST-TABLE.
003020     05  WS-OLD-ENTRY          OCCURS 25 TIMES.
003030         10  WS-OLD-CUSTOMER-ID    PIC 9(05).
003040         10  WS-OLD-FIRST-DATE     PIC 9(08).
003050         10  WS-OLD-AGE            PIC 9(07) COMP.
003060         10  WS-OLD-REASON-CODE    PIC X(08).
003070         10  WS-OLD-STAGE          PIC X(01).
003080         10  WS-OLD-SOURCE-DSN     PIC X(40).
003090 01  WS-OLD-CNT                PIC 9(02) COMP VALUE ZERO.
003100 01  WS-OLD-MAX                PIC 9(02) COMP VALUE 25.
003110 01  WS-OLD-IX                 PIC 9(02) COMP VALUE ZERO.
003120 01  WS-OLD-AT                 PIC 9(02) COMP VALUE ZERO.
003130
003140 01  WS-TEXT                   PIC X(80) VALUE SPACES.
003150 01  WS-SECTION-LINES          PIC 9(07) COMP VALUE ZERO.
003160 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
003170 01  WS-AGE-DISPLAY            PIC ZZZZZZ9.
003180 01  WS-BKT-DISPLAY-1          PIC ZZZZZZ9.
003190 01  WS-BKT-DISPLAY-2          PIC ZZZZZZ9.
003200 01  WS-BKT-DISPLAY-3          PIC ZZZZZZ9.
003210 01  WS-BKT-DISPLAY-4          PIC ZZZZZZ9.
003220 01  WS-STAGE-TEXT             PIC X(11) VALUE SPACES.
003230
003240 01  WS-REGISTER-ENTRIES       PIC 9(07) COMP VALUE ZERO.
003250 01  WS-DSNS-SKIPPED           PIC 9(07) COMP VALUE ZERO.
003260 01  WS-REJECT-FILES           PIC 9(07) COMP VALUE ZERO.
003270 01  WS-REJECT-MISSING         PIC 9(07) COMP VALUE ZERO.
003280 01  WS-REJECT-MISMATCH        PIC 9(07) COMP VALUE ZERO.
003290 01  WS-REREJ-FILES            PIC 9(07) COMP VALUE ZERO.
003300 01  WS-REPRO-FILES            PIC 9(07) COMP VALUE ZERO.
003310 01  WS-PRIOR-ITEMS            PIC 9(07) COMP VALUE ZERO.
003320 01  WS-REJECTS-READ           PIC 9(07) COMP VALUE ZERO.
003330 01  WS-REREJECTS-READ         PIC 9(07) COMP VALUE ZERO.
003340 01  WS-REPAIRS-READ           PIC 9(07) COMP VALUE ZERO.
003350 01  WS-JOURNALS-READ          PIC 9(07) COMP VALUE ZERO.
003360 01  WS-JOURNALS-MISSING       PIC 9(07) COMP VALUE ZERO.
003370 01  WS-GENERATIONS-SKIPPED    PIC 9(07) COMP VALUE ZERO.
003380 01  WS-FEED-CHANGES-READ      PIC 9(07) COMP VALUE ZERO.
003390 01  WS-NO-ID-SKIPPED          PIC 9(07) COMP VALUE ZERO.
003400 01  WS-EVENTS-RELEASED        PIC 9(07) COMP VALUE ZERO.
003410 01  WS-EVENTS-RETURNED        PIC 9(07) COMP VALUE ZERO.
003420 01  WS-CUSTOMERS              PIC 9(07) COMP VALUE ZERO.
003430 01  WS-REPAIR-ONLY            PIC 9(07) COMP VALUE ZERO.
003440 01  WS-FEED-CHANGE-ONLY       PIC 9(07) COMP VALUE ZERO.
003450 01  WS-CARRIED                PIC 9(07) COMP VALUE ZERO.
003460 01  WS-NEWLY-OPENED           PIC 9(07) COMP VALUE ZERO.
003470 01  WS-CLEARED                PIC 9(07) COMP VALUE ZERO.
003480 01  WS-RESOLVED-EARLIER       PIC 9(07) COMP VALUE ZERO.
003490 01  WS-CLOSED-REPAIRED        PIC 9(07) COMP VALUE ZERO.
003500 01  WS-CLOSED-CHANGED         PIC 9(07) COMP VALUE ZERO.
003510 01  WS-CLOSED-ERASED          PIC 9(07) COMP VALUE ZERO.
003520 01  WS-NOT-ON-MASTER          PIC 9(07) COMP VALUE ZERO.
003530 01  WS-REGISTER-WRITTEN       PIC 9(07) COMP VALUE ZERO.
003540 01  WS-REGISTER-COPIED        PIC 9(07) COMP VALUE ZERO.
003550 01  WS-AGED-TOTAL             PIC 9(07) COMP VALUE ZERO.
003560
003570 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
003580     88  WS-HARD-FAIL              VALUE 'Y'.
003590 01  WS-OUT-OF-BALANCE-SW      PIC X VALUE 'N'.
003600     88  WS-OUT-OF-BALANCE         VALUE 'Y'.
003610 01  WS-WARNING-SW             PIC X VALUE 'N'.
003620     88  WS-WARNING                VALUE 'Y'.
003630 01  WS-REGISTER-REPLACED-SW   PIC X VALUE 'N'.
003640     88  WS-REGISTER-REPLACED      VALUE 'Y'.
003650 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
003660
003670 01  WS-EXR-EOF                PIC X VALUE 'N'.
003680     88  WS-EXR-EOF-YES            VALUE 'Y'.
003690 01  WS-ORJ-EOF                PIC X VALUE 'N'.
003700     88  WS-ORJ-EOF-YES            VALUE 'Y'.
003710 01  WS-SWP-EOF                PIC X VALUE 'N'.
003720     88  WS-SWP-EOF-YES            VALUE 'Y'.
003730 01  WS-SORT-EOF               PIC X VALUE 'N'.
003740     88  WS-SORT-EOF-YES           VALUE 'Y'.
003750 01  WS-NRJ-EOF                PIC X VALUE 'N'.
003760     88  WS-NRJ-EOF-YES            VALUE 'Y'.
003770 01  WS-JRN-EOF                PIC X VALUE 'N'.
003780     88  WS-JRN-EOF-YES            VALUE 'Y'.
003790 01  WS-CAT-EOF                PIC X VALUE 'N'.
003800     88  WS-CAT-EOF-YES            VALUE 'Y'.
003810
003820 PROCEDURE DIVISION.
003830*----------------------------------------------------------------
003840*    0000-MAIN-PROCESS
003850*    THE EVENT SORT FOLDS THE LAST REGISTER, EVERY SWEPT
003860*    REJECT, RE-REJECT AND REPAIR AND THE JOURNALED FEED
003870*    CHANGES INTO THE NEW REGISTER; THE AGING REPORT IS
003880*    WRITTEN FROM WHAT IS STILL OPEN; THE NEW REGISTER
003890*    REPLACES THE OLD ONE ONLY WHEN THE TOTALS BALANCE.
003900*----------------------------------------------------------------
003910 0000-MAIN-PROCESS.
003920     PERFORM 1000-INITIALIZE
003930     IF NOT WS-HARD-FAIL
003940         SORT SORT-EVENT-FILE
003950             ON ASCENDING KEY SE-CUSTOMER-ID
003960                              SE-EVENT-DATE
003970                              SE-SEQ
003980             INPUT PROCEDURE IS 2000-RELEASE-EVENTS
003990             OUTPUT PROCEDURE IS 3000-FOLD-EVENTS
004000     END-IF
004010     IF WS-MASTER-OPEN
004020         CLOSE CUSTOMER-MASTER-FILE
004030     END-IF
004040     IF NOT WS-HARD-FAIL
004050         PERFORM 4000-WRITE-AGING-REPORT
004060         PERFORM 4900-CHECK-BALANCE
004070         IF NOT WS-OUT-OF-BALANCE
004080             PERFORM 5000-REPLACE-REGISTER
004090         END-IF
004100     END-IF
004110     PERFORM 9300-SET-RETURN-CODE
004120     PERFORM 9100-WRITE-CONTROL-TOTALS
004130     MOVE WS-RUN-RC TO RETURN-CODE
004140     STOP RUN.
004150
004160*----------------------------------------------------------------
004170*    1000-INITIALIZE
004180*    OPENS THE REPORT AND THE MASTER, LOADS THE EXTRACT DSNS
004190*    TO SWEEP AND FINDS OUT WHETHER THERE IS A LAST REGISTER
004200*    TO CARRY FORWARD.  NONE AT ALL IS A FIRST RUN; ONE THAT
004210*    EXISTS BUT WILL NOT OPEN IS A HARD FAILURE - STARTING
004220*    OVER WOULD RESET THE AGE OF EVERY ARCHIVED REJECT.
004230*----------------------------------------------------------------
004240 1000-INITIALIZE.
004250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004260     INITIALIZE WS-REASON-TABLE
004270     INITIALIZE WS-OLDEST-TABLE
004280     MOVE WS-RUN-DATE TO WS-DN-DATE
004290     PERFORM 8300-COMPUTE-DAY-NUMBER
004300     MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER
004310     MOVE SPACES TO WS-REPORT-DSN
004320     STRING "REJAGING.D"        DELIMITED BY SIZE
004330            WS-RUN-DATE-YYMMDD  DELIMITED BY SIZE
004340            ".DAT"              DELIMITED BY SIZE
004350         INTO WS-REPORT-DSN
004360     END-STRING
004370     DISPLAY "CMREJAGE REPORT: " WS-REPORT-DSN
004380     OPEN OUTPUT REPORT-FILE
004390     MOVE SPACES TO REPORT-RECORD
004400     STRING "CMREJAGE REJECT BACKLOG AGING REPORT - RUN DATE "
004410            WS-RUN-DATE
004420         DELIMITED BY SIZE
004430         INTO REPORT-RECORD
004440     END-STRING
004450     WRITE REPORT-RECORD
004460
004470     OPEN INPUT CUSTOMER-MASTER-FILE
004480     IF WS-CM-FILE-STATUS NOT = "00"
004490         DISPLAY "CMREJAGE: CANNOT OPEN CUSTOMER MASTER - "
004500                 "STATUS " WS-CM-FILE-STATUS
004510         SET WS-HARD-FAIL TO TRUE
004520     ELSE
004530         SET WS-MASTER-OPEN TO TRUE
004540     END-IF
004550
004560     IF NOT WS-HARD-FAIL
004570         PERFORM 1100-LOAD-EXTRACT-REGISTER
004580     END-IF
004590
004600     OPEN INPUT OPEN-REJECT-FILE
004610     EVALUATE WS-ORJ-FILE-STATUS
004620         WHEN "00"
004630             SET WS-PRIOR-REGISTER TO TRUE
004640             CLOSE OPEN-REJECT-FILE
004650         WHEN "35"
004660             MOVE SPACES TO REPORT-RECORD
004670             STRING "NO PRIOR OPEN-REJECT REGISTER - FIRST RUN, "
004680                    "EVERY OPEN ITEM IS NEW"
004690                 DELIMITED BY SIZE
004700                 INTO REPORT-RECORD
004710             END-STRING
004720             WRITE REPORT-RECORD
004730             DISPLAY "CMREJAGE: NO REJREG.DAT - FIRST RUN"
004740         WHEN OTHER
004750             DISPLAY "CMREJAGE: CANNOT OPEN REJREG.DAT - "
004760                     "STATUS " WS-ORJ-FILE-STATUS
004770             SET WS-HARD-FAIL TO TRUE
004780     END-EVALUATE.
004790
004800*----------------------------------------------------------------
004810*    1100-LOAD-EXTRACT-REGISTER
004820*    ONE TABLE ENTRY PER DISTINCT EXTRACT DSN.  A DSN RUN
004830*    AGAIN (OVERRIDE) TAKES THE LATER RUN'S DATE AND REJECT
004840*    COUNT - ITS REJECT FILE IS THE ONE THAT RUN WROTE.
004850*----------------------------------------------------------------
004860 1100-LOAD-EXTRACT-REGISTER.
004870     OPEN INPUT EXTRACT-REGISTER-FILE
004880     IF WS-EXR-FILE-STATUS NOT = "00"
004890         DISPLAY "CMREJAGE: CANNOT OPEN EXTREG.DAT - STATUS "
004900                 WS-EXR-FILE-STATUS
004910         SET WS-HARD-FAIL TO TRUE
004920     ELSE
004930         MOVE 'N' TO WS-EXR-EOF
004940         PERFORM 1110-LOAD-ONE-ENTRY UNTIL WS-EXR-EOF-YES
004950         CLOSE EXTRACT-REGISTER-FILE
004960     END-IF.
004970
004980 1110-LOAD-ONE-ENTRY.
004990     READ EXTRACT-REGISTER-FILE
005000         AT END
005010             MOVE 'Y' TO WS-EXR-EOF
005020         NOT AT END
005030             ADD 1 TO WS-REGISTER-ENTRIES
005040             IF EXR-SOURCE-DSN NOT = SPACES
005050                 PERFORM 1120-TABLE-DSN
005060             END-IF
005070     END-READ.
005080
005090 1120-TABLE-DSN.
005100     MOVE ZERO TO WS-DSN-FOUND-IX
005110     PERFORM 1130-MATCH-DSN
005120         VARYING WS-DSN-IX FROM 1 BY 1
005130         UNTIL WS-DSN-IX > WS-DSN-CNT
005140            OR WS-DSN-FOUND-IX NOT = ZERO
005150     EVALUATE TRUE
005160         WHEN WS-DSN-FOUND-IX NOT = ZERO
005170             MOVE EXR-RUN-DATE
005180                 TO WS-DSN-RUN-DATE (WS-DSN-FOUND-IX)
005190             MOVE EXR-RECORDS-REJECTED
005200                 TO WS-DSN-REJECTED (WS-DSN-FOUND-IX)
005210         WHEN WS-DSN-CNT < 2000
005220             ADD 1 TO WS-DSN-CNT
005230             MOVE EXR-SOURCE-DSN TO WS-DSN-NAME (WS-DSN-CNT)
005240             MOVE EXR-RUN-DATE   TO WS-DSN-RUN-DATE (WS-DSN-CNT)
005250             MOVE EXR-RECORDS-REJECTED
005260                 TO WS-DSN-REJECTED (WS-DSN-CNT)
005270         WHEN OTHER
005280             ADD 1 TO WS-DSNS-SKIPPED
005290             SET WS-WARNING TO TRUE
005300             DISPLAY "CMREJAGE: DSN TABLE FULL - NOT SWEPT: "
005310                     EXR-SOURCE-DSN
005320     END-EVALUATE.
005330
005340 1130-MATCH-DSN.
005350     IF WS-DSN-NAME (WS-DSN-IX) = EXR-SOURCE-DSN
005360         MOVE WS-DSN-IX TO WS-DSN-FOUND-IX
005370     END-IF.
005380
005390*----------------------------------------------------------------
005400*    2000-RELEASE-EVENTS
005410*    SORT INPUT PROCEDURE: RELEASES THE LAST REGISTER (CHECKED
005420*    AGAINST ITS TRAILER), THEN THE REJECT, RE-REJECT AND
005430*    REPRO FILES OF EVERY EXTRACT DSN, THEN THE FEED CHANGES
005440*    ON THE JOURNAL DATED AFTER THE OLDEST REJECT.
005450*----------------------------------------------------------------
005460 2000-RELEASE-EVENTS.
005470     IF WS-PRIOR-REGISTER
005480         MOVE 'N' TO WS-ORJ-EOF
005490         OPEN INPUT OPEN-REJECT-FILE
005500         PERFORM 2100-RELEASE-PRIOR-ITEM UNTIL WS-ORJ-EOF-YES
005510         CLOSE OPEN-REJECT-FILE
005520         PERFORM 2150-CHECK-REGISTER-TRAILER
005530     END-IF
005540     IF NOT WS-HARD-FAIL
005550         PERFORM 2200-SWEEP-ONE-EXTRACT
005560             VARYING WS-DSN-IX FROM 1 BY 1
005570             UNTIL WS-DSN-IX > WS-DSN-CNT
005580     END-IF
005590     IF NOT WS-HARD-FAIL
005600        AND WS-OLDEST-REJECT-DATE NOT = ZERO
005610         PERFORM 2300-RELEASE-FEED-CHANGES
005620     END-IF.
005630
005640 2100-RELEASE-PRIOR-ITEM.
005650     READ OPEN-REJECT-FILE
005660         AT END
005670             MOVE 'Y' TO WS-ORJ-EOF
005680         NOT AT END
005690             IF ORT-CODE = 'TRL'
005700                 SET WS-TRAILER-SEEN TO TRUE
005710                 MOVE ORT-RECORD-COUNT TO WS-TRAILER-COUNT
005720                 MOVE ORT-RUN-DATE     TO WS-PRIOR-RUN-DATE
005730                 MOVE 'Y' TO WS-ORJ-EOF
005740             ELSE
005750                 ADD 1 TO WS-PRIOR-ITEMS
005760                 MOVE ORJ-CUSTOMER-ID TO SE-CUSTOMER-ID
005770                 MOVE ORJ-LAST-DATE   TO SE-EVENT-DATE
005780                 MOVE 1               TO SE-SEQ
005790                 MOVE ORJ-FIRST-DATE  TO SE-FIRST-DATE
005800                 MOVE ORJ-REASON-CODE TO SE-REASON-CODE
005810                 MOVE ORJ-STAGE       TO SE-STAGE
005820                 MOVE ORJ-SOURCE-DSN  TO SE-SOURCE-DSN
005830                 MOVE ORJ-EMAIL       TO SE-EMAIL
005840                 PERFORM 2290-NOTE-REJECT-DATE
005850                 RELEASE SORT-EVENT-RECORD
005860                 ADD 1 TO WS-EVENTS-RELEASED
005870             END-IF
005880     END-READ.
005890
005900*----------------------------------------------------------------
005910*    2150-CHECK-REGISTER-TRAILER
005920*    A REGISTER WITHOUT ITS TRAILER, OR SHORT OF IT, WAS CUT
005930*    OFF - CARRYING IT FORWARD WOULD DROP OPEN ITEMS WHOSE
005940*    REJECT FILES ARE NO LONGER ON HAND.
005950*----------------------------------------------------------------
005960 2150-CHECK-REGISTER-TRAILER.
005970     EVALUATE TRUE
005980         WHEN NOT WS-TRAILER-SEEN
005990             DISPLAY "CMREJAGE: NO TRL TRAILER ON REJREG.DAT - "
006000                     "REGISTER INCOMPLETE"
006010             SET WS-HARD-FAIL TO TRUE
006020         WHEN WS-PRIOR-ITEMS NOT = WS-TRAILER-COUNT
006030             MOVE WS-TRAILER-COUNT TO WS-CNT-DISPLAY
006040             DISPLAY "CMREJAGE: REJREG.DAT TRAILER COUNT "
006050                     WS-CNT-DISPLAY
006060             MOVE WS-PRIOR-ITEMS TO WS-CNT-DISPLAY
006070             DISPLAY "          ACTUAL COUNT          "
006080                     WS-CNT-DISPLAY
006090             SET WS-HARD-FAIL TO TRUE
006100         WHEN OTHER
006110             MOVE SPACES TO REPORT-RECORD
006120             STRING "PRIOR REGISTER: REJREG.DAT, WRITTEN "
006130                    WS-PRIOR-RUN-DATE
006140                 DELIMITED BY SIZE
006150                 INTO REPORT-RECORD
006160             END-STRING
006170             WRITE REPORT-RECORD
006180     END-EVALUATE
006190     IF WS-HARD-FAIL
006200         DISPLAY "CMREJAGE: OPEN REJECTS CANNOT BE CARRIED "
006210                 "FORWARD - RESTORE REJREG.DAT"
006220     END-IF.
006230
006240*----------------------------------------------------------------
006250*    2200-SWEEP-ONE-EXTRACT
006260*    REJECTS ARE DATED BY THE MIGRATE-CSV RUN; RE-REJECTS AND
006270*    REPAIRS BY THE REJREPRO RUN.  A MISSING REJECT FILE FOR A
006280*    RUN THAT REGISTERED REJECTS HAS BEEN ARCHIVED - ITS OPEN
006290*    ITEMS LIVE ON IN THE REGISTER - BUT IS WORTH A WARNING;
006300*    SO IS ONE NO LONGER HOLDING THE COUNT THE RUN REGISTERED.
006310*    NO RE-REJECT OR REPRO FILE MEANS REJREPRO NEVER RAN.
006320*----------------------------------------------------------------
006330 2200-SWEEP-ONE-EXTRACT.
006340     MOVE WS-DSN-NAME (WS-DSN-IX) TO WS-SWP-DSN-NAME
006350
006360     MOVE SPACES TO WS-SWEEP-DSN
006370     STRING "REJECT."        DELIMITED BY SIZE
006380            WS-SWP-DSN-NAME  DELIMITED BY SPACE
006390            ".DAT"           DELIMITED BY SIZE
006400         INTO WS-SWEEP-DSN
006410     END-STRING
006420     MOVE 2   TO WS-SWP-SEQ
006430     MOVE 'R' TO WS-SWP-STAGE
006440     MOVE WS-DSN-RUN-DATE (WS-DSN-IX) TO WS-SWP-DATE
006450     OPEN INPUT SWEEP-FILE
006460     IF WS-SWP-FILE-STATUS = "00"
006470         ADD 1 TO WS-REJECT-FILES
006480         PERFORM 2210-SWEEP-FILE
006490         IF WS-SWP-RECORDS NOT = WS-DSN-REJECTED (WS-DSN-IX)
006500             ADD 1 TO WS-REJECT-MISMATCH
006510             SET WS-WARNING TO TRUE
006520             MOVE WS-SWP-RECORDS TO WS-CNT-DISPLAY
006530             DISPLAY "CMREJAGE: " WS-SWEEP-DSN
006540             DISPLAY "          HOLDS " WS-CNT-DISPLAY
006550                     " - NOT THE COUNT ITS RUN REGISTERED"
006560         END-IF
006570     ELSE
006580         IF WS-DSN-REJECTED (WS-DSN-IX) NOT = ZERO
006590             ADD 1 TO WS-REJECT-MISSING
006600             SET WS-WARNING TO TRUE
006610             DISPLAY "CMREJAGE: NOT FOUND (ARCHIVED?) - "
006620                     WS-SWEEP-DSN
006630         END-IF
006640     END-IF
006650
006660     PERFORM 2220-GET-REPRO-RUN-DATE
006670     MOVE WS-REPRO-RUN-DATE TO WS-SWP-DATE
006680
006690     MOVE SPACES TO WS-SWEEP-DSN
006700     STRING "REREJ."         DELIMITED BY SIZE
006710            WS-SWP-DSN-NAME  DELIMITED BY SPACE
006720            ".DAT"           DELIMITED BY SIZE
006730         INTO WS-SWEEP-DSN
006740     END-STRING
006750     MOVE 3   TO WS-SWP-SEQ
006760     MOVE 'X' TO WS-SWP-STAGE
006770     OPEN INPUT SWEEP-FILE
006780     IF WS-SWP-FILE-STATUS = "00"
006790         ADD 1 TO WS-REREJ-FILES
006800         PERFORM 2210-SWEEP-FILE
006810     END-IF
006820
006830     MOVE SPACES TO WS-SWEEP-DSN
006840     STRING "REPRO."         DELIMITED BY SIZE
006850            WS-SWP-DSN-NAME  DELIMITED BY SPACE
006860            ".DAT"           DELIMITED BY SIZE
006870         INTO WS-SWEEP-DSN
006880     END-STRING
006890     MOVE 4     TO WS-SWP-SEQ
006900     MOVE SPACE TO WS-SWP-STAGE
006910     OPEN INPUT SWEEP-FILE
006920     IF WS-SWP-FILE-STATUS = "00"
006930         ADD 1 TO WS-REPRO-FILES
006940         PERFORM 2210-SWEEP-FILE
006950     END-IF.
006960
006970*----------------------------------------------------------------
006980*    2210-SWEEP-FILE
006990*    SWEEP-FILE IS OPEN ON WS-SWEEP-DSN; RELEASES ONE EVENT
007000*    PER RECORD WITH A NUMERIC CUSTOMER ID, THEN CLOSES IT.
007010*----------------------------------------------------------------
007020 2210-SWEEP-FILE.
007030     MOVE ZERO TO WS-SWP-RECORDS
007040     MOVE 'N' TO WS-SWP-EOF
007050     PERFORM 2211-RELEASE-SWEPT-RECORD UNTIL WS-SWP-EOF-YES
007060     CLOSE SWEEP-FILE.
007070
007080 2211-RELEASE-SWEPT-RECORD.
007090     READ SWEEP-FILE
007100         AT END
007110             MOVE 'Y' TO WS-SWP-EOF
007120         NOT AT END
007130             ADD 1 TO WS-SWP-RECORDS
007140             IF SWP-ID IS NUMERIC
007150                 PERFORM 2212-RELEASE-SWEPT-EVENT
007160             ELSE
007170                 ADD 1 TO WS-NO-ID-SKIPPED
007180                 SET WS-WARNING TO TRUE
007190             END-IF
007200     END-READ.
007210
007220 2212-RELEASE-SWEPT-EVENT.
007230     MOVE SWP-ID          TO SE-CUSTOMER-ID
007240     MOVE WS-SWP-DATE     TO SE-EVENT-DATE
007250     MOVE WS-SWP-SEQ      TO SE-SEQ
007260     MOVE WS-SWP-DATE     TO SE-FIRST-DATE
007270     MOVE WS-SWP-STAGE    TO SE-STAGE
007280     MOVE WS-SWP-DSN-NAME TO SE-SOURCE-DSN
007290     IF WS-SWP-SEQ = 4
007300         MOVE SPACES          TO SE-REASON-CODE
007310         MOVE SPACES          TO SE-EMAIL
007320         ADD 1 TO WS-REPAIRS-READ
007330     ELSE
007340         MOVE SWP-REASON-CODE TO SE-REASON-CODE
007350         MOVE SWP-EMAIL       TO SE-EMAIL
007360         PERFORM 2290-NOTE-REJECT-DATE
007370         IF WS-SWP-SEQ = 2
007380             ADD 1 TO WS-REJECTS-READ
007390         ELSE
007400             ADD 1 TO WS-REREJECTS-READ
007410         END-IF
007420     END-IF
007430     RELEASE SORT-EVENT-RECORD
007440     ADD 1 TO WS-EVENTS-RELEASED.
007450
007460*----------------------------------------------------------------
007470*    2220-GET-REPRO-RUN-DATE
007480*    THE REJREPRO RUN DATE FROM THE FIRST LINE OF ITS RUN
007490*    SUMMARY; THE MIGRATE-CSV RUN DATE WHEN THERE IS NONE.
007500*----------------------------------------------------------------
007510 2220-GET-REPRO-RUN-DATE.
007520     MOVE WS-DSN-RUN-DATE (WS-DSN-IX) TO WS-REPRO-RUN-DATE
007530     MOVE SPACES TO WS-RUNSUM-DSN
007540     STRING "RUNSUM.REPRO."  DELIMITED BY SIZE
007550            WS-SWP-DSN-NAME  DELIMITED BY SPACE
007560            ".DAT"           DELIMITED BY SIZE
007570         INTO WS-RUNSUM-DSN
007580     END-STRING
007590     OPEN INPUT REPRO-SUMMARY-FILE
007600     IF WS-RSM-FILE-STATUS = "00"
007610         READ REPRO-SUMMARY-FILE
007620             AT END
007630                 CONTINUE
007640             NOT AT END
007650                 IF RSM-RUN-DATE IS NUMERIC
007660                     MOVE RSM-RUN-DATE TO WS-REPRO-RUN-DATE
007670                 END-IF
007680         END-READ
007690         CLOSE REPRO-SUMMARY-FILE
007700     END-IF.
007710
007720 2290-NOTE-REJECT-DATE.
007730     IF WS-OLDEST-REJECT-DATE = ZERO
007740        OR SE-EVENT-DATE < WS-OLDEST-REJECT-DATE
007750         MOVE SE-EVENT-DATE TO WS-OLDEST-REJECT-DATE
007760     END-IF.
007770
007780*----------------------------------------------------------------
007790*    2300-RELEASE-FEED-CHANGES
007800*    ONE EVENT PER JOURNAL RECORD WRITTEN BY MIGRATE-CSV OR
007810*    REJREPRO AFTER THE OLDEST REJECT: THE ARCHIVED
007820*    GENERATIONS, THEN THE LIVE JOURNAL.  NO CATALOG MEANS NO
007830*    CUT HAS EVER BEEN MADE.
007840*----------------------------------------------------------------
007850 2300-RELEASE-FEED-CHANGES.
007860     OPEN INPUT CATALOG-FILE
007870     IF WS-CAT-FILE-STATUS = "00"
007880         MOVE 'N' TO WS-CAT-EOF
007890         PERFORM 2310-SCAN-ONE-GENERATION UNTIL WS-CAT-EOF-YES
007900         CLOSE CATALOG-FILE
007910     END-IF
007920     MOVE "cmjrnl.dat" TO WS-JOURNAL-DSN
007930     PERFORM 2320-SCAN-JOURNAL-FILE.
007940
007950 2310-SCAN-ONE-GENERATION.
007960     READ CATALOG-FILE
007970         AT END
007980             MOVE 'Y' TO WS-CAT-EOF
007990         NOT AT END
008000             IF CAT-CUT-DATE IS NUMERIC
008010                AND CAT-CUT-DATE NOT > WS-OLDEST-REJECT-DATE
008020                 ADD 1 TO WS-GENERATIONS-SKIPPED
008030             ELSE
008040                 MOVE CAT-GENERATION-DSN TO WS-JOURNAL-DSN
008050                 PERFORM 2320-SCAN-JOURNAL-FILE
008060             END-IF
008070     END-READ.
008080
008090*----------------------------------------------------------------
008100*    2320-SCAN-JOURNAL-FILE
008110*    A JOURNAL FILE THAT WILL NOT OPEN LEAVES ITS FEED CHANGES
008120*    UNSEEN - THE ITEMS THEY WOULD CLEAR STAY OPEN ANOTHER DAY,
008130*    WHICH IS WORTH A WARNING BUT NOT A FAILED RUN.
008140*----------------------------------------------------------------
008150 2320-SCAN-JOURNAL-FILE.
008160     OPEN INPUT JOURNAL-FILE
008170     IF WS-JRN-FILE-STATUS NOT = "00"
008180         ADD 1 TO WS-JOURNALS-MISSING
008190         SET WS-WARNING TO TRUE
008200         DISPLAY "CMREJAGE: CANNOT OPEN JOURNAL " WS-JOURNAL-DSN
008210                 " - STATUS " WS-JRN-FILE-STATUS
008220     ELSE
008230         ADD 1 TO WS-JOURNALS-READ
008240         MOVE 'N' TO WS-JRN-EOF
008250         PERFORM 2321-READ-JOURNAL-RECORD UNTIL WS-JRN-EOF-YES
008260         CLOSE JOURNAL-FILE
008270     END-IF.
008280
008290 2321-READ-JOURNAL-RECORD.
008300     READ JOURNAL-FILE
008310         AT END
008320             MOVE 'Y' TO WS-JRN-EOF
008330         NOT AT END
008340             IF JOURNAL-RECORD (1:3) NOT = 'TRL'
008350                AND (JRN-PROGRAM = 'MIGRATE'
008360                     OR JRN-PROGRAM = 'REJREPRO')
008370                AND JRN-RUN-DATE IS NUMERIC
008380                AND JRN-RUN-DATE > WS-OLDEST-REJECT-DATE
008390                AND JRN-CUSTOMER-ID IS NUMERIC
008400                AND JRN-CUSTOMER-ID > ZERO
008410                 PERFORM 2322-RELEASE-FEED-EVENT
008420             END-IF
008430     END-READ.
008440
008450 2322-RELEASE-FEED-EVENT.
008460     MOVE JRN-CUSTOMER-ID TO SE-CUSTOMER-ID
008470     MOVE JRN-RUN-DATE    TO SE-EVENT-DATE
008480     MOVE 5               TO SE-SEQ
008490     MOVE ZERO            TO SE-FIRST-DATE
008500     MOVE SPACES          TO SE-REASON-CODE
008510     MOVE SPACE           TO SE-STAGE
008520     MOVE JRN-SOURCE-DSN  TO SE-SOURCE-DSN
008530     MOVE SPACES          TO SE-EMAIL
008540     RELEASE SORT-EVENT-RECORD
008550     ADD 1 TO WS-FEED-CHANGES-READ
008560     ADD 1 TO WS-EVENTS-RELEASED.
008570
008580*----------------------------------------------------------------
008590*    3000-FOLD-EVENTS
008600*    SORT OUTPUT PROCEDURE: FOLDS EACH CUSTOMER'S EVENTS INTO
008610*    ONE OPEN OR CLOSED ITEM AND WRITES THE OPEN ONES TO THE
008620*    NEW REGISTER, CLOSED BY ITS TRAILER.
008630*----------------------------------------------------------------
008640 3000-FOLD-EVENTS.
008650     OPEN OUTPUT NEW-REJECT-FILE
008660     IF WS-NRJ-FILE-STATUS NOT = "00"
008670         DISPLAY "CMREJAGE: CANNOT OPEN CMREJREG.TMP - STATUS "
008680                 WS-NRJ-FILE-STATUS
008690         SET WS-HARD-FAIL TO TRUE
008700     ELSE
008710         MOVE 'N' TO WS-SORT-EOF
008720         PERFORM 3010-RETURN-EVENT
008730         PERFORM 3100-FOLD-ONE-CUSTOMER UNTIL WS-SORT-EOF-YES
008740         MOVE SPACES TO NEW-REJECT-RECORD
008750         MOVE 'TRL'               TO NRT-CODE
008760         MOVE WS-REGISTER-WRITTEN TO NRT-RECORD-COUNT
008770         MOVE WS-RUN-DATE         TO NRT-RUN-DATE
008780         WRITE NEW-REJECT-RECORD
008790         CLOSE NEW-REJECT-FILE
008800     END-IF.
008810
008820 3010-RETURN-EVENT.
008830     RETURN SORT-EVENT-FILE
008840         AT END
008850             MOVE 'Y' TO WS-SORT-EOF
008860         NOT AT END
008870             ADD 1 TO WS-EVENTS-RETURNED
008880     END-RETURN.
008890
008900 3100-FOLD-ONE-CUSTOMER.
008910     ADD 1 TO WS-CUSTOMERS
008920     MOVE SE-CUSTOMER-ID TO WS-GRP-ID
008930     MOVE 'N'    TO WS-GRP-OPEN-SW
008940     MOVE 'N'    TO WS-GRP-EVER-OPEN-SW
008950     MOVE 'N'    TO WS-GRP-PRIOR-SW
008960     MOVE 'N'    TO WS-GRP-REPAIR-SEEN-SW
008970     MOVE SPACE  TO WS-GRP-CLOSED-BY
008980     MOVE ZERO   TO WS-GRP-FIRST-DATE
008990     MOVE ZERO   TO WS-GRP-LAST-DATE
009000     MOVE SPACES TO WS-GRP-REASON-CODE
009010     MOVE SPACE  TO WS-GRP-STAGE
009020     MOVE SPACES TO WS-GRP-SOURCE-DSN
009030     MOVE SPACES TO WS-GRP-EMAIL
009040     PERFORM 3110-APPLY-EVENT
009050         UNTIL WS-SORT-EOF-YES
009060            OR SE-CUSTOMER-ID NOT = WS-GRP-ID
009070     IF WS-GRP-OPEN
009080         PERFORM 3200-CHECK-MASTER
009090     END-IF
009100     PERFORM 3300-SETTLE-CUSTOMER.
009110
009120*----------------------------------------------------------------
009130*    3110-APPLY-EVENT
009140*    A REJECT OR RE-REJECT OPENS A CLOSED ITEM (AGED FROM ITS
009150*    DATE) AND BECOMES ITS LATEST REJECT; A LAST-REGISTER ITEM
009160*    DOES THE SAME BUT BRINGS ITS OWN FIRST-REJECTED DATE; A
009170*    REPAIR CLOSES AN OPEN ITEM, AND SO DOES A FEED CHANGE
009180*    DATED AFTER THE DAY OF THE LATEST REJECT.
009190*----------------------------------------------------------------
009200 3110-APPLY-EVENT.
009210     EVALUATE TRUE
009220         WHEN SE-REPAIR
009230             SET WS-GRP-REPAIR-SEEN TO TRUE
009240             IF WS-GRP-OPEN
009250                 MOVE 'N' TO WS-GRP-OPEN-SW
009260                 SET WS-GRP-REPAIRED TO TRUE
009270             END-IF
009280         WHEN SE-FEED-CHANGE
009290             IF WS-GRP-OPEN
009300                AND SE-EVENT-DATE > WS-GRP-LAST-DATE
009310                 MOVE 'N' TO WS-GRP-OPEN-SW
009320                 SET WS-GRP-CHANGED TO TRUE
009330             END-IF
009340         WHEN OTHER
009350             IF SE-PRIOR-ITEM
009360                 SET WS-GRP-PRIOR TO TRUE
009370             END-IF
009380             IF NOT WS-GRP-OPEN
009390                 SET WS-GRP-OPEN TO TRUE
009400                 SET WS-GRP-EVER-OPEN TO TRUE
009410                 MOVE SPACE TO WS-GRP-CLOSED-BY
009420                 MOVE SE-FIRST-DATE TO WS-GRP-FIRST-DATE
009430             ELSE
009440                 IF SE-FIRST-DATE < WS-GRP-FIRST-DATE
009450                     MOVE SE-FIRST-DATE TO WS-GRP-FIRST-DATE
009460                 END-IF
009470             END-IF
009480             MOVE SE-EVENT-DATE  TO WS-GRP-LAST-DATE
009490             MOVE SE-REASON-CODE TO WS-GRP-REASON-CODE
009500             MOVE SE-STAGE       TO WS-GRP-STAGE
009510             MOVE SE-SOURCE-DSN  TO WS-GRP-SOURCE-DSN
009520             MOVE SE-EMAIL       TO WS-GRP-EMAIL
009530     END-EVALUATE
009540     PERFORM 3010-RETURN-EVENT.
009550
009560*----------------------------------------------------------------
009570*    3200-CHECK-MASTER
009580*    AN ITEM STILL OPEN AFTER ITS EVENTS IS RESOLVED IF THE
009590*    CUSTOMER HAS SINCE BEEN ERASED.  THE MASTER'S LAST-CHANGE
009600*    DATE IS NOT USED - ANY PROGRAM SETS IT, AND ONLY A FEED
009610*    CHANGE CLEARS A REJECT.  A CUSTOMER NOT ON THE MASTER
009620*    STAYS OPEN - THE ADD THAT WAS REJECTED NEVER HAPPENED.
009630*    ANY OTHER READ FAILURE IS A HARD FAILURE: THE FOLD STOPS
009640*    AND THE REGISTER IS NOT REPLACED.
009650*----------------------------------------------------------------
009660 3200-CHECK-MASTER.
009670     MOVE WS-GRP-ID TO CM-CUSTOMER-ID
009680     READ CUSTOMER-MASTER-FILE
009690         INVALID KEY
009700             ADD 1 TO WS-NOT-ON-MASTER
009710         NOT INVALID KEY
009720             IF CM-ERASE-DATE NOT = SPACES
009730                 MOVE 'N' TO WS-GRP-OPEN-SW
009740                 SET WS-GRP-ERASED TO TRUE
009750             END-IF
009760     END-READ
009770     IF WS-CM-FILE-STATUS NOT = "00"
009780         AND WS-CM-FILE-STATUS NOT = "23"
009790         DISPLAY "CMREJAGE: READ OF CUSTOMER " WS-GRP-ID
009800                 " FAILED - STATUS " WS-CM-FILE-STATUS
009810         SET WS-HARD-FAIL TO TRUE
009820         MOVE 'Y' TO WS-SORT-EOF
009830     END-IF.
009840
009850*----------------------------------------------------------------
009860*    3300-SETTLE-CUSTOMER
009870*    AN OPEN ITEM IS CARRIED (ON THE LAST REGISTER) OR NEWLY
009880*    OPENED; A CLOSED ONE IS CLEARED (ON THE LAST REGISTER) OR
009890*    WAS RESOLVED BEFORE THE REGISTER EVER HELD IT.  A REPAIR
009900*    OR FEED CHANGE WITH NO REJECT BEHIND IT OPENS NOTHING.
009910*----------------------------------------------------------------
009920 3300-SETTLE-CUSTOMER.
009930     EVALUATE TRUE
009940         WHEN NOT WS-GRP-EVER-OPEN
009950             AND NOT WS-GRP-REPAIR-SEEN
009960             ADD 1 TO WS-FEED-CHANGE-ONLY
009970         WHEN NOT WS-GRP-EVER-OPEN
009980             ADD 1 TO WS-REPAIR-ONLY
009990         WHEN WS-GRP-OPEN
010000             IF WS-GRP-PRIOR
010010                 ADD 1 TO WS-CARRIED
010020             ELSE
010030                 ADD 1 TO WS-NEWLY-OPENED
010040             END-IF
010050             PERFORM 3400-WRITE-OPEN-ITEM
010060         WHEN OTHER
010070             IF WS-GRP-PRIOR
010080                 ADD 1 TO WS-CLEARED
010090             ELSE
010100                 ADD 1 TO WS-RESOLVED-EARLIER
010110             END-IF
010120             EVALUATE TRUE
010130                 WHEN WS-GRP-REPAIRED
010140                     ADD 1 TO WS-CLOSED-REPAIRED
010150                 WHEN WS-GRP-ERASED
010160                     ADD 1 TO WS-CLOSED-ERASED
010170                 WHEN OTHER
010180                     ADD 1 TO WS-CLOSED-CHANGED
010190             END-EVALUATE
010200     END-EVALUATE.
010210
010220*----------------------------------------------------------------
010230*    3400-WRITE-OPEN-ITEM
010240*    WRITES THE ITEM TO THE NEW REGISTER AND AGES IT.
010250*----------------------------------------------------------------
010260 3400-WRITE-OPEN-ITEM.
010270     MOVE SPACES             TO NEW-REJECT-RECORD
010280     MOVE WS-GRP-ID          TO NRJ-CUSTOMER-ID
010290     MOVE WS-GRP-REASON-CODE TO NRJ-REASON-CODE
010300     MOVE WS-GRP-FIRST-DATE  TO NRJ-FIRST-DATE
010310     MOVE WS-GRP-LAST-DATE   TO NRJ-LAST-DATE
010320     MOVE WS-GRP-STAGE       TO NRJ-STAGE
010330     MOVE WS-GRP-SOURCE-DSN  TO NRJ-SOURCE-DSN
010340     MOVE WS-GRP-EMAIL       TO NRJ-EMAIL
010350     WRITE NEW-REJECT-RECORD
010360     ADD 1 TO WS-REGISTER-WRITTEN
010370
010380     MOVE WS-GRP-FIRST-DATE TO WS-DN-DATE
010390     PERFORM 8300-COMPUTE-DAY-NUMBER
010400     IF WS-DN-RESULT < WS-RUN-DAY-NUMBER
010410         COMPUTE WS-GRP-AGE = WS-RUN-DAY-NUMBER - WS-DN-RESULT
010420     ELSE
010430         MOVE ZERO TO WS-GRP-AGE
010440     END-IF
010450     EVALUATE TRUE
010460         WHEN WS-GRP-AGE < 3
010470             MOVE 1 TO WS-GRP-BUCKET
010480         WHEN WS-GRP-AGE < 8
010490             MOVE 2 TO WS-GRP-BUCKET
010500         WHEN WS-GRP-AGE < 31
010510             MOVE 3 TO WS-GRP-BUCKET
010520         WHEN OTHER
010530             MOVE 4 TO WS-GRP-BUCKET
010540     END-EVALUATE
010550     PERFORM 3410-TALLY-REASON
010560     PERFORM 3420-RANK-OLDEST.
010570
010580*----------------------------------------------------------------
010590*    3410-TALLY-REASON
010600*    FINDS THE REASON IN THE TABLE, OR INSERTS IT IN REASON
010610*    ORDER, AND COUNTS THE ITEM IN ITS AGE BUCKET.
010620*----------------------------------------------------------------
010630 3410-TALLY-REASON.
010640     MOVE 'N' TO WS-RSN-FOUND-SW
010650     MOVE ZERO TO WS-RSN-AT
010660     PERFORM 3411-FIND-REASON
010670         VARYING WS-RSN-IX FROM 1 BY 1
010680         UNTIL WS-RSN-IX > WS-RSN-CNT
010690            OR WS-RSN-AT NOT = ZERO
010700     IF NOT WS-RSN-FOUND
010710         IF WS-RSN-CNT < WS-RSN-MAX - 1
010720             IF WS-RSN-AT = ZERO
010730                 COMPUTE WS-RSN-AT = WS-RSN-CNT + 1
010740             ELSE
010750                 PERFORM 3412-SHIFT-REASON-DOWN
010760                     VARYING WS-RSN-IX FROM WS-RSN-CNT BY -1
010770                     UNTIL WS-RSN-IX < WS-RSN-AT
010780             END-IF
010790             ADD 1 TO WS-RSN-CNT
010800             MOVE WS-GRP-REASON-CODE TO WS-RSN-CODE (WS-RSN-AT)
010810         ELSE
010820             MOVE WS-RSN-MAX TO WS-RSN-AT
010830             IF WS-RSN-CODE (WS-RSN-AT) NOT = '*OTHER*'
010840                 MOVE '*OTHER*' TO WS-RSN-CODE (WS-RSN-AT)
010850             END-IF
010860         END-IF
010870     END-IF
010880     ADD 1 TO WS-RSN-BUCKET (WS-RSN-AT WS-GRP-BUCKET)
010890     ADD 1 TO WS-RSN-TOTAL (WS-RSN-AT)
010900     IF WS-RSN-OLDEST (WS-RSN-AT) = ZERO
010910        OR WS-GRP-FIRST-DATE < WS-RSN-OLDEST (WS-RSN-AT)
010920         MOVE WS-GRP-FIRST-DATE TO WS-RSN-OLDEST (WS-RSN-AT)
010930     END-IF.
010940
010950 3411-FIND-REASON.
010960     EVALUATE TRUE
010970         WHEN WS-RSN-CODE (WS-RSN-IX) = WS-GRP-REASON-CODE
010980             SET WS-RSN-FOUND TO TRUE
010990             MOVE WS-RSN-IX TO WS-RSN-AT
011000         WHEN WS-RSN-CODE (WS-RSN-IX) > WS-GRP-REASON-CODE
011010             MOVE WS-RSN-IX TO WS-RSN-AT
011020         WHEN OTHER
011030             CONTINUE
011040     END-EVALUATE.
011050
011060 3412-SHIFT-REASON-DOWN.
011070     MOVE WS-RSN-ENTRY (WS-RSN-IX)
011080         TO WS-RSN-ENTRY (WS-RSN-IX + 1)
011090     INITIALIZE WS-RSN-ENTRY (WS-RSN-IX).
011100
011110*----------------------------------------------------------------
011120*    3420-RANK-OLDEST
011130*    KEEPS THE OLDEST OPEN ITEMS, OLDEST FIRST; ON THE SAME
011140*    FIRST-REJECTED DATE THE LOWER CUSTOMER ID (SEEN FIRST)
011150*    STAYS AHEAD.
011160*----------------------------------------------------------------
011170 3420-RANK-OLDEST.
011180     MOVE ZERO TO WS-OLD-AT
011190     PERFORM 3421-FIND-RANK
011200         VARYING WS-OLD-IX FROM 1 BY 1
011210         UNTIL WS-OLD-IX > WS-OLD-CNT
011220            OR WS-OLD-AT NOT = ZERO
011230     IF WS-OLD-AT = ZERO
011240         IF WS-OLD-CNT < WS-OLD-MAX
011250             COMPUTE WS-OLD-AT = WS-OLD-CNT + 1
011260             ADD 1 TO WS-OLD-CNT
011270         END-IF
011280     ELSE
011290         IF WS-OLD-CNT < WS-OLD-MAX
011300             ADD 1 TO WS-OLD-CNT
011310         END-IF
011320         PERFORM 3422-SHIFT-RANK-DOWN
011330             VARYING WS-OLD-IX FROM WS-OLD-CNT BY -1
011340             UNTIL WS-OLD-IX NOT > WS-OLD-AT
011350     END-IF
011360     IF WS-OLD-AT NOT = ZERO
011370         MOVE WS-GRP-ID          TO WS-OLD-CUSTOMER-ID (WS-OLD-AT)
011380         MOVE WS-GRP-FIRST-DATE  TO WS-OLD-FIRST-DATE (WS-OLD-AT)
011390         MOVE WS-GRP-AGE         TO WS-OLD-AGE (WS-OLD-AT)
011400         MOVE WS-GRP-REASON-CODE TO WS-OLD-REASON-CODE (WS-OLD-AT)
011410         MOVE WS-GRP-STAGE       TO WS-OLD-STAGE (WS-OLD-AT)
011420         MOVE WS-GRP-SOURCE-DSN  TO WS-OLD-SOURCE-DSN (WS-OLD-AT)
011430     END-IF.
011440
011450 3421-FIND-RANK.
011460     IF WS-GRP-FIRST-DATE < WS-OLD-FIRST-DATE (WS-OLD-IX)
011470         MOVE WS-OLD-IX TO WS-OLD-AT
011480     END-IF.
011490
011500 3422-SHIFT-RANK-DOWN.
011510     MOVE WS-OLD-ENTRY (WS-OLD-IX - 1)
011520         TO WS-OLD-ENTRY (WS-OLD-IX).
011530
011540*----------------------------------------------------------------
011550*    4000-WRITE-AGING-REPORT
011560*    THE OPEN ITEMS BY REASON AND AGE, THE OLDEST ITEMS, AND
011570*    THE MOVEMENT SINCE THE LAST RUN.
011580*----------------------------------------------------------------
011590 4000-WRITE-AGING-REPORT.
011600     MOVE "OPEN REJECTS BY REASON CODE AND AGE (DAYS)"
011610         TO WS-TEXT
011620     PERFORM 8100-WRITE-SECTION-HEADING
011630     MOVE SPACES TO REPORT-RECORD
011640     STRING "REASON     0-2 DAYS  3-7 DAYS 8-30 DAYS   OVER 30"
011650            "     TOTAL  OLDEST"
011660         DELIMITED BY SIZE
011670         INTO REPORT-RECORD
011680     END-STRING
011690     WRITE REPORT-RECORD
011700     INITIALIZE WS-BUCKET-TOTALS
011710     MOVE ZERO TO WS-AGED-TOTAL
011720     MOVE ZERO TO WS-OLDEST-DATE
011730     PERFORM 4100-WRITE-REASON-LINE
011740         VARYING WS-RSN-IX FROM 1 BY 1
011750         UNTIL WS-RSN-IX > WS-RSN-MAX
011760     PERFORM 8200-END-SECTION
011770     IF WS-SECTION-LINES NOT = ZERO
011780         MOVE WS-BKT-TOTAL (1) TO WS-BKT-DISPLAY-1
011790         MOVE WS-BKT-TOTAL (2) TO WS-BKT-DISPLAY-2
011800         MOVE WS-BKT-TOTAL (3) TO WS-BKT-DISPLAY-3
011810         MOVE WS-BKT-TOTAL (4) TO WS-BKT-DISPLAY-4
011820         MOVE WS-AGED-TOTAL    TO WS-CNT-DISPLAY
011830         MOVE SPACES TO REPORT-RECORD
011840         STRING "TOTAL   " "    " WS-BKT-DISPLAY-1
011850                "   " WS-BKT-DISPLAY-2 "   " WS-BKT-DISPLAY-3
011860                "   " WS-BKT-DISPLAY-4 "   " WS-CNT-DISPLAY
011870                "  " WS-OLDEST-DATE
011880             DELIMITED BY SIZE
011890             INTO REPORT-RECORD
011900         END-STRING
011910         WRITE REPORT-RECORD
011920     END-IF
011930
011940     MOVE "OLDEST OPEN REJECTS" TO WS-TEXT
011950     PERFORM 8100-WRITE-SECTION-HEADING
011960     MOVE SPACES TO REPORT-RECORD
011970     STRING "CUSTOMER  REASON    REJECTED AGE(DAYS)  STAGE"
011980            "        EXTRACT"
011990         DELIMITED BY SIZE
012000         INTO REPORT-RECORD
012010     END-STRING
012020     WRITE REPORT-RECORD
012030     PERFORM 4200-WRITE-OLDEST-LINE
012040         VARYING WS-OLD-IX FROM 1 BY 1
012050         UNTIL WS-OLD-IX > WS-OLD-CNT
012060     PERFORM 8200-END-SECTION
012070
012080     MOVE "BACKLOG MOVEMENT SINCE THE LAST RUN" TO WS-TEXT
012090     PERFORM 8100-WRITE-SECTION-HEADING
012100     MOVE WS-PRIOR-ITEMS TO WS-CNT-DISPLAY
012110     MOVE "OPEN ON LAST REGISTER......: " TO WS-TEXT
012120     PERFORM 4300-WRITE-MOVEMENT-LINE
012130     MOVE WS-CLEARED TO WS-CNT-DISPLAY
012140     MOVE "  CLEARED..................: " TO WS-TEXT
012150     PERFORM 4300-WRITE-MOVEMENT-LINE
012160     MOVE WS-CARRIED TO WS-CNT-DISPLAY
012170     MOVE "  STILL OPEN...............: " TO WS-TEXT
012180     PERFORM 4300-WRITE-MOVEMENT-LINE
012190     MOVE WS-NEWLY-OPENED TO WS-CNT-DISPLAY
012200     MOVE "NEWLY OPENED...............: " TO WS-TEXT
012210     PERFORM 4300-WRITE-MOVEMENT-LINE
012220     MOVE WS-REGISTER-WRITTEN TO WS-CNT-DISPLAY
012230     MOVE "OPEN NOW...................: " TO WS-TEXT
012240     PERFORM 4300-WRITE-MOVEMENT-LINE
012250     MOVE SPACES TO REPORT-RECORD
012260     EVALUATE TRUE
012270         WHEN NOT WS-PRIOR-REGISTER
012280             MOVE "    FIRST RUN - NO TREND YET" TO REPORT-RECORD
012290         WHEN WS-REGISTER-WRITTEN < WS-PRIOR-ITEMS
012300             MOVE "    BACKLOG SHRANK SINCE THE LAST RUN"
012310                 TO REPORT-RECORD
012320         WHEN WS-REGISTER-WRITTEN > WS-PRIOR-ITEMS
012330             MOVE "    BACKLOG GREW SINCE THE LAST RUN"
012340                 TO REPORT-RECORD
012350         WHEN OTHER
012360             MOVE "    BACKLOG THE SAME SIZE AS AT THE LAST RUN"
012370                 TO REPORT-RECORD
012380     END-EVALUATE
012390     WRITE REPORT-RECORD.
012400
012410 4100-WRITE-REASON-LINE.
012420     IF WS-RSN-TOTAL (WS-RSN-IX) NOT = ZERO
012430         ADD 1 TO WS-SECTION-LINES
012440         MOVE WS-RSN-BUCKET (WS-RSN-IX 1) TO WS-BKT-DISPLAY-1
012450         MOVE WS-RSN-BUCKET (WS-RSN-IX 2) TO WS-BKT-DISPLAY-2
012460         MOVE WS-RSN-BUCKET (WS-RSN-IX 3) TO WS-BKT-DISPLAY-3
012470         MOVE WS-RSN-BUCKET (WS-RSN-IX 4) TO WS-BKT-DISPLAY-4
012480         MOVE WS-RSN-TOTAL (WS-RSN-IX)    TO WS-CNT-DISPLAY
012490         MOVE SPACES TO REPORT-RECORD
012500         STRING WS-RSN-CODE (WS-RSN-IX) "    " WS-BKT-DISPLAY-1
012510                "   " WS-BKT-DISPLAY-2 "   " WS-BKT-DISPLAY-3
012520                "   " WS-BKT-DISPLAY-4 "   " WS-CNT-DISPLAY
012530                "  " WS-RSN-OLDEST (WS-RSN-IX)
012540             DELIMITED BY SIZE
012550             INTO REPORT-RECORD
012560         END-STRING
012570         WRITE REPORT-RECORD
012580         PERFORM 4110-ADD-TO-TOTAL-LINE
012590             VARYING WS-BKT-IX FROM 1 BY 1
012600             UNTIL WS-BKT-IX > 4
012610         ADD WS-RSN-TOTAL (WS-RSN-IX) TO WS-AGED-TOTAL
012620         IF WS-OLDEST-DATE = ZERO
012630            OR WS-RSN-OLDEST (WS-RSN-IX) < WS-OLDEST-DATE
012640             MOVE WS-RSN-OLDEST (WS-RSN-IX) TO WS-OLDEST-DATE
012650         END-IF
012660     END-IF.
012670
012680 4110-ADD-TO-TOTAL-LINE.
012690     ADD WS-RSN-BUCKET (WS-RSN-IX WS-BKT-IX)
012700         TO WS-BKT-TOTAL (WS-BKT-IX).
012710
012720 4200-WRITE-OLDEST-LINE.
012730     ADD 1 TO WS-SECTION-LINES
012740     EVALUATE WS-OLD-STAGE (WS-OLD-IX)
012750         WHEN 'R'
012760             MOVE "REJECTED"   TO WS-STAGE-TEXT
012770         WHEN 'X'
012780             MOVE "RE-REJECTED" TO WS-STAGE-TEXT
012790         WHEN OTHER
012800             MOVE SPACES       TO WS-STAGE-TEXT
012810     END-EVALUATE
012820     MOVE WS-OLD-AGE (WS-OLD-IX) TO WS-AGE-DISPLAY
012830     MOVE SPACES TO REPORT-RECORD
012840     STRING WS-OLD-CUSTOMER-ID (WS-OLD-IX) "     "
012850            WS-OLD-REASON-CODE (WS-OLD-IX) "  "
012860            WS-OLD-FIRST-DATE (WS-OLD-IX) "   "
012870            WS-AGE-DISPLAY "  "
012880            WS-STAGE-TEXT "  "
012890            WS-OLD-SOURCE-DSN (WS-OLD-IX)
012900         DELIMITED BY SIZE
012910         INTO REPORT-RECORD
012920     END-STRING
012930     WRITE REPORT-RECORD.
012940
012950 4300-WRITE-MOVEMENT-LINE.
012960     MOVE SPACES TO REPORT-RECORD
012970     STRING WS-TEXT (1:29) WS-CNT-DISPLAY
012980         DELIMITED BY SIZE
012990         INTO REPORT-RECORD
013000     END-STRING
013010     WRITE REPORT-RECORD.
013020
013030*----------------------------------------------------------------
013040*    4900-CHECK-BALANCE
013050*    EVERY EVENT RELEASED CAME BACK; EVERY ITEM ON THE LAST
013060*    REGISTER IS CARRIED OR CLEARED; EVERY CUSTOMER IS OPEN,
013070*    CLOSED OR REPAIR-ONLY; AND THE OPEN ITEMS WRITTEN ARE THE
013080*    ONES AGED.
013090*----------------------------------------------------------------
013100 4900-CHECK-BALANCE.
013110     IF WS-EVENTS-RETURNED NOT = WS-EVENTS-RELEASED
013120         OR WS-PRIOR-ITEMS + WS-REJECTS-READ + WS-REREJECTS-READ
013130            + WS-REPAIRS-READ + WS-FEED-CHANGES-READ
013140            NOT = WS-EVENTS-RELEASED
013150         OR WS-CARRIED + WS-CLEARED NOT = WS-PRIOR-ITEMS
013160         OR WS-CARRIED + WS-NEWLY-OPENED
013170            NOT = WS-REGISTER-WRITTEN
013180         OR WS-CLOSED-REPAIRED + WS-CLOSED-CHANGED
013190            + WS-CLOSED-ERASED
013200            NOT = WS-CLEARED + WS-RESOLVED-EARLIER
013210         OR WS-REGISTER-WRITTEN + WS-CLEARED
013220            + WS-RESOLVED-EARLIER + WS-REPAIR-ONLY
013230            + WS-FEED-CHANGE-ONLY
013240            NOT = WS-CUSTOMERS
013250         OR WS-AGED-TOTAL NOT = WS-REGISTER-WRITTEN
013260         SET WS-OUT-OF-BALANCE TO TRUE
013270         DISPLAY "*** CMREJAGE: CONTROL TOTALS DO NOT BALANCE - "
013280                 "REJREG.DAT NOT REPLACED ***"
013290     END-IF.
013300
013310*----------------------------------------------------------------
013320*    5000-REPLACE-REGISTER
013330*    COPIES THE NEW REGISTER OVER REJREG.DAT.
013340*----------------------------------------------------------------
013350 5000-REPLACE-REGISTER.
013360     MOVE 'N' TO WS-NRJ-EOF
013370     OPEN INPUT NEW-REJECT-FILE
013380     IF WS-NRJ-FILE-STATUS NOT = "00"
013390         DISPLAY "*** CMREJAGE: REOPEN OF CMREJREG.TMP FAILED - "
013400                 "STATUS " WS-NRJ-FILE-STATUS
013410                 " - REJREG.DAT NOT REPLACED ***"
013420         SET WS-OUT-OF-BALANCE TO TRUE
013430     ELSE
013440         OPEN OUTPUT OPEN-REJECT-FILE
013450         IF WS-ORJ-FILE-STATUS NOT = "00"
013460             DISPLAY "*** CMREJAGE: CANNOT REWRITE REJREG.DAT - "
013470                     "STATUS " WS-ORJ-FILE-STATUS " ***"
013480             SET WS-HARD-FAIL TO TRUE
013490             CLOSE NEW-REJECT-FILE
013500         ELSE
013510             PERFORM 5010-COPY-ONE-REGISTER-RECORD
013520                 UNTIL WS-NRJ-EOF-YES
013530             CLOSE NEW-REJECT-FILE
013540             CLOSE OPEN-REJECT-FILE
013550             IF WS-REGISTER-COPIED = WS-REGISTER-WRITTEN + 1
013560                 SET WS-REGISTER-REPLACED TO TRUE
013570             ELSE
013580                 DISPLAY "*** CMREJAGE: REJREG.DAT REWRITE "
013590                         "INCOMPLETE - NEW REGISTER "
013600                         "LEFT IN CMREJREG.TMP ***"
013610                 SET WS-HARD-FAIL TO TRUE
013620             END-IF
013630         END-IF
013640     END-IF.
013650
013660 5010-COPY-ONE-REGISTER-RECORD.
013670     READ NEW-REJECT-FILE
013680         AT END
013690             MOVE 'Y' TO WS-NRJ-EOF
013700         NOT AT END
013710             MOVE NEW-REJECT-RECORD TO OPEN-REJECT-RECORD
013720             WRITE OPEN-REJECT-RECORD
013730             ADD 1 TO WS-REGISTER-COPIED
013740     END-READ.
013750
013760*----------------------------------------------------------------
013770*    8100-WRITE-SECTION-HEADING / 8200-END-SECTION
013780*    WS-TEXT ARRIVES HOLDING THE SECTION TITLE.  A SECTION
013790*    WITH NOTHING IN IT SAYS SO.
013800*----------------------------------------------------------------
013810 8100-WRITE-SECTION-HEADING.
013820     MOVE SPACES TO REPORT-RECORD
013830     WRITE REPORT-RECORD
013840     MOVE WS-TEXT TO REPORT-RECORD
013850     WRITE REPORT-RECORD
013860     MOVE ALL '-' TO REPORT-RECORD (1:60)
013870     WRITE REPORT-RECORD
013880     MOVE ZERO TO WS-SECTION-LINES.
013890
013900 8200-END-SECTION.
013910     IF WS-SECTION-LINES = ZERO
013920         MOVE SPACES TO REPORT-RECORD
013930         MOVE "    NONE - NO OPEN REJECTS" TO REPORT-RECORD
013940         WRITE REPORT-RECORD
013950     END-IF.
013960
013970*----------------------------------------------------------------
013980*    8300-COMPUTE-DAY-NUMBER
013990*    WS-DN-DATE (YYYYMMDD) TO WS-DN-RESULT, COUNTING MARCH AS
014000*    THE FIRST MONTH SO THE LEAP DAY FALLS AT THE END OF THE
014010*    YEAR.  A DATE THAT IS NOT A DATE COUNTS AS THE RUN DATE
014020*    (AGE ZERO).
014030*----------------------------------------------------------------
014040 8300-COMPUTE-DAY-NUMBER.
014050     IF WS-DN-DATE IS NOT NUMERIC
014060        OR WS-DN-MM < 1 OR WS-DN-MM > 12
014070        OR WS-DN-DD < 1 OR WS-DN-DD > 31
014080        OR WS-DN-YYYY < 1900
014090         MOVE WS-RUN-DAY-NUMBER TO WS-DN-RESULT
014100     ELSE
014110         IF WS-DN-MM < 3
014120             MOVE 1 TO WS-DN-A
014130         ELSE
014140             MOVE 0 TO WS-DN-A
014150         END-IF
014160         COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A
014170         COMPUTE WS-DN-M = WS-DN-MM + (12 * WS-DN-A) - 3
014180         COMPUTE WS-DN-WORK = (153 * WS-DN-M) + 2
014190         DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS
014200         DIVIDE WS-DN-Y BY 4   GIVING WS-DN-QUAD
014210         DIVIDE WS-DN-Y BY 100 GIVING WS-DN-CENT
014220         DIVIDE WS-DN-Y BY 400 GIVING WS-DN-QUAD-CENT
014230         COMPUTE WS-DN-RESULT = WS-DN-DD + WS-DN-MONTH-DAYS
014240                              + (365 * WS-DN-Y) + WS-DN-QUAD
014250                              - WS-DN-CENT + WS-DN-QUAD-CENT
014260                              - 32045
014270     END-IF.
014280
014290*----------------------------------------------------------------
014300*    9100-WRITE-CONTROL-TOTALS
014310*    CONTROL TOTALS TO THE REPORT AND THE CONSOLE.
014320*----------------------------------------------------------------
014330 9100-WRITE-CONTROL-TOTALS.
014340     MOVE "CONTROL TOTALS" TO WS-TEXT
014350     PERFORM 8100-WRITE-SECTION-HEADING
014360
014370     MOVE WS-REGISTER-ENTRIES TO WS-CNT-DISPLAY
014380     MOVE "EXTRACT REGISTER ENTRIES...: " TO WS-TEXT
014390     PERFORM 9110-WRITE-ONE-TOTAL
014400     MOVE WS-DSN-CNT TO WS-CNT-DISPLAY
014410     MOVE "  DISTINCT DSNS SWEPT......: " TO WS-TEXT
014420     PERFORM 9110-WRITE-ONE-TOTAL
014430     MOVE WS-DSNS-SKIPPED TO WS-CNT-DISPLAY
014440     MOVE "  DSNS NOT SWEPT (TABLE)...: " TO WS-TEXT
014450     PERFORM 9110-WRITE-ONE-TOTAL
014460     MOVE WS-REJECT-FILES TO WS-CNT-DISPLAY
014470     MOVE "REJECT FILES READ..........: " TO WS-TEXT
014480     PERFORM 9110-WRITE-ONE-TOTAL
014490     MOVE WS-REJECT-MISSING TO WS-CNT-DISPLAY
014500     MOVE "  MISSING (ARCHIVED?)......: " TO WS-TEXT
014510     PERFORM 9110-WRITE-ONE-TOTAL
014520     MOVE WS-REJECT-MISMATCH TO WS-CNT-DISPLAY
014530     MOVE "  COUNT NOT AS REGISTERED..: " TO WS-TEXT
014540     PERFORM 9110-WRITE-ONE-TOTAL
014550     MOVE WS-REREJ-FILES TO WS-CNT-DISPLAY
014560     MOVE "RE-REJECT FILES READ.......: " TO WS-TEXT
014570     PERFORM 9110-WRITE-ONE-TOTAL
014580     MOVE WS-REPRO-FILES TO WS-CNT-DISPLAY
014590     MOVE "REPRO FILES READ...........: " TO WS-TEXT
014600     PERFORM 9110-WRITE-ONE-TOTAL
014610     MOVE WS-PRIOR-ITEMS TO WS-CNT-DISPLAY
014620     MOVE "ITEMS ON LAST REGISTER.....: " TO WS-TEXT
014630     PERFORM 9110-WRITE-ONE-TOTAL
014640     MOVE WS-REJECTS-READ TO WS-CNT-DISPLAY
014650     MOVE "REJECTS SWEPT..............: " TO WS-TEXT
014660     PERFORM 9110-WRITE-ONE-TOTAL
014670     MOVE WS-REREJECTS-READ TO WS-CNT-DISPLAY
014680     MOVE "RE-REJECTS SWEPT...........: " TO WS-TEXT
014690     PERFORM 9110-WRITE-ONE-TOTAL
014700     MOVE WS-REPAIRS-READ TO WS-CNT-DISPLAY
014710     MOVE "REPAIRS SWEPT..............: " TO WS-TEXT
014720     PERFORM 9110-WRITE-ONE-TOTAL
014730     MOVE WS-JOURNALS-READ TO WS-CNT-DISPLAY
014740     MOVE "JOURNAL FILES READ.........: " TO WS-TEXT
014750     PERFORM 9110-WRITE-ONE-TOTAL
014760     MOVE WS-GENERATIONS-SKIPPED TO WS-CNT-DISPLAY
014770     MOVE "  GENERATIONS NOT NEEDED...: " TO WS-TEXT
014780     PERFORM 9110-WRITE-ONE-TOTAL
014790     MOVE WS-JOURNALS-MISSING TO WS-CNT-DISPLAY
014800     MOVE "  WOULD NOT OPEN...........: " TO WS-TEXT
014810     PERFORM 9110-WRITE-ONE-TOTAL
014820     MOVE WS-FEED-CHANGES-READ TO WS-CNT-DISPLAY
014830     MOVE "FEED CHANGES SWEPT.........: " TO WS-TEXT
014840     PERFORM 9110-WRITE-ONE-TOTAL
014850     MOVE WS-NO-ID-SKIPPED TO WS-CNT-DISPLAY
014860     MOVE "RECORDS WITH NO NUMERIC ID.: " TO WS-TEXT
014870     PERFORM 9110-WRITE-ONE-TOTAL
014880     MOVE WS-EVENTS-RELEASED TO WS-CNT-DISPLAY
014890     MOVE "EVENTS SORTED..............: " TO WS-TEXT
014900     PERFORM 9110-WRITE-ONE-TOTAL
014910     MOVE WS-CUSTOMERS TO WS-CNT-DISPLAY
014920     MOVE "CUSTOMER IDS...............: " TO WS-TEXT
014930     PERFORM 9110-WRITE-ONE-TOTAL
014940     MOVE WS-REGISTER-WRITTEN TO WS-CNT-DISPLAY
014950     MOVE "  OPEN.....................: " TO WS-TEXT
014960     PERFORM 9110-WRITE-ONE-TOTAL
014970     MOVE WS-NOT-ON-MASTER TO WS-CNT-DISPLAY
014980     MOVE "    NOT ON THE MASTER......: " TO WS-TEXT
014990     PERFORM 9110-WRITE-ONE-TOTAL
015000     MOVE WS-CLEARED TO WS-CNT-DISPLAY
015010     MOVE "  CLEARED SINCE LAST RUN...: " TO WS-TEXT
015020     PERFORM 9110-WRITE-ONE-TOTAL
015030     MOVE WS-RESOLVED-EARLIER TO WS-CNT-DISPLAY
015040     MOVE "  RESOLVED, NOT ON REGISTER: " TO WS-TEXT
015050     PERFORM 9110-WRITE-ONE-TOTAL
015060     MOVE WS-CLOSED-REPAIRED TO WS-CNT-DISPLAY
015070     MOVE "    BY REJREPRO REPAIR.....: " TO WS-TEXT
015080     PERFORM 9110-WRITE-ONE-TOTAL
015090     MOVE WS-CLOSED-CHANGED TO WS-CNT-DISPLAY
015100     MOVE "    BY LATER FEED CHANGE...: " TO WS-TEXT
015110     PERFORM 9110-WRITE-ONE-TOTAL
015120     MOVE WS-CLOSED-ERASED TO WS-CNT-DISPLAY
015130     MOVE "    BY ERASURE.............: " TO WS-TEXT
015140     PERFORM 9110-WRITE-ONE-TOTAL
015150     MOVE WS-REPAIR-ONLY TO WS-CNT-DISPLAY
015160     MOVE "  REPAIR WITH NO REJECT....: " TO WS-TEXT
015170     PERFORM 9110-WRITE-ONE-TOTAL
015180     MOVE WS-FEED-CHANGE-ONLY TO WS-CNT-DISPLAY
015190     MOVE "  FEED CHANGE, NO REJECT...: " TO WS-TEXT
015200     PERFORM 9110-WRITE-ONE-TOTAL
015210     MOVE WS-REGISTER-WRITTEN TO WS-CNT-DISPLAY
015220     MOVE "ITEMS ON NEW REGISTER......: " TO WS-TEXT
015230     PERFORM 9110-WRITE-ONE-TOTAL
015240
015250     MOVE SPACES TO REPORT-RECORD
015260     EVALUATE TRUE
015270         WHEN WS-HARD-FAIL
015280             MOVE "*** RUN FAILED - REJREG.DAT NOT REPLACED ***"
015290                 TO REPORT-RECORD
015300         WHEN WS-OUT-OF-BALANCE
015310             STRING "*** CONTROL TOTALS DO NOT BALANCE - "
015320                    "REJREG.DAT NOT REPLACED ***"
015330                 DELIMITED BY SIZE
015340                 INTO REPORT-RECORD
015350             END-STRING
015360         WHEN OTHER
015370             MOVE "REJREG.DAT REPLACED" TO REPORT-RECORD
015380     END-EVALUATE
015390     WRITE REPORT-RECORD
015400     CLOSE REPORT-FILE.
015410
015420*----------------------------------------------------------------
015430*    9110-WRITE-ONE-TOTAL
015440*    WS-TEXT HOLDS THE LABEL, WS-CNT-DISPLAY THE COUNT.
015450*----------------------------------------------------------------
015460 9110-WRITE-ONE-TOTAL.
015470     MOVE SPACES TO REPORT-RECORD
015480     STRING WS-TEXT (1:29) WS-CNT-DISPLAY
015490         DELIMITED BY SIZE
015500         INTO REPORT-RECORD
015510     END-STRING
015520     WRITE REPORT-RECORD
015530     DISPLAY "CMREJAGE " WS-TEXT (1:29) WS-CNT-DISPLAY.
015540
015550*----------------------------------------------------------------
015560*    9300-SET-RETURN-CODE
015570*    0 CLEAN, 4 WARNING, 8 OUT OF BALANCE, 12 HARD FAILURE.
015580*----------------------------------------------------------------
015590 9300-SET-RETURN-CODE.
015600     EVALUATE TRUE
015610         WHEN WS-HARD-FAIL
015620             MOVE 12 TO WS-RUN-RC
015630         WHEN WS-OUT-OF-BALANCE
015640             MOVE 8 TO WS-RUN-RC
015650         WHEN WS-WARNING
015660             MOVE 4 TO WS-RUN-RC
015670         WHEN OTHER
015680             MOVE ZERO TO WS-RUN-RC
015690     END-EVALUATE
015700     DISPLAY "CMREJAGE RETURN CODE " WS-RUN-RC.

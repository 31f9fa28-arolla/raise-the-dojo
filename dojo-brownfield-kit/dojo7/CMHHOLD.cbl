000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMHHOLD.
000030 AUTHOR.        J FOURNIER.
000040 INSTALLATION.  DATA MIGRATION SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*
000090*    CMHHOLD
000100*
000110*    GROUPS THE ACTIVE CUSTOMERS LIVING AT THE SAME POSTAL
000120*    ADDRESS INTO HOUSEHOLDS, SO MARKETING CAN MAIL ONE
000130*    CATALOGUE PER HOUSEHOLD INSTEAD OF ONE PER CUSTOMER ID.
000140*
000150*    THE ADDRESS IS COMPARED NORMALIZED: ADDRESS LINES 1 AND
000160*    2, CITY AND POSTAL CODE ARE UPPER-CASED, PUNCTUATION IS
000170*    BLANKED, RUNS OF BLANKS CLOSE UP TO ONE, AND THE COMMON
000180*    STREET WORDS ARE CUT TO THEIR ABBREVIATIONS (STREET/ST,
000190*    AVENUE/AVE, ROAD/RD ... SEE WS-ABBREVIATION-VALUES), SO
000200*    "1 Main Street, Apt. 2" AND "1 MAIN ST APT 2" ARE ONE
000210*    ADDRESS.  AN ACTIVE CUSTOMER WITH NO ADDRESS LINE 1 CANNOT
000220*    BE MAILED AND IS NOT HOUSEHOLDED.
000230*
000240*    THE HOUSEHOLD CROSS-REFERENCE, HHXREF.DAT (CMHHXREF), IS
000250*    REBUILT ON EVERY RUN.  A HOUSEHOLD IS IDENTIFIED BY ITS
000260*    NORMALIZED ADDRESS: ITS ID IS CARRIED FORWARD FROM THE
000270*    LAST RUN'S CROSS-REFERENCE, SO IT DOES NOT CHANGE AS
000280*    MEMBERS JOIN OR LEAVE.  AN ADDRESS NOT SEEN BEFORE GETS
000290*    THE NEXT ID AFTER THE HIGHEST EVER ISSUED (KEPT ON THE
000300*    TRAILER), SO THE ID OF A DISSOLVED HOUSEHOLD IS NEVER
000310*    REUSED.  THE LOWEST CUSTOMER ID IN A HOUSEHOLD IS ITS
000320*    PRIMARY MEMBER, THE ROW CMEXPORT HOUSEHOLD=ONE SENDS.
000330*
000340*    THE REPORT, HHREPORT.D<YYMMDD>.DAT, LISTS THE HOUSEHOLDS
000350*    CREATED AND DISSOLVED AND THE CUSTOMERS WHO JOINED, LEFT
000360*    OR MOVED BETWEEN HOUSEHOLDS SINCE THE LAST RUN, THEN
000370*    EVERY HOUSEHOLD WITH ITS SIZE AND MEMBERS, THEN THE
000380*    CONTROL TOTALS.  THE MASTER IS OPENED INPUT AND NEVER
000390*    WRITTEN TO.
000400*
000410*    RETURN CODE 0 CLEAN, 8 THE CONTROL TOTALS DO NOT BALANCE
000420*    (THE CROSS-REFERENCE IS LEFT AS THE LAST RUN WROTE IT),
000430*    12 HARD FAILURE (THE MASTER WOULD NOT OPEN, OR THE LAST
000440*    CROSS-REFERENCE IS UNREADABLE OR FAILS ITS TRAILER CHECK
000450*    AND HOUSEHOLD IDS COULD NOT BE CARRIED FORWARD).
000460*
000470*    MODIFICATION HISTORY.
000480*    -------------------------------------------------------
000490*    10/15/2026  JF   ORIGINAL VERSION.
000500*--------------------------------------------------------------*
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmast.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CM-CUSTOMER-ID
000590         ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
000600         FILE STATUS IS WS-CM-FILE-STATUS.
000610
000620     SELECT HOUSEHOLD-XREF-FILE ASSIGN TO "hhxref.dat"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-HHX-FILE-STATUS.
000650
000660     SELECT NEW-XREF-FILE ASSIGN TO "cmhhxref.tmp"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-NHX-FILE-STATUS.
000690
000700     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RPT-FILE-STATUS.
000730
000740     SELECT SORT-ADDRESS-FILE ASSIGN TO "cmhhsa.tmp".
000750
000760     SELECT MEMBER-WORK-FILE ASSIGN TO "cmhhmw.tmp"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT HOUSEHOLD-WORK-FILE ASSIGN TO "cmhhhw.tmp"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT SORT-MEMBER-FILE ASSIGN TO "cmhhsm.tmp".
000830
000840     SELECT MEMBER-SORTED-FILE ASSIGN TO "cmhhms.tmp"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT REPORT-MEMBER-FILE ASSIGN TO "cmhhrm.tmp"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900     SELECT SORT-REPORT-FILE ASSIGN TO "cmhhsr.tmp".
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  CUSTOMER-MASTER-FILE.
000950     COPY CUSTMAST.
000960
000970 FD  HOUSEHOLD-XREF-FILE.
000980     COPY CMHHXREF.
000990
001000 FD  NEW-XREF-FILE.
001010     COPY CMHHXREF REPLACING LEADING ==HOUSEHOLD== BY ==NEW==
001020                             LEADING ==HHX== BY ==NHX==
001030                             LEADING ==HHT== BY ==NHT==.
001040
001050 FD  REPORT-FILE.
001060 01  REPORT-RECORD             PIC X(132).
001070
001080*    ONE RECORD PER CUSTOMER ON THE LAST CROSS-REFERENCE (TYPE
001090*    1) AND PER ACTIVE CUSTOMER WITH AN ADDRESS (TYPE 2), SO
001100*    EACH ADDRESS ARRIVES WITH ITS OLD MEMBERS - AND SO ITS
001110*    HOUSEHOLD ID - AHEAD OF ITS CURRENT ONES.
001120 SD  SORT-ADDRESS-FILE.
001130 01  SORT-ADDRESS-RECORD.
001140     05  SA-ADDRESS-KEY        PIC X(90).
001150     05  SA-TYPE               PIC X(01).
001160         88  SA-OLD-MEMBER         VALUE '1'.
001170         88  SA-CURRENT-MEMBER     VALUE '2'.
001180     05  SA-CUSTOMER-ID        PIC 9(05).
001190     05  SA-HOUSEHOLD-ID       PIC 9(07).
001200     05  SA-NAME               PIC X(36).
001210
001220 FD  MEMBER-WORK-FILE.
001230 01  MEMBER-WORK-RECORD.
001240     05  MW-CUSTOMER-ID        PIC 9(05).
001250     05  MW-HOUSEHOLD-ID       PIC 9(07).
001260     05  MW-PRIMARY-SW         PIC X(01).
001270     05  MW-ADDRESS-KEY        PIC X(90).
001280     05  MW-NAME               PIC X(36).
001290
001300 FD  HOUSEHOLD-WORK-FILE.
001310 01  HOUSEHOLD-WORK-RECORD.
001320     05  HW-HOUSEHOLD-ID       PIC 9(07).
001330     05  HW-SIZE               PIC 9(05).
001340     05  HW-NEW-SW             PIC X(01).
001350     05  HW-ADDRESS-KEY        PIC X(90).
001360
001370 SD  SORT-MEMBER-FILE.
001380 01  SORT-MEMBER-RECORD.
001390     05  SM-CUSTOMER-ID        PIC 9(05).
001400     05  SM-HOUSEHOLD-ID       PIC 9(07).
001410     05  SM-PRIMARY-SW         PIC X(01).
001420     05  SM-ADDRESS-KEY        PIC X(90).
001430     05  SM-NAME               PIC X(36).
001440
001450 FD  MEMBER-SORTED-FILE.
001460 01  MEMBER-SORTED-RECORD.
001470     05  MS-CUSTOMER-ID        PIC 9(05).
001480     05  MS-HOUSEHOLD-ID       PIC 9(07).
001490     05  MS-PRIMARY-SW         PIC X(01).
001500     05  MS-ADDRESS-KEY        PIC X(90).
001510     05  MS-NAME               PIC X(36).
001520
001530 FD  REPORT-MEMBER-FILE.
001540 01  REPORT-MEMBER-RECORD.
001550     05  RM-HOUSEHOLD-ID       PIC 9(07).
001560     05  RM-CUSTOMER-ID        PIC 9(05).
001570     05  RM-PRIMARY-SW         PIC X(01).
001580     05  RM-SINCE-DATE         PIC 9(08).
001590     05  RM-NAME               PIC X(36).
001600
001610*    TYPE 1 IS THE HOUSEHOLD'S HEADING (TEXT = ADDRESS KEY),
001620*    TYPE 2 ONE OF ITS MEMBERS (TEXT = NAME).
001630 SD  SORT-REPORT-FILE.
001640 01  SORT-REPORT-RECORD.
001650     05  SR-HOUSEHOLD-ID       PIC 9(07).
001660     05  SR-TYPE               PIC X(01).
001670         88  SR-HOUSEHOLD          VALUE '1'.
001680         88  SR-MEMBER             VALUE '2'.
001690     05  SR-CUSTOMER-ID        PIC 9(05).
001700     05  SR-SIZE               PIC 9(05).
001710     05  SR-FLAG               PIC X(01).
001720     05  SR-SINCE-DATE         PIC 9(08).
001730     05  SR-TEXT               PIC X(90).
001740
001750 WORKING-STORAGE SECTION.
001760 01  WS-CM-FILE-STATUS         PIC XX.
001770 01  WS-HHX-FILE-STATUS        PIC XX.
001780 01  WS-NHX-FILE-STATUS        PIC XX.
001790 01  WS-RPT-FILE-STATUS        PIC XX.
001800
001810 01  WS-REPORT-DSN             PIC X(40) VALUE SPACES.
001820 01  WS-RUN-DATE               PIC 9(08).
001830 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001840     05  FILLER                PIC X(02).
001850     05  WS-RUN-DATE-YYMMDD    PIC X(06).
001860
001870 01  WS-PRIOR-XREF-SW          PIC X VALUE 'N'.
001880     88  WS-PRIOR-XREF             VALUE 'Y'.
001890 01  WS-TRAILER-SW             PIC X VALUE 'N'.
001900     88  WS-TRAILER-SEEN           VALUE 'Y'.
001910 01  WS-TRAILER-COUNT          PIC 9(07) VALUE ZERO.
001920 01  WS-LAST-HOUSEHOLD-ID      PIC 9(07) VALUE ZERO.
001930 01  WS-PRIOR-LAST-ID          PIC 9(07) VALUE ZERO.
001940
001950*    THE NORMALIZED ADDRESS - THE HOUSEHOLD'S IDENTITY.
001960 01  WS-ADDRESS-KEY.
001970     05  WS-KEY-ADDR-1         PIC X(30).
001980     05  WS-KEY-ADDR-2         PIC X(30).
001990     05  WS-KEY-CITY           PIC X(20).
002000     05  WS-KEY-POSTAL         PIC X(10).
002010 01  WS-ADDRESS-TEXT           PIC X(80) VALUE SPACES.
002020 01  WS-ADDRESS-PTR            PIC 9(03) COMP VALUE 1.
002030 01  WS-MEMBER-NAME            PIC X(36) VALUE SPACES.
002040
002050 01  WS-NORM-IN                PIC X(30) VALUE SPACES.
002060 01  WS-NORM-WORK              PIC X(30) VALUE SPACES.
002070 01  WS-NORM-OUT               PIC X(30) VALUE SPACES.
002080 01  WS-NORM-PTR               PIC 9(02) COMP VALUE 1.
002090 01  WS-NORM-TOKEN-TABLE.
002100     05  WS-NORM-TOKEN         PIC X(30) OCCURS 15 TIMES.
002110 01  WS-NORM-TOKEN-CNT         PIC 9(02) COMP VALUE ZERO.
002120 01  WS-NORM-IX                PIC 9(02) COMP VALUE ZERO.
002130
002140 01  WS-ABBREVIATION-VALUES.
002150     05  FILLER                PIC X(15) VALUE 'STREET    ST   '.
002160     05  FILLER                PIC X(15) VALUE 'AVENUE    AVE  '.
002170     05  FILLER                PIC X(15) VALUE 'ROAD      RD   '.
002180     05  FILLER                PIC X(15) VALUE 'BOULEVARD BLVD '.
002190     05  FILLER                PIC X(15) VALUE 'DRIVE     DR   '.
002200     05  FILLER                PIC X(15) VALUE 'LANE      LN   '.
002210     05  FILLER                PIC X(15) VALUE 'COURT     CT   '.
002220     05  FILLER                PIC X(15) VALUE 'PLACE     PL   '.
002230     05  FILLER                PIC X(15) VALUE 'TERRACE   TER  '.
002240     05  FILLER                PIC X(15) VALUE 'CIRCLE    CIR  '.
002250     05  FILLER                PIC X(15) VALUE 'PARKWAY   PKWY '.
002260     05  FILLER                PIC X(15) VALUE 'HIGHWAY   HWY  '.
002270     05  FILLER                PIC X(15) VALUE 'SQUARE    SQ   '.
002280     05  FILLER                PIC X(15) VALUE 'APARTMENT APT  '.
002290     05  FILLER                PIC X(15) VALUE 'SUITE     STE  '.
002300     05  FILLER                PIC X(15) VALUE 'FLOOR     FL   '.
002310     05  FILLER                PIC X(15) VALUE 'NORTH     N    '.
002320     05  FILLER                PIC X(15) VALUE 'SOUTH     S    '.
002330     05  FILLER                PIC X(15) VALUE 'EAST      E    '.
002340     05  FILLER                PIC X(15) VALUE 'WEST      W    '.
002350 01  WS-ABBREVIATION-TABLE REDEFINES WS-ABBREVIATION-VALUES.
002360     05  WS-ABBR-ENTRY         OCCURS 20 TIMES.
002370         10  WS-ABBR-WORD      PIC X(10).
002380         10  WS-ABBR-SHORT     PIC X(05).
002390 01  WS-ABBR-IX                PIC 9(02) COMP VALUE ZERO.
002400
002410 01  WS-GRP-KEY                PIC X(90) VALUE SPACES.
002420 01  WS-GRP-HOUSEHOLD-ID       PIC 9(07) VALUE ZERO.
002430 01  WS-GRP-SIZE               PIC 9(05) VALUE ZERO.
002440 01  WS-GRP-NEW-SW             PIC X VALUE 'N'.
002450     88  WS-GRP-NEW                VALUE 'Y'.
002460 01  WS-FIRST-GROUP-SW         PIC X VALUE 'Y'.
002470     88  WS-FIRST-GROUP            VALUE 'Y'.
002480 01  WS-SINCE-DATE             PIC 9(08) VALUE ZERO.
002490 01  WS-SECTION-LINES          PIC 9(07) COMP VALUE ZERO.
002500
002510 01  WS-CUSTOMERS-READ         PIC 9(07) COMP VALUE ZERO.
002520 01  WS-NOT-ACTIVE             PIC 9(07) COMP VALUE ZERO.
002530 01  WS-NO-ADDRESS             PIC 9(07) COMP VALUE ZERO.
002540 01  WS-TO-HOUSEHOLD           PIC 9(07) COMP VALUE ZERO.
002550 01  WS-OLD-MEMBERS            PIC 9(07) COMP VALUE ZERO.
002560 01  WS-MEMBERS-ASSIGNED       PIC 9(07) COMP VALUE ZERO.
002570 01  WS-HOUSEHOLDS             PIC 9(07) COMP VALUE ZERO.
002580 01  WS-MULTI-HOUSEHOLDS       PIC 9(07) COMP VALUE ZERO.
002590 01  WS-NEW-HOUSEHOLDS         PIC 9(07) COMP VALUE ZERO.
002600 01  WS-DISSOLVED-HOUSEHOLDS   PIC 9(07) COMP VALUE ZERO.
002610 01  WS-JOINED                 PIC 9(07) COMP VALUE ZERO.
002620 01  WS-LEFT                   PIC 9(07) COMP VALUE ZERO.
002630 01  WS-MOVED                  PIC 9(07) COMP VALUE ZERO.
002640 01  WS-UNCHANGED              PIC 9(07) COMP VALUE ZERO.
002650 01  WS-XREF-WRITTEN           PIC 9(07) COMP VALUE ZERO.
002660 01  WS-XREF-COPIED            PIC 9(07) COMP VALUE ZERO.
002670 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
002680 01  WS-SIZE-DISPLAY           PIC ZZZZ9.
002690
002700 01  WS-HARD-FAIL-SW           PIC X VALUE 'N'.
002710     88  WS-HARD-FAIL              VALUE 'Y'.
002720 01  WS-OUT-OF-BALANCE-SW      PIC X VALUE 'N'.
002730     88  WS-OUT-OF-BALANCE         VALUE 'Y'.
002740 01  WS-XREF-REPLACED-SW       PIC X VALUE 'N'.
002750     88  WS-XREF-REPLACED          VALUE 'Y'.
002760 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
002770
002780 01  WS-EOF                    PIC X VALUE 'N'.
002790     88  WS-EOF-YES                VALUE 'Y'.
002800 01  WS-HHX-EOF                PIC X VALUE 'N'.
002810     88  WS-HHX-EOF-YES            VALUE 'Y'.
002820 01  WS-SORT-EOF               PIC X VALUE 'N'.
002830     88  WS-SORT-EOF-YES           VALUE 'Y'.
002840 01  WS-MS-EOF                 PIC X VALUE 'N'.
002850     88  WS-MS-EOF-YES             VALUE 'Y'.
002860 01  WS-WORK-EOF               PIC X VALUE 'N'.
002870     88  WS-WORK-EOF-YES           VALUE 'Y'.
002880 01  WS-NHX-EOF                PIC X VALUE 'N'.
002890     88  WS-NHX-EOF-YES            VALUE 'Y'.
002900
002910 PROCEDURE DIVISION.
002920*----------------------------------------------------------------
002930*    0000-MAIN-PROCESS
002940*    THE ADDRESS SORT ASSIGNS THE HOUSEHOLDS; THE MEMBERS ARE
002950*    SORTED BACK INTO CUSTOMER ORDER AND COMPARED WITH THE LAST
002960*    CROSS-REFERENCE; THE REPORT SORT LISTS THE HOUSEHOLDS; THE
002970*    NEW CROSS-REFERENCE REPLACES THE OLD ONE ONLY WHEN THE
002980*    TOTALS BALANCE.
002990*----------------------------------------------------------------
003000 0000-MAIN-PROCESS.
003010     PERFORM 1000-INITIALIZE
003020     IF NOT WS-HARD-FAIL
003030         SORT SORT-ADDRESS-FILE
003040             ON ASCENDING KEY SA-ADDRESS-KEY
003050                              SA-TYPE
003060                              SA-CUSTOMER-ID
003070             INPUT PROCEDURE IS 2000-RELEASE-ADDRESSES
003080             OUTPUT PROCEDURE IS 2500-ASSIGN-HOUSEHOLDS
003090     END-IF
003100     IF NOT WS-HARD-FAIL
003110         SORT SORT-MEMBER-FILE
003120             ON ASCENDING KEY SM-CUSTOMER-ID
003130             USING MEMBER-WORK-FILE
003140             GIVING MEMBER-SORTED-FILE
003150         PERFORM 3000-COMPARE-WITH-LAST-RUN
003160     END-IF
003170     IF NOT WS-HARD-FAIL
003180         SORT SORT-REPORT-FILE
003190             ON ASCENDING KEY SR-HOUSEHOLD-ID
003200                              SR-TYPE
003210                              SR-CUSTOMER-ID
003220             INPUT PROCEDURE IS 4000-RELEASE-REPORT-LINES
003230             OUTPUT PROCEDURE IS 4500-PRINT-HOUSEHOLDS
003240         PERFORM 4900-CHECK-BALANCE
003250         IF NOT WS-OUT-OF-BALANCE
003260             PERFORM 5000-REPLACE-XREF
003270         END-IF
003280     END-IF
003290     PERFORM 9300-SET-RETURN-CODE
003300     PERFORM 9100-WRITE-CONTROL-TOTALS
003310     MOVE WS-RUN-RC TO RETURN-CODE
003320     STOP RUN.
003330
003340*----------------------------------------------------------------
003350*    1000-INITIALIZE
003360*    OPENS THE REPORT, PROVES THE MASTER OPENS AND FINDS OUT
003370*    WHETHER THERE IS A LAST CROSS-REFERENCE TO CARRY THE
003380*    HOUSEHOLD IDS FORWARD FROM.  NONE AT ALL IS A FIRST RUN;
003390*    ONE THAT EXISTS BUT WILL NOT OPEN IS A HARD FAILURE -
003400*    STARTING OVER WOULD RENUMBER EVERY HOUSEHOLD.
003410*----------------------------------------------------------------
003420 1000-INITIALIZE.
003430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003440     MOVE SPACES TO WS-REPORT-DSN
003450     STRING "HHREPORT.D"        DELIMITED BY SIZE
003460            WS-RUN-DATE-YYMMDD  DELIMITED BY SIZE
003470            ".DAT"              DELIMITED BY SIZE
003480         INTO WS-REPORT-DSN
003490     END-STRING
003500     DISPLAY "CMHHOLD REPORT: " WS-REPORT-DSN
003510     OPEN OUTPUT REPORT-FILE
003520     MOVE SPACES TO REPORT-RECORD
003530     STRING "CMHHOLD HOUSEHOLD REPORT - RUN DATE " WS-RUN-DATE
003540         DELIMITED BY SIZE
003550         INTO REPORT-RECORD
003560     END-STRING
003570     WRITE REPORT-RECORD
003580
003590     OPEN INPUT CUSTOMER-MASTER-FILE
003600     IF WS-CM-FILE-STATUS NOT = "00"
003610         DISPLAY "CMHHOLD: CANNOT OPEN CUSTOMER MASTER - "
003620                 "STATUS " WS-CM-FILE-STATUS
003630         SET WS-HARD-FAIL TO TRUE
003640     ELSE
003650         CLOSE CUSTOMER-MASTER-FILE
003660     END-IF
003670
003680     OPEN INPUT HOUSEHOLD-XREF-FILE
003690     EVALUATE WS-HHX-FILE-STATUS
003700         WHEN "00"
003710             SET WS-PRIOR-XREF TO TRUE
003720             CLOSE HOUSEHOLD-XREF-FILE
003730         WHEN "35"
003740             MOVE SPACES TO REPORT-RECORD
003750             STRING "NO PRIOR CROSS-REFERENCE - FIRST RUN, "
003760                    "EVERY HOUSEHOLD IS NEW"
003770                 DELIMITED BY SIZE
003780                 INTO REPORT-RECORD
003790             END-STRING
003800             WRITE REPORT-RECORD
003810             DISPLAY "CMHHOLD: NO HHXREF.DAT - FIRST RUN"
003820         WHEN OTHER
003830             DISPLAY "CMHHOLD: CANNOT OPEN HHXREF.DAT - "
003840                     "STATUS " WS-HHX-FILE-STATUS
003850             SET WS-HARD-FAIL TO TRUE
003860     END-EVALUATE.
003870
003880*----------------------------------------------------------------
003890*    2000-RELEASE-ADDRESSES
003900*    SORT INPUT PROCEDURE: RELEASES THE LAST CROSS-REFERENCE
003910*    (CHECKED AGAINST ITS TRAILER), THEN EVERY ACTIVE CUSTOMER
003920*    WITH AN ADDRESS UNDER ITS NORMALIZED ADDRESS.
003930*----------------------------------------------------------------
003940 2000-RELEASE-ADDRESSES.
003950     IF WS-PRIOR-XREF
003960         MOVE 'N' TO WS-HHX-EOF
003970         OPEN INPUT HOUSEHOLD-XREF-FILE
003980         PERFORM 2100-RELEASE-OLD-MEMBER UNTIL WS-HHX-EOF-YES
003990         CLOSE HOUSEHOLD-XREF-FILE
004000         PERFORM 2150-CHECK-XREF-TRAILER
004010     END-IF
004020     IF NOT WS-HARD-FAIL
004030         MOVE 'N' TO WS-EOF
004040         OPEN INPUT CUSTOMER-MASTER-FILE
004050         PERFORM 2200-RELEASE-CUSTOMER UNTIL WS-EOF-YES
004060         CLOSE CUSTOMER-MASTER-FILE
004070     END-IF.
004080
004090 2100-RELEASE-OLD-MEMBER.
004100     READ HOUSEHOLD-XREF-FILE
004110         AT END
004120             MOVE 'Y' TO WS-HHX-EOF
004130         NOT AT END
004140             IF HHT-CODE = 'TRL'
004150                 SET WS-TRAILER-SEEN TO TRUE
004160                 MOVE HHT-RECORD-COUNT      TO WS-TRAILER-COUNT
004170                 MOVE HHT-LAST-HOUSEHOLD-ID
004180                     TO WS-LAST-HOUSEHOLD-ID
004190                 MOVE 'Y' TO WS-HHX-EOF
004200             ELSE
004210                 ADD 1 TO WS-OLD-MEMBERS
004220                 MOVE HHX-ADDRESS-KEY  TO SA-ADDRESS-KEY
004230                 MOVE '1'              TO SA-TYPE
004240                 MOVE HHX-CUSTOMER-ID  TO SA-CUSTOMER-ID
004250                 MOVE HHX-HOUSEHOLD-ID TO SA-HOUSEHOLD-ID
004260                 MOVE SPACES           TO SA-NAME
004270                 RELEASE SORT-ADDRESS-RECORD
004280             END-IF
004290     END-READ.
004300
004310*----------------------------------------------------------------
004320*    2150-CHECK-XREF-TRAILER
004330*    A CROSS-REFERENCE WITHOUT ITS TRAILER, OR SHORT OF IT, WAS
004340*    CUT OFF - CARRYING IT FORWARD WOULD RENUMBER THE MISSING
004350*    HOUSEHOLDS AND COULD REISSUE IDS.
004360*----------------------------------------------------------------
004370 2150-CHECK-XREF-TRAILER.
004380     MOVE WS-LAST-HOUSEHOLD-ID TO WS-PRIOR-LAST-ID
004390     EVALUATE TRUE
004400         WHEN NOT WS-TRAILER-SEEN
004410             DISPLAY "CMHHOLD: NO TRL TRAILER ON HHXREF.DAT - "
004420                     "CROSS-REFERENCE INCOMPLETE"
004430             SET WS-HARD-FAIL TO TRUE
004440         WHEN WS-OLD-MEMBERS NOT = WS-TRAILER-COUNT
004450             MOVE WS-TRAILER-COUNT TO WS-CNT-DISPLAY
004460             DISPLAY "CMHHOLD: HHXREF.DAT TRAILER COUNT "
004470                     WS-CNT-DISPLAY
004480             MOVE WS-OLD-MEMBERS TO WS-CNT-DISPLAY
004490             DISPLAY "         ACTUAL COUNT          "
004500                     WS-CNT-DISPLAY
004510             SET WS-HARD-FAIL TO TRUE
004520         WHEN OTHER
004530             MOVE SPACES TO REPORT-RECORD
004540             STRING "PRIOR CROSS-REFERENCE: HHXREF.DAT, LAST "
004550                    "HOUSEHOLD ID " WS-PRIOR-LAST-ID
004560                 DELIMITED BY SIZE
004570                 INTO REPORT-RECORD
004580             END-STRING
004590             WRITE REPORT-RECORD
004600     END-EVALUATE
004610     IF WS-HARD-FAIL
004620         DISPLAY "CMHHOLD: HOUSEHOLD IDS CANNOT BE CARRIED "
004630                 "FORWARD - RESTORE HHXREF.DAT"
004640     END-IF.
004650
004660 2200-RELEASE-CUSTOMER.
004670     READ CUSTOMER-MASTER-FILE
004680         AT END
004690             MOVE 'Y' TO WS-EOF
004700         NOT AT END
004710             ADD 1 TO WS-CUSTOMERS-READ
004720             EVALUATE TRUE
004730                 WHEN NOT CM-ACTIVE
004740                     ADD 1 TO WS-NOT-ACTIVE
004750                 WHEN CM-ADDR-LINE-1 = SPACES
004760                     ADD 1 TO WS-NO-ADDRESS
004770                 WHEN OTHER
004780                     PERFORM 2210-RELEASE-CURRENT-MEMBER
004790             END-EVALUATE
004800     END-READ.
004810
004820 2210-RELEASE-CURRENT-MEMBER.
004830     ADD 1 TO WS-TO-HOUSEHOLD
004840     PERFORM 2220-BUILD-ADDRESS-KEY
004850     MOVE WS-ADDRESS-KEY TO SA-ADDRESS-KEY
004860     MOVE '2'            TO SA-TYPE
004870     MOVE CM-CUSTOMER-ID TO SA-CUSTOMER-ID
004880     MOVE ZERO           TO SA-HOUSEHOLD-ID
004890     MOVE SPACES         TO WS-MEMBER-NAME
004900     STRING CM-FIRST-NAME DELIMITED BY "  "
004910            " "           DELIMITED BY SIZE
004920            CM-LAST-NAME  DELIMITED BY "  "
004930         INTO WS-MEMBER-NAME
004940     END-STRING
004950     MOVE WS-MEMBER-NAME TO SA-NAME
004960     RELEASE SORT-ADDRESS-RECORD.
004970
004980 2220-BUILD-ADDRESS-KEY.
004990     MOVE CM-ADDR-LINE-1 TO WS-NORM-IN
005000     PERFORM 7000-NORMALIZE-ADDRESS-PART
005010     MOVE WS-NORM-OUT TO WS-KEY-ADDR-1
005020     MOVE CM-ADDR-LINE-2 TO WS-NORM-IN
005030     PERFORM 7000-NORMALIZE-ADDRESS-PART
005040     MOVE WS-NORM-OUT TO WS-KEY-ADDR-2
005050     MOVE CM-CITY TO WS-NORM-IN
005060     PERFORM 7000-NORMALIZE-ADDRESS-PART
005070     MOVE WS-NORM-OUT (1:20) TO WS-KEY-CITY
005080     MOVE CM-POSTAL-CODE TO WS-NORM-IN
005090     PERFORM 7000-NORMALIZE-ADDRESS-PART
005100     MOVE WS-NORM-OUT (1:10) TO WS-KEY-POSTAL.
005110
005120*----------------------------------------------------------------
005130*    2500-ASSIGN-HOUSEHOLDS
005140*    SORT OUTPUT PROCEDURE: EACH ADDRESS IS ONE HOUSEHOLD.  AN
005150*    ADDRESS THAT HAD MEMBERS LAST RUN KEEPS THEIR HOUSEHOLD
005160*    ID; A NEW ONE TAKES THE NEXT ID.  AN ADDRESS WITH OLD
005170*    MEMBERS ONLY HAS DISSOLVED.  THE CURRENT MEMBERS GO TO THE
005180*    MEMBER WORK FILE, THE HOUSEHOLD TO THE HOUSEHOLD WORK FILE.
005190*----------------------------------------------------------------
005200 2500-ASSIGN-HOUSEHOLDS.
005210     IF NOT WS-HARD-FAIL
005220         OPEN OUTPUT MEMBER-WORK-FILE
005230         OPEN OUTPUT HOUSEHOLD-WORK-FILE
005240         MOVE "HOUSEHOLDS CREATED AND DISSOLVED SINCE LAST RUN"
005250             TO WS-ADDRESS-TEXT
005260         PERFORM 8100-WRITE-SECTION-HEADING
005270         MOVE 'N' TO WS-SORT-EOF
005280         MOVE 'Y' TO WS-FIRST-GROUP-SW
005290         PERFORM 2510-RETURN-ONE-ADDRESS UNTIL WS-SORT-EOF-YES
005300         IF NOT WS-FIRST-GROUP
005310             PERFORM 2600-CLOSE-HOUSEHOLD
005320         END-IF
005330         PERFORM 8200-END-SECTION
005340         CLOSE MEMBER-WORK-FILE
005350         CLOSE HOUSEHOLD-WORK-FILE
005360     END-IF.
005370
005380 2510-RETURN-ONE-ADDRESS.
005390     RETURN SORT-ADDRESS-FILE
005400         AT END
005410             MOVE 'Y' TO WS-SORT-EOF
005420         NOT AT END
005430             IF WS-FIRST-GROUP
005440                 OR SA-ADDRESS-KEY NOT = WS-GRP-KEY
005450                 IF NOT WS-FIRST-GROUP
005460                     PERFORM 2600-CLOSE-HOUSEHOLD
005470                 END-IF
005480                 PERFORM 2520-OPEN-HOUSEHOLD
005490             END-IF
005500             IF SA-CURRENT-MEMBER
005510                 PERFORM 2530-ADD-MEMBER
005520             END-IF
005530     END-RETURN.
005540
005550 2520-OPEN-HOUSEHOLD.
005560     MOVE 'N'            TO WS-FIRST-GROUP-SW
005570     MOVE SA-ADDRESS-KEY TO WS-GRP-KEY
005580     MOVE ZERO           TO WS-GRP-SIZE
005590     IF SA-OLD-MEMBER
005600         MOVE SA-HOUSEHOLD-ID TO WS-GRP-HOUSEHOLD-ID
005610         MOVE 'N' TO WS-GRP-NEW-SW
005620     ELSE
005630         ADD 1 TO WS-LAST-HOUSEHOLD-ID
005640         MOVE WS-LAST-HOUSEHOLD-ID TO WS-GRP-HOUSEHOLD-ID
005650         SET WS-GRP-NEW TO TRUE
005660     END-IF.
005670
005680 2530-ADD-MEMBER.
005690     ADD 1 TO WS-GRP-SIZE
005700     MOVE SA-CUSTOMER-ID      TO MW-CUSTOMER-ID
005710     MOVE WS-GRP-HOUSEHOLD-ID TO MW-HOUSEHOLD-ID
005720     IF WS-GRP-SIZE = 1
005730         MOVE 'Y' TO MW-PRIMARY-SW
005740     ELSE
005750         MOVE 'N' TO MW-PRIMARY-SW
005760     END-IF
005770     MOVE SA-ADDRESS-KEY      TO MW-ADDRESS-KEY
005780     MOVE SA-NAME             TO MW-NAME
005790     WRITE MEMBER-WORK-RECORD
005800     ADD 1 TO WS-MEMBERS-ASSIGNED.
005810
005820 2600-CLOSE-HOUSEHOLD.
005830     MOVE WS-GRP-KEY TO WS-ADDRESS-KEY
005840     IF WS-GRP-SIZE = ZERO
005850         ADD 1 TO WS-DISSOLVED-HOUSEHOLDS
005860         MOVE "DISSOLVED " TO REPORT-RECORD
005870         PERFORM 2610-WRITE-HOUSEHOLD-CHANGE
005880     ELSE
005890         MOVE WS-GRP-HOUSEHOLD-ID TO HW-HOUSEHOLD-ID
005900         MOVE WS-GRP-SIZE         TO HW-SIZE
005910         MOVE WS-GRP-NEW-SW       TO HW-NEW-SW
005920         MOVE WS-GRP-KEY          TO HW-ADDRESS-KEY
005930         WRITE HOUSEHOLD-WORK-RECORD
005940         ADD 1 TO WS-HOUSEHOLDS
005950         IF WS-GRP-SIZE > 1
005960             ADD 1 TO WS-MULTI-HOUSEHOLDS
005970         END-IF
005980         IF WS-GRP-NEW
005990             ADD 1 TO WS-NEW-HOUSEHOLDS
006000             MOVE "NEW       " TO REPORT-RECORD
006010             PERFORM 2610-WRITE-HOUSEHOLD-CHANGE
006020         END-IF
006030     END-IF.
006040
006050*----------------------------------------------------------------
006060*    2610-WRITE-HOUSEHOLD-CHANGE
006070*    REPORT-RECORD ARRIVES HOLDING THE EVENT WORD.  A FIRST RUN
006080*    WOULD LIST EVERY HOUSEHOLD AS NEW, SO IT LISTS NONE.
006090*----------------------------------------------------------------
006100 2610-WRITE-HOUSEHOLD-CHANGE.
006110     IF WS-PRIOR-XREF
006120         PERFORM 7100-FORMAT-ADDRESS
006130         STRING "HOUSEHOLD " WS-GRP-HOUSEHOLD-ID "  "
006140                WS-ADDRESS-TEXT
006150             DELIMITED BY SIZE
006160             INTO REPORT-RECORD (12:121)
006170         END-STRING
006180         WRITE REPORT-RECORD
006190         ADD 1 TO WS-SECTION-LINES
006200     END-IF.
006210
006220*----------------------------------------------------------------
006230*    3000-COMPARE-WITH-LAST-RUN
006240*    MATCHES THE NEW MEMBERSHIP (CUSTOMER ORDER) AGAINST THE
006250*    LAST CROSS-REFERENCE (ALSO CUSTOMER ORDER) TO FIND WHO
006260*    JOINED, LEFT OR MOVED, AND WRITES THE NEW CROSS-REFERENCE
006270*    AND THE MEMBER LINES FOR THE REPORT.
006280*----------------------------------------------------------------
006290 3000-COMPARE-WITH-LAST-RUN.
006300     OPEN INPUT MEMBER-SORTED-FILE
006310     OPEN OUTPUT NEW-XREF-FILE
006320     OPEN OUTPUT REPORT-MEMBER-FILE
006330     MOVE "CUSTOMERS WHO JOINED, LEFT OR MOVED SINCE LAST RUN"
006340         TO WS-ADDRESS-TEXT
006350     PERFORM 8100-WRITE-SECTION-HEADING
006360     MOVE 'N' TO WS-HHX-EOF
006370     IF WS-PRIOR-XREF
006380         OPEN INPUT HOUSEHOLD-XREF-FILE
006390         PERFORM 3900-READ-OLD-XREF
006400     ELSE
006410         MOVE 'Y' TO WS-HHX-EOF
006420     END-IF
006430     MOVE 'N' TO WS-MS-EOF
006440     PERFORM 3910-READ-MEMBER
006450     PERFORM 3100-MATCH-ONE-CUSTOMER
006460         UNTIL WS-MS-EOF-YES AND WS-HHX-EOF-YES
006470     PERFORM 8200-END-SECTION
006480     IF WS-PRIOR-XREF
006490         CLOSE HOUSEHOLD-XREF-FILE
006500     END-IF
006510     MOVE SPACES               TO NEW-XREF-RECORD
006520     MOVE 'TRL'                TO NHT-CODE
006530     MOVE WS-XREF-WRITTEN      TO NHT-RECORD-COUNT
006540     MOVE WS-LAST-HOUSEHOLD-ID TO NHT-LAST-HOUSEHOLD-ID
006550     WRITE NEW-XREF-RECORD
006560     CLOSE MEMBER-SORTED-FILE
006570     CLOSE NEW-XREF-FILE
006580     CLOSE REPORT-MEMBER-FILE.
006590
006600 3100-MATCH-ONE-CUSTOMER.
006610     EVALUATE TRUE
006620         WHEN WS-HHX-EOF-YES
006630             PERFORM 3110-MEMBER-JOINED
006640         WHEN NOT WS-MS-EOF-YES
006650             AND MS-CUSTOMER-ID < HHX-CUSTOMER-ID
006660             PERFORM 3110-MEMBER-JOINED
006670         WHEN WS-MS-EOF-YES
006680             PERFORM 3120-MEMBER-LEFT
006690         WHEN HHX-CUSTOMER-ID < MS-CUSTOMER-ID
006700             PERFORM 3120-MEMBER-LEFT
006710         WHEN OTHER
006720             PERFORM 3130-MEMBER-ON-BOTH
006730     END-EVALUATE.
006740
006750 3110-MEMBER-JOINED.
006760     ADD 1 TO WS-JOINED
006770     MOVE WS-RUN-DATE TO WS-SINCE-DATE
006780     IF WS-PRIOR-XREF
006790         MOVE SPACES TO REPORT-RECORD
006800         STRING "JOINED     CUSTOMER " MS-CUSTOMER-ID
006810                "  HOUSEHOLD " MS-HOUSEHOLD-ID
006820             DELIMITED BY SIZE
006830             INTO REPORT-RECORD
006840         END-STRING
006850         WRITE REPORT-RECORD
006860         ADD 1 TO WS-SECTION-LINES
006870     END-IF
006880     PERFORM 3200-WRITE-NEW-MEMBER
006890     PERFORM 3910-READ-MEMBER.
006900
006910 3120-MEMBER-LEFT.
006920     ADD 1 TO WS-LEFT
006930     MOVE SPACES TO REPORT-RECORD
006940     STRING "LEFT       CUSTOMER " HHX-CUSTOMER-ID
006950            "  HOUSEHOLD " HHX-HOUSEHOLD-ID
006960            "  (CLOSED, NO ADDRESS OR NO LONGER ON MASTER)"
006970         DELIMITED BY SIZE
006980         INTO REPORT-RECORD
006990     END-STRING
007000     WRITE REPORT-RECORD
007010     ADD 1 TO WS-SECTION-LINES
007020     PERFORM 3900-READ-OLD-XREF.
007030
007040 3130-MEMBER-ON-BOTH.
007050     IF MS-HOUSEHOLD-ID = HHX-HOUSEHOLD-ID
007060         ADD 1 TO WS-UNCHANGED
007070         MOVE HHX-SINCE-DATE TO WS-SINCE-DATE
007080     ELSE
007090         ADD 1 TO WS-MOVED
007100         MOVE WS-RUN-DATE TO WS-SINCE-DATE
007110         MOVE SPACES TO REPORT-RECORD
007120         STRING "MOVED      CUSTOMER " MS-CUSTOMER-ID
007130                "  HOUSEHOLD " HHX-HOUSEHOLD-ID
007140                " TO " MS-HOUSEHOLD-ID
007150             DELIMITED BY SIZE
007160             INTO REPORT-RECORD
007170         END-STRING
007180         WRITE REPORT-RECORD
007190         ADD 1 TO WS-SECTION-LINES
007200     END-IF
007210     PERFORM 3200-WRITE-NEW-MEMBER
007220     PERFORM 3900-READ-OLD-XREF
007230     PERFORM 3910-READ-MEMBER.
007240
007250 3200-WRITE-NEW-MEMBER.
007260     MOVE SPACES          TO NEW-XREF-RECORD
007270     MOVE MS-CUSTOMER-ID  TO NHX-CUSTOMER-ID
007280     MOVE MS-HOUSEHOLD-ID TO NHX-HOUSEHOLD-ID
007290     MOVE MS-PRIMARY-SW   TO NHX-PRIMARY-SW
007300     MOVE WS-SINCE-DATE   TO NHX-SINCE-DATE
007310     MOVE MS-ADDRESS-KEY  TO NHX-ADDRESS-KEY
007320     WRITE NEW-XREF-RECORD
007330     ADD 1 TO WS-XREF-WRITTEN
007340     MOVE MS-HOUSEHOLD-ID TO RM-HOUSEHOLD-ID
007350     MOVE MS-CUSTOMER-ID  TO RM-CUSTOMER-ID
007360     MOVE MS-PRIMARY-SW   TO RM-PRIMARY-SW
007370     MOVE WS-SINCE-DATE   TO RM-SINCE-DATE
007380     MOVE MS-NAME         TO RM-NAME
007390     WRITE REPORT-MEMBER-RECORD.
007400
007410 3900-READ-OLD-XREF.
007420     READ HOUSEHOLD-XREF-FILE
007430         AT END
007440             MOVE 'Y' TO WS-HHX-EOF
007450         NOT AT END
007460             IF HHT-CODE = 'TRL'
007470                 MOVE 'Y' TO WS-HHX-EOF
007480             END-IF
007490     END-READ.
007500
007510 3910-READ-MEMBER.
007520     READ MEMBER-SORTED-FILE
007530         AT END
007540             MOVE 'Y' TO WS-MS-EOF
007550     END-READ.
007560
007570*----------------------------------------------------------------
007580*    4000-RELEASE-REPORT-LINES
007590*    SORT INPUT PROCEDURE: ONE HEADING PER HOUSEHOLD AND ONE
007600*    LINE PER MEMBER, TO BE LISTED IN HOUSEHOLD ID ORDER.
007610*----------------------------------------------------------------
007620 4000-RELEASE-REPORT-LINES.
007630     MOVE 'N' TO WS-WORK-EOF
007640     OPEN INPUT HOUSEHOLD-WORK-FILE
007650     PERFORM 4010-RELEASE-HOUSEHOLD UNTIL WS-WORK-EOF-YES
007660     CLOSE HOUSEHOLD-WORK-FILE
007670     MOVE 'N' TO WS-WORK-EOF
007680     OPEN INPUT REPORT-MEMBER-FILE
007690     PERFORM 4020-RELEASE-MEMBER UNTIL WS-WORK-EOF-YES
007700     CLOSE REPORT-MEMBER-FILE.
007710
007720 4010-RELEASE-HOUSEHOLD.
007730     READ HOUSEHOLD-WORK-FILE
007740         AT END
007750             MOVE 'Y' TO WS-WORK-EOF
007760         NOT AT END
007770             MOVE HW-HOUSEHOLD-ID TO SR-HOUSEHOLD-ID
007780             MOVE '1'             TO SR-TYPE
007790             MOVE ZERO            TO SR-CUSTOMER-ID
007800             MOVE HW-SIZE         TO SR-SIZE
007810             MOVE HW-NEW-SW       TO SR-FLAG
007820             MOVE ZERO            TO SR-SINCE-DATE
007830             MOVE HW-ADDRESS-KEY  TO SR-TEXT
007840             RELEASE SORT-REPORT-RECORD
007850     END-READ.
007860
007870 4020-RELEASE-MEMBER.
007880     READ REPORT-MEMBER-FILE
007890         AT END
007900             MOVE 'Y' TO WS-WORK-EOF
007910         NOT AT END
007920             MOVE RM-HOUSEHOLD-ID TO SR-HOUSEHOLD-ID
007930             MOVE '2'             TO SR-TYPE
007940             MOVE RM-CUSTOMER-ID  TO SR-CUSTOMER-ID
007950             MOVE ZERO            TO SR-SIZE
007960             MOVE RM-PRIMARY-SW   TO SR-FLAG
007970             MOVE RM-SINCE-DATE   TO SR-SINCE-DATE
007980             MOVE RM-NAME         TO SR-TEXT
007990             RELEASE SORT-REPORT-RECORD
008000     END-READ.
008010
008020*----------------------------------------------------------------
008030*    4500-PRINT-HOUSEHOLDS
008040*    SORT OUTPUT PROCEDURE: EVERY HOUSEHOLD WITH ITS SIZE AND
008050*    ADDRESS, FOLLOWED BY ITS MEMBERS.
008060*----------------------------------------------------------------
008070 4500-PRINT-HOUSEHOLDS.
008080     MOVE "HOUSEHOLDS" TO WS-ADDRESS-TEXT
008090     PERFORM 8100-WRITE-SECTION-HEADING
008100     MOVE 'N' TO WS-SORT-EOF
008110     PERFORM 4510-PRINT-ONE-LINE UNTIL WS-SORT-EOF-YES
008120     IF WS-SECTION-LINES = ZERO
008130         MOVE "    NONE" TO REPORT-RECORD
008140         WRITE REPORT-RECORD
008150     END-IF.
008160
008170 4510-PRINT-ONE-LINE.
008180     RETURN SORT-REPORT-FILE
008190         AT END
008200             MOVE 'Y' TO WS-SORT-EOF
008210         NOT AT END
008220             MOVE SPACES TO REPORT-RECORD
008230             IF SR-HOUSEHOLD
008240                 PERFORM 4520-PRINT-HOUSEHOLD-HEADING
008250             ELSE
008260                 PERFORM 4530-PRINT-MEMBER
008270             END-IF
008280             ADD 1 TO WS-SECTION-LINES
008290     END-RETURN.
008300
008310 4520-PRINT-HOUSEHOLD-HEADING.
008320     WRITE REPORT-RECORD
008330     MOVE SR-TEXT TO WS-ADDRESS-KEY
008340     PERFORM 7100-FORMAT-ADDRESS
008350     MOVE SR-SIZE TO WS-SIZE-DISPLAY
008360     STRING "HOUSEHOLD " SR-HOUSEHOLD-ID
008370            "  SIZE " WS-SIZE-DISPLAY
008380            "  " WS-ADDRESS-TEXT
008390         DELIMITED BY SIZE
008400         INTO REPORT-RECORD
008410     END-STRING
008420     IF SR-FLAG = 'Y'
008430         MOVE "NEW" TO REPORT-RECORD (128:3)
008440     END-IF
008450     WRITE REPORT-RECORD.
008460
008470 4530-PRINT-MEMBER.
008480     STRING "    CUSTOMER " SR-CUSTOMER-ID
008490            "  " SR-TEXT (1:36)
008500            "  SINCE " SR-SINCE-DATE
008510         DELIMITED BY SIZE
008520         INTO REPORT-RECORD
008530     END-STRING
008540     IF SR-FLAG = 'Y'
008550         MOVE "PRIMARY" TO REPORT-RECORD (75:7)
008560     END-IF
008570     WRITE REPORT-RECORD.
008580
008590*----------------------------------------------------------------
008600*    4900-CHECK-BALANCE
008610*    EVERY ACTIVE CUSTOMER WITH AN ADDRESS IS IN EXACTLY ONE
008620*    HOUSEHOLD ON THE NEW CROSS-REFERENCE, AND EVERY MEMBER OF
008630*    THE LAST ONE IS ACCOUNTED FOR AS STAYED, MOVED OR LEFT.
008640*----------------------------------------------------------------
008650 4900-CHECK-BALANCE.
008660     IF WS-MEMBERS-ASSIGNED NOT = WS-TO-HOUSEHOLD
008670         OR WS-XREF-WRITTEN NOT = WS-MEMBERS-ASSIGNED
008680         OR WS-JOINED + WS-MOVED + WS-UNCHANGED
008690             NOT = WS-XREF-WRITTEN
008700         OR WS-LEFT + WS-MOVED + WS-UNCHANGED
008710             NOT = WS-OLD-MEMBERS
008720         SET WS-OUT-OF-BALANCE TO TRUE
008730         DISPLAY "*** CMHHOLD: CONTROL TOTALS DO NOT BALANCE - "
008740                 "HHXREF.DAT NOT REPLACED ***"
008750     END-IF.
008760
008770*----------------------------------------------------------------
008780*    5000-REPLACE-XREF
008790*    COPIES THE NEW CROSS-REFERENCE OVER HHXREF.DAT.
008800*----------------------------------------------------------------
008810 5000-REPLACE-XREF.
008820     MOVE 'N' TO WS-NHX-EOF
008830     OPEN INPUT NEW-XREF-FILE
008840     IF WS-NHX-FILE-STATUS NOT = "00"
008850         DISPLAY "*** CMHHOLD: REOPEN OF CMHHXREF.TMP FAILED - "
008860                 "STATUS " WS-NHX-FILE-STATUS
008870                 " - HHXREF.DAT NOT REPLACED ***"
008880         SET WS-OUT-OF-BALANCE TO TRUE
008890     ELSE
008900         OPEN OUTPUT HOUSEHOLD-XREF-FILE
008910         IF WS-HHX-FILE-STATUS NOT = "00"
008920             DISPLAY "*** CMHHOLD: CANNOT REWRITE HHXREF.DAT - "
008930                     "STATUS " WS-HHX-FILE-STATUS " ***"
008940             SET WS-HARD-FAIL TO TRUE
008950             CLOSE NEW-XREF-FILE
008960         ELSE
008970             PERFORM 5010-COPY-ONE-XREF-RECORD
008980                 UNTIL WS-NHX-EOF-YES
008990             CLOSE NEW-XREF-FILE
009000             CLOSE HOUSEHOLD-XREF-FILE
009010             IF WS-XREF-COPIED = WS-XREF-WRITTEN + 1
009020                 SET WS-XREF-REPLACED TO TRUE
009030             ELSE
009040                 DISPLAY "*** CMHHOLD: HHXREF.DAT REWRITE "
009050                         "INCOMPLETE - NEW CROSS-REFERENCE "
009060                         "LEFT IN CMHHXREF.TMP ***"
009070                 SET WS-HARD-FAIL TO TRUE
009080             END-IF
009090         END-IF
009100     END-IF.
009110
009120 5010-COPY-ONE-XREF-RECORD.
009130     READ NEW-XREF-FILE
009140         AT END
009150             MOVE 'Y' TO WS-NHX-EOF
009160         NOT AT END
009170             MOVE NEW-XREF-RECORD TO HOUSEHOLD-XREF-RECORD
009180             WRITE HOUSEHOLD-XREF-RECORD
009190             ADD 1 TO WS-XREF-COPIED
009200     END-READ.
009210
009220*----------------------------------------------------------------
009230*    7000-NORMALIZE-ADDRESS-PART
009240*    WS-NORM-IN TO WS-NORM-OUT: UPPER-CASED, PUNCTUATION
009250*    BLANKED, ONE BLANK BETWEEN WORDS, STREET WORDS
009260*    ABBREVIATED.
009270*----------------------------------------------------------------
009280 7000-NORMALIZE-ADDRESS-PART.
009290     MOVE WS-NORM-IN TO WS-NORM-WORK
009300     INSPECT WS-NORM-WORK
009310         CONVERTING "abcdefghijklmnopqrstuvwxyz"
009320                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009330     INSPECT WS-NORM-WORK
009340         CONVERTING ".,#'-/&();:"
009350                 TO "           "
009360     MOVE SPACES TO WS-NORM-TOKEN-TABLE
009370     MOVE ZERO   TO WS-NORM-TOKEN-CNT
009380     UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
009390         INTO WS-NORM-TOKEN (1)  WS-NORM-TOKEN (2)
009400              WS-NORM-TOKEN (3)  WS-NORM-TOKEN (4)
009410              WS-NORM-TOKEN (5)  WS-NORM-TOKEN (6)
009420              WS-NORM-TOKEN (7)  WS-NORM-TOKEN (8)
009430              WS-NORM-TOKEN (9)  WS-NORM-TOKEN (10)
009440              WS-NORM-TOKEN (11) WS-NORM-TOKEN (12)
009450              WS-NORM-TOKEN (13) WS-NORM-TOKEN (14)
009460              WS-NORM-TOKEN (15)
009470         TALLYING IN WS-NORM-TOKEN-CNT
009480     END-UNSTRING
009490     MOVE SPACES TO WS-NORM-OUT
009500     MOVE 1      TO WS-NORM-PTR
009510     PERFORM 7010-APPEND-ONE-WORD
009520         VARYING WS-NORM-IX FROM 1 BY 1
009530             UNTIL WS-NORM-IX > WS-NORM-TOKEN-CNT.
009540
009550 7010-APPEND-ONE-WORD.
009560     IF WS-NORM-TOKEN (WS-NORM-IX) NOT = SPACES
009570         PERFORM 7020-ABBREVIATE-ONE-WORD
009580             VARYING WS-ABBR-IX FROM 1 BY 1
009590                 UNTIL WS-ABBR-IX > 20
009600         IF WS-NORM-PTR > 1
009610             STRING " " DELIMITED BY SIZE
009620                 INTO WS-NORM-OUT
009630                 WITH POINTER WS-NORM-PTR
009640             END-STRING
009650         END-IF
009660         STRING WS-NORM-TOKEN (WS-NORM-IX) DELIMITED BY SPACE
009670             INTO WS-NORM-OUT
009680             WITH POINTER WS-NORM-PTR
009690         END-STRING
009700     END-IF.
009710
009720 7020-ABBREVIATE-ONE-WORD.
009730     IF WS-NORM-TOKEN (WS-NORM-IX) = WS-ABBR-WORD (WS-ABBR-IX)
009740         MOVE WS-ABBR-SHORT (WS-ABBR-IX)
009750             TO WS-NORM-TOKEN (WS-NORM-IX)
009760     END-IF.
009770
009780*----------------------------------------------------------------
009790*    7100-FORMAT-ADDRESS
009800*    WS-ADDRESS-KEY AS ONE PRINTABLE LINE IN WS-ADDRESS-TEXT.
009810*    THE PARTS ARE NORMALIZED, SO A DOUBLE BLANK ENDS EACH.
009820*----------------------------------------------------------------
009830 7100-FORMAT-ADDRESS.
009840     MOVE SPACES TO WS-ADDRESS-TEXT
009850     MOVE 1      TO WS-ADDRESS-PTR
009860     STRING WS-KEY-ADDR-1 DELIMITED BY "  "
009870         INTO WS-ADDRESS-TEXT
009880         WITH POINTER WS-ADDRESS-PTR
009890     END-STRING
009900     IF WS-KEY-ADDR-2 NOT = SPACES
009910         STRING " "           DELIMITED BY SIZE
009920                WS-KEY-ADDR-2 DELIMITED BY "  "
009930             INTO WS-ADDRESS-TEXT
009940             WITH POINTER WS-ADDRESS-PTR
009950         END-STRING
009960     END-IF
009970     STRING ", "          DELIMITED BY SIZE
009980            WS-KEY-CITY   DELIMITED BY "  "
009990            " "           DELIMITED BY SIZE
010000            WS-KEY-POSTAL DELIMITED BY "  "
010010         INTO WS-ADDRESS-TEXT
010020         WITH POINTER WS-ADDRESS-PTR
010030     END-STRING.
010040
010050*----------------------------------------------------------------
010060*    8100-WRITE-SECTION-HEADING / 8200-END-SECTION
010070*    WS-ADDRESS-TEXT ARRIVES HOLDING THE SECTION TITLE.  A
010080*    SECTION WITH NOTHING IN IT SAYS SO.
010090*----------------------------------------------------------------
010100 8100-WRITE-SECTION-HEADING.
010110     MOVE SPACES TO REPORT-RECORD
010120     WRITE REPORT-RECORD
010130     MOVE WS-ADDRESS-TEXT TO REPORT-RECORD
010140     WRITE REPORT-RECORD
010150     MOVE ALL '-' TO REPORT-RECORD (1:60)
010160     WRITE REPORT-RECORD
010170     MOVE ZERO TO WS-SECTION-LINES.
010180
010190 8200-END-SECTION.
010200     IF WS-SECTION-LINES = ZERO
010210         MOVE SPACES TO REPORT-RECORD
010220         IF WS-PRIOR-XREF
010230             MOVE "    NONE" TO REPORT-RECORD
010240         ELSE
010250             MOVE "    NONE - FIRST RUN" TO REPORT-RECORD
010260         END-IF
010270         WRITE REPORT-RECORD
010280     END-IF.
010290
010300*----------------------------------------------------------------
010310*    9100-WRITE-CONTROL-TOTALS
010320*    CONTROL TOTALS TO THE REPORT AND THE CONSOLE.
010330*----------------------------------------------------------------
010340 9100-WRITE-CONTROL-TOTALS.
010350     MOVE "CONTROL TOTALS" TO WS-ADDRESS-TEXT
010360     PERFORM 8100-WRITE-SECTION-HEADING
010370
010380     MOVE WS-CUSTOMERS-READ TO WS-CNT-DISPLAY
010390     MOVE "CUSTOMERS READ.............: " TO WS-ADDRESS-TEXT
010400     PERFORM 9110-WRITE-ONE-TOTAL
010410     MOVE WS-NOT-ACTIVE TO WS-CNT-DISPLAY
010420     MOVE "  NOT ACTIVE - SKIPPED.....: " TO WS-ADDRESS-TEXT
010430     PERFORM 9110-WRITE-ONE-TOTAL
010440     MOVE WS-NO-ADDRESS TO WS-CNT-DISPLAY
010450     MOVE "  ACTIVE, NO ADDRESS.......: " TO WS-ADDRESS-TEXT
010460     PERFORM 9110-WRITE-ONE-TOTAL
010470     MOVE WS-TO-HOUSEHOLD TO WS-CNT-DISPLAY
010480     MOVE "  ACTIVE, HOUSEHOLDED......: " TO WS-ADDRESS-TEXT
010490     PERFORM 9110-WRITE-ONE-TOTAL
010500     MOVE WS-HOUSEHOLDS TO WS-CNT-DISPLAY
010510     MOVE "HOUSEHOLDS.................: " TO WS-ADDRESS-TEXT
010520     PERFORM 9110-WRITE-ONE-TOTAL
010530     MOVE WS-MULTI-HOUSEHOLDS TO WS-CNT-DISPLAY
010540     MOVE "  WITH MORE THAN ONE MEMBER: " TO WS-ADDRESS-TEXT
010550     PERFORM 9110-WRITE-ONE-TOTAL
010560     MOVE WS-NEW-HOUSEHOLDS TO WS-CNT-DISPLAY
010570     MOVE "  NEW THIS RUN.............: " TO WS-ADDRESS-TEXT
010580     PERFORM 9110-WRITE-ONE-TOTAL
010590     MOVE WS-DISSOLVED-HOUSEHOLDS TO WS-CNT-DISPLAY
010600     MOVE "HOUSEHOLDS DISSOLVED.......: " TO WS-ADDRESS-TEXT
010610     PERFORM 9110-WRITE-ONE-TOTAL
010620     MOVE WS-OLD-MEMBERS TO WS-CNT-DISPLAY
010630     MOVE "MEMBERS ON LAST XREF.......: " TO WS-ADDRESS-TEXT
010640     PERFORM 9110-WRITE-ONE-TOTAL
010650     MOVE WS-UNCHANGED TO WS-CNT-DISPLAY
010660     MOVE "  STAYED...................: " TO WS-ADDRESS-TEXT
010670     PERFORM 9110-WRITE-ONE-TOTAL
010680     MOVE WS-MOVED TO WS-CNT-DISPLAY
010690     MOVE "  MOVED HOUSEHOLD..........: " TO WS-ADDRESS-TEXT
010700     PERFORM 9110-WRITE-ONE-TOTAL
010710     MOVE WS-LEFT TO WS-CNT-DISPLAY
010720     MOVE "  LEFT.....................: " TO WS-ADDRESS-TEXT
010730     PERFORM 9110-WRITE-ONE-TOTAL
010740     MOVE WS-JOINED TO WS-CNT-DISPLAY
010750     MOVE "MEMBERS JOINED.............: " TO WS-ADDRESS-TEXT
010760     PERFORM 9110-WRITE-ONE-TOTAL
010770     MOVE WS-XREF-WRITTEN TO WS-CNT-DISPLAY
010780     MOVE "MEMBERS ON NEW XREF........: " TO WS-ADDRESS-TEXT
010790     PERFORM 9110-WRITE-ONE-TOTAL
010800
010810     MOVE SPACES TO REPORT-RECORD
010820     STRING "LAST HOUSEHOLD ID ISSUED...: " WS-LAST-HOUSEHOLD-ID
010830         DELIMITED BY SIZE
010840         INTO REPORT-RECORD
010850     END-STRING
010860     WRITE REPORT-RECORD
010870
010880     MOVE SPACES TO REPORT-RECORD
010890     EVALUATE TRUE
010900         WHEN WS-HARD-FAIL
010910             MOVE "*** RUN FAILED - HHXREF.DAT NOT REPLACED ***"
010920                 TO REPORT-RECORD
010930         WHEN WS-OUT-OF-BALANCE
010940             STRING "*** CONTROL TOTALS DO NOT BALANCE - "
010950                    "HHXREF.DAT NOT REPLACED ***"
010960                 DELIMITED BY SIZE
010970                 INTO REPORT-RECORD
010980             END-STRING
010990         WHEN OTHER
011000             MOVE "HHXREF.DAT REPLACED" TO REPORT-RECORD
011010     END-EVALUATE
011020     WRITE REPORT-RECORD
011030     CLOSE REPORT-FILE.
011040
011050*----------------------------------------------------------------
011060*    9110-WRITE-ONE-TOTAL
011070*    WS-ADDRESS-TEXT HOLDS THE LABEL, WS-CNT-DISPLAY THE COUNT.
011080*----------------------------------------------------------------
011090 9110-WRITE-ONE-TOTAL.
011100     MOVE SPACES TO REPORT-RECORD
011110     STRING WS-ADDRESS-TEXT (1:29) WS-CNT-DISPLAY
011120         DELIMITED BY SIZE
011130         INTO REPORT-RECORD
011140     END-STRING
011150     WRITE REPORT-RECORD
011160     DISPLAY "CMHHOLD " WS-ADDRESS-TEXT (1:29) WS-CNT-DISPLAY.
011170
011180*----------------------------------------------------------------
011190*    9300-SET-RETURN-CODE
011200*    0 CLEAN, 8 OUT OF BALANCE, 12 HARD FAILURE.
011210*----------------------------------------------------------------
011220 9300-SET-RETURN-CODE.
011230     EVALUATE TRUE
011240         WHEN WS-HARD-FAIL
011250             MOVE 12 TO WS-RUN-RC
011260         WHEN WS-OUT-OF-BALANCE
011270             MOVE 8 TO WS-RUN-RC
011280         WHEN OTHER
011290             MOVE ZERO TO WS-RUN-RC
011300     END-EVALUATE
011310     DISPLAY "CMHHOLD RETURN CODE " WS-RUN-RC.

000270*      - FIELD-LEVEL MISMATCHES (NAME PARTS, EMAIL) FOR
000280*        CUSTOMERS PRESENT IN BOTH.  THE SNAPSHOT NAME IS RUN
000290*        THROUGH THE SAME SPLIT MIGRATE-CSV APPLIES SO THE
000296*        COMPARISON IS LIKE FOR LIKE.  EACH MISMATCH NAMES
000302*        THE PROVIDER THAT LAST SET THE MASTER'S VALUE.
000310*
000320*    MODIFICATION HISTORY.
000330*    -------------------------------------------------------
000570*                      100,000-CUSTOMER MASTER RECONCILES
000580*                      COMPLETELY.  THE PER-DETAIL RANDOM READ
000590*                      OF THE MASTER IS GONE TOO.
000591*    10/15/2026  JF   THE SNAPSHOT'S PROVIDER IS READ FROM ITS
000592*                      HDR AND SHOWN WITH THE CONTROL TOTALS,
000593*                      AND EACH FIELD MISMATCH NOW NAMES THE
000594*                      PROVIDER THAT LAST SET THE MASTER'S VALUE
000595*                      (REPORT LINE WIDENED TO 120).
000600*--------------------------------------------------------------*
000610
000620 ENVIRONMENT DIVISION.
000970     05  SNAP-HDR-FILE-DATE     PIC 9(08).
000980     05  SNAP-HDR-EXPECTED-CNT  PIC 9(07).
000990     05  SNAP-HDR-LAYOUT-VER    PIC X(02).
000996     05  SNAP-HDR-PROVIDER-ID   PIC X(08).
001002     05  FILLER                 PIC X(140).
001010
001020 01  SNAP-TRAILER-RECORD REDEFINES SNAP-RECORD.
001030     05  SNAP-TRL-CODE          PIC X(03).
001050     05  FILLER                 PIC X(158).
001060
001070 FD  RECON-REPORT-FILE.
001080 01  RECON-REPORT-RECORD       PIC X(120).
001090
001100 SD  SORT-WORK-FILE.
001110 01  SORT-RECORD.
001750 01  WS-FIELD-TAG              PIC X(11).
001760 01  WS-SNAP-VALUE             PIC X(20).
001770 01  WS-MASTER-VALUE           PIC X(20).
001773 01  WS-MASTER-SOURCE          PIC X(08).
001776 01  WS-SNAP-PROVIDER          PIC X(08) VALUE SPACES.
001780
001790 01  WS-SNAP-OPEN-SW           PIC X VALUE 'N'.
001800     88  WS-SNAP-OPEN-OK           VALUE 'Y'.
002770             EVALUATE TRUE
002780                 WHEN SNAP-REC-PREFIX = 'HDR'
002790                     SET WS-HEADER-SEEN TO TRUE
002792                     MOVE SNAP-HDR-PROVIDER-ID TO WS-SNAP-PROVIDER
002794                     IF WS-SNAP-PROVIDER = SPACES
002796                         MOVE 'CORE' TO WS-SNAP-PROVIDER
002798                     END-IF
002800                     DISPLAY "SNAPSHOT HEADER - FILE DATE "
002810                             SNAP-HDR-FILE-DATE
002815                             " PROVIDER " WS-SNAP-PROVIDER
002820                 WHEN SNAP-REC-PREFIX = 'TRL'
002830                     PERFORM 2020-PROCESS-TRAILER-RECORD
002840                 WHEN OTHER
004310*    2200-COMPARE-FIELDS
004320*    SPLITS THE SNAPSHOT NAME THE SAME WAY MIGRATE-CSV DOES,
004330*    THEN REPORTS EVERY FIELD WHOSE SNAPSHOT VALUE DISAGREES
004335*    WITH THE MASTER, WITH THE PROVIDER THAT SET THE MASTER'S
004340*    VALUE (BLANK FOR A VALUE SET BEFORE PROVIDERS WERE
004345*    RECORDED).
004350*----------------------------------------------------------------
004360 2200-COMPARE-FIELDS.
004370     MOVE 'N' TO WS-MISMATCH-THIS-CUST-SW
004410         MOVE 'FIRST NAME '   TO WS-FIELD-TAG
004420         MOVE WS-FIRST-NAME   TO WS-SNAP-VALUE
004430         MOVE CM-FIRST-NAME   TO WS-MASTER-VALUE
004435         MOVE CM-NAME-SOURCE  TO WS-MASTER-SOURCE
004440         PERFORM 2210-WRITE-MISMATCH-LINE
004450     END-IF
004460     IF WS-MIDDLE-NAME NOT = CM-MIDDLE-NAME
004470         MOVE 'MIDDLE NAME'   TO WS-FIELD-TAG
004480         MOVE WS-MIDDLE-NAME  TO WS-SNAP-VALUE
004490         MOVE CM-MIDDLE-NAME  TO WS-MASTER-VALUE
004495         MOVE CM-NAME-SOURCE  TO WS-MASTER-SOURCE
004500         PERFORM 2210-WRITE-MISMATCH-LINE
004510     END-IF
004520     IF WS-LAST-NAME NOT = CM-LAST-NAME
004530         MOVE 'LAST NAME  '   TO WS-FIELD-TAG
004540         MOVE WS-LAST-NAME    TO WS-SNAP-VALUE
004550         MOVE CM-LAST-NAME    TO WS-MASTER-VALUE
004555         MOVE CM-NAME-SOURCE  TO WS-MASTER-SOURCE
004560         PERFORM 2210-WRITE-MISMATCH-LINE
004570     END-IF
004580     IF WS-SUFFIX NOT = CM-SUFFIX
004590         MOVE 'SUFFIX     '   TO WS-FIELD-TAG
004600         MOVE WS-SUFFIX       TO WS-SNAP-VALUE
004610         MOVE CM-SUFFIX       TO WS-MASTER-VALUE
004615         MOVE CM-NAME-SOURCE  TO WS-MASTER-SOURCE
004620         PERFORM 2210-WRITE-MISMATCH-LINE
004630     END-IF
004640     IF SR-EMAIL NOT = CM-EMAIL
004650         MOVE 'EMAIL      '   TO WS-FIELD-TAG
004660         MOVE SR-EMAIL        TO WS-SNAP-VALUE
004670         MOVE CM-EMAIL        TO WS-MASTER-VALUE
004675         MOVE CM-EMAIL-SOURCE TO WS-MASTER-SOURCE
004680         PERFORM 2210-WRITE-MISMATCH-LINE
004690     END-IF
004700
004770*----------------------------------------------------------------
004780*    2210-WRITE-MISMATCH-LINE
004790*    REPORTS ONE FIELD-LEVEL DISAGREEMENT.  WS-FIELD-TAG,
004796*    WS-SNAP-VALUE, WS-MASTER-VALUE AND WS-MASTER-SOURCE ARE
004802*    SET BY THE CALLER.
004810*----------------------------------------------------------------
004820 2210-WRITE-MISMATCH-LINE.
004830     SET WS-MISMATCH-THIS-CUST TO TRUE
004870            "  " WS-FIELD-TAG
004880            " SNAPSHOT <" WS-SNAP-VALUE
004890            "> MASTER <" WS-MASTER-VALUE ">"
004895            "  SET BY " WS-MASTER-SOURCE
004900         DELIMITED BY SIZE
004910         INTO RECON-REPORT-RECORD
004920     END-STRING
006270     END-STRING
006280     WRITE RECON-REPORT-RECORD
006290
006292     IF WS-HEADER-SEEN
006294         PERFORM 9105-WRITE-SNAP-PROVIDER
006296     END-IF
006300     MOVE WS-SNAP-DETAILS-READ TO WS-CNT-DISPLAY
006310     PERFORM 9110-WRITE-TOTAL-SNAP-READ
006320     MOVE WS-MASTER-RECORDS-READ TO WS-CNT-DISPLAY
006770     MOVE WS-FIELD-MISMATCHES TO WS-CNT-DISPLAY
006780     DISPLAY "RECONCIL COMPLETE - FIELD MISMATCHES: "
006790             WS-CNT-DISPLAY.
006791
006792*----------------------------------------------------------------
006793*    9105-WRITE-SNAP-PROVIDER
006794*    NAMES THE PROVIDER THE SNAPSHOT CAME FROM (CORE WHEN ITS
006795*    HDR LEAVES IT BLANK) AHEAD OF THE CONTROL TOTALS.
006796*----------------------------------------------------------------
006797 9105-WRITE-SNAP-PROVIDER.
006798     MOVE SPACES TO RECON-REPORT-RECORD
006799     STRING "SNAPSHOT PROVIDER........: " WS-SNAP-PROVIDER
006800         DELIMITED BY SIZE
006801         INTO RECON-REPORT-RECORD
006802     END-STRING
006803     WRITE RECON-REPORT-RECORD.
006806
006810*----------------------------------------------------------------
006820*    9110-WRITE-TOTAL-SNAP-READ
006830*    EACH 91XX PARAGRAPH WRITES ONE CONTROL-TOTAL LINE FROM

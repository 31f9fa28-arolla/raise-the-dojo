000820*                      4: CUSTOMERS PAST THE CAP WENT
000830*                      UNRESTORED, WHICH IS AN INCOMPLETE
000840*                      RECOVERY, NOT A WARNING.
000841*    10/15/2026  JF   IMAGES WIDENED TO THE 300-BYTE MASTER
000842*                      LAYOUT (SOURCE-PROVIDER STAMPS).  RECORDS
000843*                      OF THE 212-BYTE IMAGE LAYOUT (498 BYTES)
000844*                      ARE RECOGNIZED AND REMAPPED THE SAME WAY
000845*                      AS THE 187-BYTE ONES.
000846*    10/15/2026  JF   A CUSTOMER ON THE ERASURE REGISTER
000847*                      (ERASED.DAT) IS APPLIED AS CMERASE'S
000848*                      TOMBSTONE - CLOSED, PERSONAL FIELDS
000849*                      REPLACED - WHATEVER THE JOURNAL IMAGE
000850*                      HOLDS, SO NEITHER A FORWARD REPLAY NOR A
000851*                      BACKOUT CAN BRING AN ERASED PERSON BACK.
000852*                      A REGISTER THAT WILL NOT OPEN OR READ
000853*                      ENDS THE RUN RC 12 BEFORE THE MASTER IS
000854*                      OPENED.
000855*--------------------------------------------------------------*
000860
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-LCK-FILE-STATUS.
001190
001192     SELECT ERASURE-REGISTER-FILE ASSIGN TO "erased.dat"
001194         ORGANIZATION IS LINE SEQUENTIAL
001196         FILE STATUS IS WS-ERR-FILE-STATUS.
001198
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  JOURNAL-IN-FILE
001230     RECORD IS VARYING IN SIZE FROM 1 TO 674
001240         DEPENDING ON WS-JRNIN-REC-LEN.
001250     COPY CMJRNL REPLACING LEADING ==JOURNAL== BY ==JRNIN==
001260                           LEADING ==JRN== BY ==JIN==.
001340     05  CAT-RECORD-COUNT      PIC 9(07).
001350
001360 FD  ARCHIVE-FILE
001370     RECORD IS VARYING IN SIZE FROM 1 TO 674
001380         DEPENDING ON WS-ARC-REC-LEN.
001390     COPY CMJRNL REPLACING LEADING ==JOURNAL== BY ==ARCHIVE==
001400                           LEADING ==JRN== BY ==ARC==.
001510 FD  MASTER-LOCK-FILE.
001520     COPY CMLOCK.
001530
001532 FD  ERASURE-REGISTER-FILE.
001534     COPY CMERASED.
001536
001540 WORKING-STORAGE SECTION.
001550 01  WS-JRNIN-FILE-STATUS      PIC XX.
001560 01  WS-JRN-FILE-STATUS        PIC XX.
001570 01  WS-CAT-FILE-STATUS        PIC XX.
001580 01  WS-ARC-FILE-STATUS        PIC XX.
001590 01  WS-CM-FILE-STATUS         PIC XX.
001595 01  WS-ERR-FILE-STATUS        PIC XX.
001600 01  WS-ARCHIVE-DSN            PIC X(40) VALUE SPACES.
001610 01  WS-JRNIN-REC-LEN          PIC 9(04) COMP VALUE ZERO.
001620 01  WS-ARC-REC-LEN            PIC 9(04) COMP VALUE ZERO.
001930 01  WS-APPLY-ERRORS           PIC 9(07) COMP VALUE ZERO.
001940 01  WS-OLD-RECS-CONVERTED     PIC 9(07) COMP VALUE ZERO.
001950 01  WS-GENERATIONS-SEARCHED   PIC 9(05) COMP VALUE ZERO.
001955 01  WS-KEPT-ERASED            PIC 9(07) COMP VALUE ZERO.
001960 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
001970
001980*    THE IMAGE AREAS OF A JOURNAL RECORD WRITTEN BEFORE THE
002040     05  WS-OLD-BEFORE-IMAGE   PIC X(187).
002050     05  FILLER                PIC X(01).
002060     05  WS-OLD-AFTER-IMAGE    PIC X(187).
002061
002062*    THE IMAGE AREAS OF A JOURNAL RECORD WRITTEN BEFORE THE
002063*    300-BYTE MASTER LAYOUT: 212-BYTE IMAGES, 498 BYTES IN ALL.
002064 01  WS-V212-JRNL-RECORD.
002065     05  FILLER                PIC X(73).
002066     05  WS-V212-BEFORE-IMAGE  PIC X(212).
002067     05  FILLER                PIC X(01).
002068     05  WS-V212-AFTER-IMAGE   PIC X(212).
002070
002080 01  WS-BACKOUT-TABLE.
002090     05  WS-BKO-ENTRY          OCCURS 5000 TIMES.
002100         10  WS-BKO-ID             PIC 9(05).
002110         10  WS-BKO-BEFORE         PIC X(300).
002120 01  WS-BKO-CNT                PIC 9(05) COMP VALUE ZERO.
002130 01  WS-BKO-IX                 PIC 9(05) COMP VALUE ZERO.
002140 01  WS-SRCH-IX                PIC 9(05) COMP VALUE ZERO.
002190     88  WS-BKO-TABLE-FULL         VALUE 'Y'.
002200
002210 01  WS-TARGET-ID              PIC 9(05) VALUE ZERO.
002220 01  WS-APPLY-AFTER-IMAGE      PIC X(300) VALUE SPACES.
002230 01  WS-JRN-ACTION             PIC X(07) VALUE SPACES.
002240 01  WS-JRN-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
002250 01  WS-JRN-AFTER-IMAGE        PIC X(300) VALUE SPACES.
002260
002270 01  WS-STOP-SEEN-SW           PIC X VALUE 'N'.
002280     88  WS-STOP-SEEN              VALUE 'Y'.
002390     88  WS-CAT-EOF-YES            VALUE 'Y'.
002400 01  WS-ARC-EOF                PIC X VALUE 'N'.
002410     88  WS-ARC-EOF-YES            VALUE 'Y'.
002411 01  WS-ERR-EOF                PIC X VALUE 'N'.
002412     88  WS-ERR-EOF-YES            VALUE 'Y'.
002413
002414*    ONE SLOT PER POSSIBLE CUSTOMER ID: THE DATE CMERASE ERASED
002415*    THE CUSTOMER, OR SPACES.
002416 01  WS-ERASURE-MAP.
002417     05  WS-ERASED-ON          PIC X(08) OCCURS 99999 TIMES.
002420
002430 PROCEDURE DIVISION.
002440*----------------------------------------------------------------
003010             CLOSE JOURNAL-IN-FILE
003020         END-IF
003030     END-IF
003031
003032     IF NOT WS-HARD-FAIL
003033         PERFORM 1600-LOAD-ERASURE-REGISTER
003034         IF WS-HARD-FAIL
003035             CLOSE JOURNAL-IN-FILE
003036         END-IF
003037     END-IF
003040
003050     IF NOT WS-HARD-FAIL
003060         OPEN I-O CUSTOMER-MASTER-FILE
004800*    IDENTICALLY UNDER EITHER LAYOUT.  THE OLD IMAGES ARE
004810*    REMAPPED INTO THE CURRENT FIELDS; THE NEW STATUS/DATE
004820*    BYTES ARRIVE AS SPACES, WHICH ALREADY MEANS ACTIVE.
004821*
004822*    RECORDS WRITTEN BEFORE THE MASTER GREW ITS SOURCE-
004823*    PROVIDER STAMPS CARRY 212-BYTE IMAGES AND RUN 498 BYTES.
004824*    THE SAME THREE MARKS APPLY ONE LAYOUT ON: A LENGTH OF AT
004825*    MOST 498, THE IMAGE SEPARATOR AT BYTE 286, AND A NON-
004826*    BLANK BYTE 287.  IN A CURRENT RECORD BYTES 286-287 ARE
004827*    THE FIRST TWO BYTES OF THE BEFORE IMAGE'S
004828*    CM-SOURCE-PROVIDER, LEFT-JUSTIFIED, SO A SPACE AT 286
004829*    MEANS A SPACE AT 287 AS WELL.  THE STAMPS ARRIVE AS
004830*    SPACES, WHICH COUNT AS THE ORIGINAL FEED.
004835*----------------------------------------------------------------
004840 2020-CONVERT-OLD-RECORD.
004850     IF WS-JRNIN-REC-LEN <= 448
004860         AND JRNIN-RECORD (261:1) = SPACE
004890         MOVE JRNIN-RECORD        TO WS-OLD-JRNL-RECORD
004900         MOVE WS-OLD-BEFORE-IMAGE TO JIN-BEFORE-IMAGE
004910         MOVE WS-OLD-AFTER-IMAGE  TO JIN-AFTER-IMAGE
004911     ELSE
004912         IF WS-JRNIN-REC-LEN <= 498
004913             AND JRNIN-RECORD (286:1) = SPACE
004914             AND JRNIN-RECORD (287:1) NOT = SPACE
004915             ADD 1 TO WS-OLD-RECS-CONVERTED
004916             MOVE JRNIN-RECORD         TO WS-V212-JRNL-RECORD
004917             MOVE WS-V212-BEFORE-IMAGE TO JIN-BEFORE-IMAGE
004918             MOVE WS-V212-AFTER-IMAGE  TO JIN-AFTER-IMAGE
004919         END-IF
004920     END-IF.
004930
004940*----------------------------------------------------------------
005300*    NOT EXIST REGARDLESS OF WHAT THE ORIGINAL ACTION WAS.
005310*----------------------------------------------------------------
005320 2150-APPLY-IMAGE.
005321     IF WS-TARGET-ID > ZERO
005322         IF WS-ERASED-ON (WS-TARGET-ID) NOT = SPACES
005323             PERFORM 2170-KEEP-ERASED
005324         END-IF
005325     END-IF
005330     MOVE SPACES       TO CUSTOMER-MASTER-RECORD
005340     MOVE WS-TARGET-ID TO CM-CUSTOMER-ID
005350     READ CUSTOMER-MASTER-FILE
008330     END-STRING
008340     WRITE RUN-SUMMARY-RECORD
008350
008351     MOVE WS-KEPT-ERASED TO WS-CNT-DISPLAY
008352     MOVE SPACES TO RUN-SUMMARY-RECORD
008353     STRING "ERASED - KEPT ERASED.....: " WS-CNT-DISPLAY
008354         DELIMITED BY SIZE
008355         INTO RUN-SUMMARY-RECORD
008356     END-STRING
008357     WRITE RUN-SUMMARY-RECORD
008358
008360     IF WS-MODE-BACKOUT
008370         MOVE WS-CUSTOMERS-BACKED-OUT TO WS-CNT-DISPLAY
008380         MOVE SPACES TO RUN-SUMMARY-RECORD
009360         CLOSE MASTER-LOCK-FILE
009370         MOVE 'N' TO WS-LOCK-SW
009380     END-IF.
009390
009400*----------------------------------------------------------------
009410*    1600-LOAD-ERASURE-REGISTER
009420*    MARKS EVERY CUSTOMER CMERASE HAS ERASED.  NO REGISTER
009430*    (STATUS 35) MEANS NO CUSTOMER HAS EVER BEEN ERASED.  A
009440*    REGISTER THAT WILL NOT OPEN OR READ IS A HARD FAILURE,
009450*    TAKEN BEFORE THE MASTER IS OPENED: RECOVERING WITHOUT IT
009460*    COULD BRING AN ERASED PERSON BACK.
009470*----------------------------------------------------------------
009480 1600-LOAD-ERASURE-REGISTER.
009490     MOVE SPACES TO WS-ERASURE-MAP
009500     OPEN INPUT ERASURE-REGISTER-FILE
009510     EVALUATE WS-ERR-FILE-STATUS
009520         WHEN "00"
009530             PERFORM 1610-LOAD-ONE-ERASURE UNTIL WS-ERR-EOF-YES
009540             CLOSE ERASURE-REGISTER-FILE
009550         WHEN "35"
009560             CONTINUE
009570         WHEN OTHER
009580             DISPLAY "CMRECOVR: CANNOT OPEN ERASED.DAT - "
009590                     "STATUS " WS-ERR-FILE-STATUS
009600             SET WS-HARD-FAIL TO TRUE
009610     END-EVALUATE.
009620
009630 1610-LOAD-ONE-ERASURE.
009640     READ ERASURE-REGISTER-FILE
009650         AT END
009660             MOVE 'Y' TO WS-ERR-EOF
009670         NOT AT END
009680             IF ERR-CUSTOMER-ID IS NUMERIC
009690                 AND ERR-CUSTOMER-ID > ZERO
009700                 MOVE ERR-ERASE-DATE
009710                     TO WS-ERASED-ON (ERR-CUSTOMER-ID)
009720             END-IF
009730     END-READ
009740     IF WS-ERR-FILE-STATUS NOT = "00"
009750         AND WS-ERR-FILE-STATUS NOT = "10"
009760         DISPLAY "CMRECOVR: READ OF ERASED.DAT FAILED - "
009770                 "STATUS " WS-ERR-FILE-STATUS
009780         SET WS-HARD-FAIL TO TRUE
009790         MOVE 'Y' TO WS-ERR-EOF
009800     END-IF.
009810
009820*----------------------------------------------------------------
009830*    2170-KEEP-ERASED
009840*    THE IMAGE ABOUT TO BE APPLIED IS OF AN ERASED CUSTOMER -
009850*    A REPLAY OF A CHANGE MADE BEFORE THE ERASURE, OR A
009860*    BACKOUT OF THE ERASURE ITSELF.  THE PERSONAL FIELDS ARE
009870*    REPLACED WITH CMERASE'S TOMBSTONE AND THE CUSTOMER STAYS
009880*    CLOSED AND ERASED, SO NO RECOVERY CAN BRING THE PERSON
009890*    BACK.  THE REST OF THE IMAGE APPLIES AS JOURNALED.
009900*----------------------------------------------------------------
009910 2170-KEEP-ERASED.
009920     MOVE WS-APPLY-AFTER-IMAGE TO CUSTOMER-MASTER-RECORD
009930     MOVE 'ERASED' TO CM-FIRST-NAME
009940     MOVE SPACES   TO CM-MIDDLE-NAME
009950     MOVE 'ERASED' TO CM-LAST-NAME
009960     MOVE SPACES   TO CM-SUFFIX
009970     MOVE SPACES   TO CM-EMAIL
009980     MOVE SPACES   TO CM-PHONE
009990     MOVE SPACES   TO CM-ADDR-LINE-1
010000     MOVE SPACES   TO CM-ADDR-LINE-2
010010     MOVE SPACES   TO CM-CITY
010020     MOVE SPACES   TO CM-POSTAL-CODE
010030     MOVE SPACES   TO CM-EMAIL-DELIVERABILITY
010040     MOVE 'I'      TO CM-STATUS
010050     IF CM-CLOSE-DATE = SPACES
010060         MOVE WS-ERASED-ON (WS-TARGET-ID) TO CM-CLOSE-DATE
010070     END-IF
010080     IF CM-ERASE-DATE = SPACES
010090         MOVE WS-ERASED-ON (WS-TARGET-ID) TO CM-ERASE-DATE
010100     END-IF
010110     MOVE CUSTOMER-MASTER-RECORD TO WS-APPLY-AFTER-IMAGE
010120     ADD 1 TO WS-KEPT-ERASED.

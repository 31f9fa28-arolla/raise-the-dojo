000240*                               ARCHIVED GENERATIONS)
000250*      STATUS=ALL               INCLUDE CLOSED CUSTOMERS
000260*                               (ACTIVE ONLY BY DEFAULT)
000262*      HOUSEHOLD=ONE            ONE ROW PER HOUSEHOLD - ONLY
000264*                               THE PRIMARY MEMBER ON CMHHOLD'S
000266*                               HHXREF.DAT; THE OTHER CRITERIA
000268*                               ARE APPLIED TO THAT MEMBER
000269*      EMAIL=DELIVERABLE        LEAVE OUT CUSTOMERS WHOSE EMAIL
000270*                               CMBOUNCE HAS MARKED
000271*                               UNDELIVERABLE
000272*      EMAIL=SUPPRESS           EXPORT THEM, BUT WITH THE
000273*                               EMAIL COLUMN BLANK
000276*      FIELDS=<CODE,CODE,...>   THE COLUMNS THE TEAM IS
000280*                               ENTITLED TO - REQUIRED, SO AN
000290*                               EXPORT CAN NEVER LEAK A FIELD
000300*                               NOBODY ASKED FOR
000310*
000320*    FIELD CODES: ID, FIRSTNAME, MIDDLENAME, LASTNAME, SUFFIX,
000330*    EMAIL, PHONE, ADDR1, ADDR2, CITY, POSTAL, STATUS, ADDDATE,
000336*    CHGDATE, CLOSEDATE, HOUSEHOLD (THE HOUSEHOLD ID FROM
000340*    HHXREF.DAT, BLANK FOR A CUSTOMER NOT HOUSEHOLDED),
000344*    EMAILSTAT (DELIVERABLE, SOFT-BOUNCING OR UNDELIVERABLE).
000350*
000360*    EVERY SELECTION CRITERION IS OPTIONAL; THOSE PRESENT MUST
000370*    ALL MATCH.  THE OUTPUT, EXPORT.<REQUEST>.CSV, IS A COMMA-
000600*                      IS NOW COUNTED UNDER FILTER, SO THE
000610*                      CONTROL TOTALS RECONCILE (READ =
000620*                      EXPORTED + CLOSED + FILTER).
000621*    10/15/2026  JF   NEW HOUSEHOLD=ONE CRITERION EXPORTS ONLY
000622*                      EACH HOUSEHOLD'S PRIMARY MEMBER FROM
000623*                      CMHHOLD'S HHXREF.DAT, AND A NEW HOUSEHOLD
000624*                      FIELD CODE EXPORTS THE HOUSEHOLD ID.  AN
000625*                      ACTIVE CUSTOMER WITH AN ADDRESS MISSING
000626*                      FROM THE CROSS-REFERENCE GRADES RC 4, AS
000627*                      DOES A HOUSEHOLD LEFT UNSENT BECAUSE ITS
000628*                      PRIMARY MEMBER HAS SINCE CLOSED.
000629*    10/15/2026  JF   NEW EMAIL=DELIVERABLE CRITERION LEAVES
000630*                      OUT CUSTOMERS WHOSE EMAIL CMBOUNCE HAS
000631*                      MARKED UNDELIVERABLE, AND EMAIL=SUPPRESS
000632*                      EXPORTS THEM WITH THE EMAIL BLANK.  NEW
000633*                      EMAILSTAT FIELD CODE.
000635*--------------------------------------------------------------*
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000840     SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-DSN
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-EXP-FILE-STATUS.
000862
000864     SELECT HOUSEHOLD-XREF-FILE ASSIGN TO "hhxref.dat"
000866         ORGANIZATION IS LINE SEQUENTIAL
000868         FILE STATUS IS WS-HHX-FILE-STATUS.
000870
000880     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "custmast.dat"
000890         ORGANIZATION IS INDEXED
001150 FD  EXPORT-FILE.
001160 01  EXPORT-RECORD             PIC X(300).
001170
001172 FD  HOUSEHOLD-XREF-FILE.
001174     COPY CMHHXREF.
001176
001180 FD  CUSTOMER-MASTER-FILE.
001190     COPY CUSTMAST.
001200
001250 01  WS-ARC-FILE-STATUS        PIC XX.
001260 01  WS-EXP-FILE-STATUS        PIC XX.
001270 01  WS-CM-FILE-STATUS         PIC XX.
001275 01  WS-HHX-FILE-STATUS        PIC XX.
001280 01  WS-ARCHIVE-DSN            PIC X(40) VALUE SPACES.
001290 01  WS-GENERATIONS-SEARCHED   PIC 9(05) COMP VALUE ZERO.
001300 01  WS-GEN-UNREADABLE-SW      PIC X VALUE 'N'.
001530     88  WS-SEL-BY-SINCE           VALUE 'Y'.
001540 01  WS-SEL-STATUS-ALL-SW      PIC X VALUE 'N'.
001550     88  WS-SEL-STATUS-ALL         VALUE 'Y'.
001551 01  WS-SEL-HOUSEHOLD-SW       PIC X VALUE 'N'.
001552     88  WS-SEL-BY-HOUSEHOLD       VALUE 'Y'.
001553 01  WS-HHX-NEEDED-SW          PIC X VALUE 'N'.
001554     88  WS-HHX-NEEDED             VALUE 'Y'.
001555 01  WS-HHX-FOUND-SW           PIC X VALUE 'N'.
001556     88  WS-HHX-FOUND              VALUE 'Y'.
001557 01  WS-SEL-EMAIL-SW           PIC X VALUE SPACE.
001558     88  WS-SEL-DELIVERABLE        VALUE 'D'.
001559     88  WS-SEL-SUPPRESS           VALUE 'S'.
001560
001570 01  WS-FIELD-TABLE.
001580     05  WS-FLD-CODE           PIC X(10) OCCURS 15 TIMES.
001910 01  WS-RECORDS-EXPORTED       PIC 9(07) COMP VALUE ZERO.
001920 01  WS-EXCLUDED-STATUS        PIC 9(07) COMP VALUE ZERO.
001930 01  WS-EXCLUDED-CRITERIA      PIC 9(07) COMP VALUE ZERO.
001933 01  WS-EXCLUDED-HOUSEHOLD     PIC 9(07) COMP VALUE ZERO.
001936 01  WS-NOT-ON-HHXREF          PIC 9(07) COMP VALUE ZERO.
001937 01  WS-EXCLUDED-UNDELIV       PIC 9(07) COMP VALUE ZERO.
001938 01  WS-EMAILS-SUPPRESSED      PIC 9(07) COMP VALUE ZERO.
001939 01  WS-STALE-HOUSEHOLDS       PIC 9(07) COMP VALUE ZERO.
001940 01  WS-EXPORTED-DISPLAY       PIC 9(07) VALUE ZERO.
001950 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
001960
002060     88  WS-CAT-EOF-YES            VALUE 'Y'.
002070 01  WS-ARC-EOF                PIC X VALUE 'N'.
002080     88  WS-ARC-EOF-YES            VALUE 'Y'.
002083 01  WS-HHX-EOF                PIC X VALUE 'N'.
002086     88  WS-HHX-EOF-YES            VALUE 'Y'.
002090 01  WS-EOF                    PIC X VALUE 'N'.
002100     88  WS-EOF-YES                VALUE 'Y'.
002110
002660
002670     IF NOT WS-HARD-FAIL AND WS-SEL-BY-SINCE
002680         PERFORM 1300-LOAD-CHANGED-IDS
002682     END-IF
002684
002686     IF NOT WS-HARD-FAIL AND WS-HHX-NEEDED
002688         PERFORM 1500-OPEN-HOUSEHOLD-XREF
002690     END-IF
002700
002710     IF NOT WS-HARD-FAIL
003590             IF WS-PARM-VALUE (1:3) = 'ALL'
003600                 MOVE 'Y' TO WS-SEL-STATUS-ALL-SW
003610             END-IF
003611         WHEN 'HOUSEHOLD'
003612             IF WS-PARM-VALUE (1:3) = 'ONE'
003613                 MOVE 'Y' TO WS-SEL-HOUSEHOLD-SW
003614                 MOVE 'Y' TO WS-HHX-NEEDED-SW
003615             ELSE
003616                 DISPLAY "CMEXPORT: BAD HOUSEHOLD VALUE <"
003617                         WS-PARM-VALUE (1:10) "> - RUN ENDED"
003618                 SET WS-HARD-FAIL TO TRUE
003619                 MOVE 'Y' TO WS-PARM-EOF
003620                 MOVE 'Y' TO WS-EOF
003621             END-IF
003622         WHEN 'EMAIL'
003623             EVALUATE WS-PARM-VALUE (1:12)
003624                 WHEN 'DELIVERABLE'
003625                     SET WS-SEL-DELIVERABLE TO TRUE
003626                 WHEN 'SUPPRESS'
003627                     SET WS-SEL-SUPPRESS TO TRUE
003628                 WHEN OTHER
003629                     DISPLAY "CMEXPORT: BAD EMAIL VALUE <"
003630                             WS-PARM-VALUE (1:12)
003631                             "> - RUN ENDED"
003632                     SET WS-HARD-FAIL TO TRUE
003633                     MOVE 'Y' TO WS-PARM-EOF
003634                     MOVE 'Y' TO WS-EOF
003635             END-EVALUATE
003636         WHEN 'FIELDS'
003637             PERFORM 1130-LOAD-FIELD-LIST
003640         WHEN OTHER
003650             DISPLAY "CMEXPORT: UNRECOGNIZED PARAMETER <"
003660                     WS-PARM-KEYWORD "> - RUN ENDED"
004010
004020 1140-VERIFY-ONE-FIELD-CODE.
004030     EVALUATE WS-FLD-CODE (WS-FLD-IX)
004033         WHEN 'HOUSEHOLD'
004036             MOVE 'Y' TO WS-HHX-NEEDED-SW
004040         WHEN 'ID'         WHEN 'FIRSTNAME'  WHEN 'MIDDLENAME'
004050         WHEN 'LASTNAME'   WHEN 'SUFFIX'     WHEN 'EMAIL'
004060         WHEN 'PHONE'      WHEN 'ADDR1'      WHEN 'ADDR2'
004070         WHEN 'CITY'       WHEN 'POSTAL'     WHEN 'STATUS'
004080         WHEN 'ADDDATE'    WHEN 'CHGDATE'    WHEN 'CLOSEDATE'
004085         WHEN 'EMAILSTAT'
004090             CONTINUE
004100         WHEN OTHER
004110             DISPLAY "CMEXPORT: UNRECOGNIZED FIELD CODE <"
005770     END-STRING.
005780
005790*----------------------------------------------------------------
005791*    1500-OPEN-HOUSEHOLD-XREF
005792*    HOUSEHOLD=ONE OR THE HOUSEHOLD COLUMN NEEDS CMHHOLD'S
005793*    CROSS-REFERENCE, READ ALONGSIDE THE MASTER - BOTH ARE IN
005794*    CUSTOMER-ID ORDER.  WITHOUT IT THE RUN ENDS: EXPORTING
005795*    EVERY MEMBER WOULD QUIETLY WIDEN THE MAILING.
005796*----------------------------------------------------------------
005797 1500-OPEN-HOUSEHOLD-XREF.
005798     OPEN INPUT HOUSEHOLD-XREF-FILE
005799     IF WS-HHX-FILE-STATUS NOT = "00"
005800         DISPLAY "CMEXPORT: CANNOT OPEN HHXREF.DAT - STATUS "
005801                 WS-HHX-FILE-STATUS " - RUN CMHHOLD FIRST"
005802         SET WS-HARD-FAIL TO TRUE
005803         MOVE 'Y' TO WS-EOF
005804     ELSE
005805         PERFORM 1510-READ-HOUSEHOLD-XREF
005806     END-IF.
005807
005808 1510-READ-HOUSEHOLD-XREF.
005809     READ HOUSEHOLD-XREF-FILE
005810         AT END
005811             MOVE 'Y' TO WS-HHX-EOF
005812         NOT AT END
005813             IF HHT-CODE = 'TRL'
005814                 MOVE 'Y' TO WS-HHX-EOF
005815             END-IF
005816     END-READ.
005817
005818*----------------------------------------------------------------
005819*    2000-EXPORT-RECORDS
005820*    READS ONE MASTER RECORD, APPLIES THE CRITERIA AND WRITES
005825*    THE SELECTED CUSTOMER'S ROW.
005830*----------------------------------------------------------------
005840 2000-EXPORT-RECORDS.
005850     READ CUSTOMER-MASTER-FILE
006060 2100-SELECT-CUSTOMER.
006070     SET WS-SELECTED TO TRUE
006080     MOVE 'N' TO WS-STATUS-EXCL-SW
006082     IF WS-HHX-NEEDED
006084         PERFORM 2150-FIND-HOUSEHOLD
006086     END-IF
006090
006100     IF CM-INACTIVE AND NOT WS-SEL-STATUS-ALL
006110         SET WS-NOT-SELECTED TO TRUE
006520         END-IF
006530     END-IF
006540
006541     IF WS-SELECTED AND WS-SEL-BY-HOUSEHOLD
006542         IF NOT WS-HHX-FOUND OR NOT HHX-PRIMARY
006543             SET WS-NOT-SELECTED TO TRUE
006544             ADD 1 TO WS-EXCLUDED-HOUSEHOLD
006545         END-IF
006546     END-IF
006547
006548     IF WS-SELECTED AND WS-SEL-DELIVERABLE
006549         IF CM-EMAIL-UNDELIVERABLE
006550             SET WS-NOT-SELECTED TO TRUE
006551             ADD 1 TO WS-EXCLUDED-UNDELIV
006552         END-IF
006553     END-IF
006554
006555     IF WS-NOT-SELECTED AND NOT WS-STATUS-EXCLUDED
006556         ADD 1 TO WS-EXCLUDED-CRITERIA
006557     END-IF.
006558
006559*----------------------------------------------------------------
006560*    2150-FIND-HOUSEHOLD
006561*    ADVANCES THE CROSS-REFERENCE TO THE CURRENT CUSTOMER.  AN
006562*    ACTIVE CUSTOMER WITH AN ADDRESS WHO IS NOT ON IT WAS ADDED,
006563*    REOPENED OR GIVEN AN ADDRESS SINCE CMHHOLD LAST RAN; A
006564*    HOUSEHOLD WHOSE PRIMARY MEMBER HAS SINCE CLOSED WOULD GO
006565*    UNSENT UNDER HOUSEHOLD=ONE AND IS LISTED.  EITHER GRADES
006566*    RC 4 - THE CROSS-REFERENCE IS OUT OF DATE.
006567*----------------------------------------------------------------
006568 2150-FIND-HOUSEHOLD.
006569     PERFORM 1510-READ-HOUSEHOLD-XREF
006570         UNTIL WS-HHX-EOF-YES
006571            OR HHX-CUSTOMER-ID >= CM-CUSTOMER-ID
006572     MOVE 'N' TO WS-HHX-FOUND-SW
006573     IF NOT WS-HHX-EOF-YES
006574         IF HHX-CUSTOMER-ID = CM-CUSTOMER-ID
006575             SET WS-HHX-FOUND TO TRUE
006576         END-IF
006577     END-IF
006578     IF NOT WS-HHX-FOUND AND CM-ACTIVE
006579         AND CM-ADDR-LINE-1 NOT = SPACES
006580         ADD 1 TO WS-NOT-ON-HHXREF
006581     END-IF
006582     IF WS-HHX-FOUND AND HHX-PRIMARY AND CM-INACTIVE
006583         AND WS-SEL-BY-HOUSEHOLD AND NOT WS-SEL-STATUS-ALL
006584         ADD 1 TO WS-STALE-HOUSEHOLDS
006585         DISPLAY "CMEXPORT: HOUSEHOLD " HHX-HOUSEHOLD-ID
006586                 " NOT SENT - PRIMARY MEMBER " CM-CUSTOMER-ID
006587                 " IS CLOSED"
006588     END-IF.
006589
006590*----------------------------------------------------------------
006600*    2200-WRITE-EXPORT-ROW
006610*    BUILDS ONE CSV ROW FROM THE ENTITLED COLUMNS, TRAILING
007280         WHEN 'SUFFIX'
007290             MOVE CM-SUFFIX           TO WS-FLD-VALUE
007300         WHEN 'EMAIL'
007303             IF WS-SEL-SUPPRESS AND CM-EMAIL-UNDELIVERABLE
007306                 ADD 1 TO WS-EMAILS-SUPPRESSED
007309             ELSE
007312                 MOVE CM-EMAIL        TO WS-FLD-VALUE
007315             END-IF
007320         WHEN 'PHONE'
007330             MOVE CM-PHONE            TO WS-FLD-VALUE
007340         WHEN 'ADDR1'
007510             MOVE CM-LAST-CHANGE-DATE TO WS-FLD-VALUE
007520         WHEN 'CLOSEDATE'
007530             MOVE CM-CLOSE-DATE       TO WS-FLD-VALUE
007532         WHEN 'HOUSEHOLD'
007534             IF WS-HHX-FOUND
007536                 MOVE HHX-HOUSEHOLD-ID TO WS-FLD-VALUE
007538             END-IF
007539         WHEN 'EMAILSTAT'
007540             EVALUATE TRUE
007541                 WHEN CM-EMAIL-UNDELIVERABLE
007542                     MOVE 'UNDELIVERABLE' TO WS-FLD-VALUE
007543                 WHEN CM-EMAIL-SOFT-BOUNCING
007544                     MOVE 'SOFT-BOUNCING' TO WS-FLD-VALUE
007545                 WHEN OTHER
007546                     MOVE 'DELIVERABLE'   TO WS-FLD-VALUE
007547             END-EVALUATE
007548     END-EVALUATE.
007550
007560*----------------------------------------------------------------
007570*    2230-TRIM-FIELD-VALUE
007870         WRITE EXPORT-RECORD
007880         CLOSE EXPORT-FILE
007890         CLOSE CUSTOMER-MASTER-FILE
007892         IF WS-HHX-NEEDED
007894             CLOSE HOUSEHOLD-XREF-FILE
007896         END-IF
007900     END-IF
007910     PERFORM 9300-SET-RETURN-CODE
007920     MOVE WS-RECORDS-READ TO WS-CNT-DISPLAY
007950     DISPLAY "CMEXPORT RECORDS EXPORTED..: " WS-CNT-DISPLAY
007960     MOVE WS-EXCLUDED-STATUS TO WS-CNT-DISPLAY
007970     DISPLAY "CMEXPORT EXCLUDED - CLOSED.: " WS-CNT-DISPLAY
007972     IF WS-SEL-BY-HOUSEHOLD
007974         MOVE WS-STALE-HOUSEHOLDS TO WS-CNT-DISPLAY
007976         DISPLAY "  OF WHICH PRIMARY MEMBER..: " WS-CNT-DISPLAY
007978     END-IF
007980     MOVE WS-EXCLUDED-CRITERIA TO WS-CNT-DISPLAY
007981     DISPLAY "CMEXPORT EXCLUDED - FILTER.: " WS-CNT-DISPLAY
007982     IF WS-SEL-BY-HOUSEHOLD
007983         MOVE WS-EXCLUDED-HOUSEHOLD TO WS-CNT-DISPLAY
007984         DISPLAY "  OF WHICH NOT PRIMARY.....: " WS-CNT-DISPLAY
007985     END-IF
007986     IF WS-SEL-DELIVERABLE
007987         MOVE WS-EXCLUDED-UNDELIV TO WS-CNT-DISPLAY
007988         DISPLAY "  OF WHICH UNDELIVERABLE...: " WS-CNT-DISPLAY
007989     END-IF
007990     IF WS-SEL-SUPPRESS
007991         MOVE WS-EMAILS-SUPPRESSED TO WS-CNT-DISPLAY
007992         DISPLAY "CMEXPORT EMAILS SUPPRESSED.: " WS-CNT-DISPLAY
007993     END-IF
007994     IF WS-NOT-ON-HHXREF > ZERO OR WS-STALE-HOUSEHOLDS > ZERO
007995         MOVE WS-NOT-ON-HHXREF TO WS-CNT-DISPLAY
007996         DISPLAY "*** WARNING: HHXREF.DAT IS OUT OF DATE - "
007997                 WS-CNT-DISPLAY " ACTIVE CUSTOMERS ARE NOT ON IT"
007998                 " - RERUN CMHHOLD ***"
007999     END-IF.
008000
008010*----------------------------------------------------------------
008020*    9300-SET-RETURN-CODE
008030*    GRADES THE RUN: 0 CLEAN, 4 COMPLETED WITH WARNINGS (THE
008040*    CHANGED-ID TABLE FILLED, OR A CATALOGED JOURNAL
008050*    GENERATION WOULD NOT OPEN AND THE SINCE SELECTION MAY BE
008057*    SHORT, OR THE HOUSEHOLD CROSS-REFERENCE IS OUT OF DATE),
008064*    12 HARD FAILURE (BAD REQUEST, BAD PARAMETERS OR A FILE
008071*    WOULD NOT OPEN).
008080*----------------------------------------------------------------
008090 9300-SET-RETURN-CODE.
008100     EVALUATE TRUE
008140             MOVE 4 TO WS-RUN-RC
008150         WHEN WS-GEN-UNREADABLE
008160             MOVE 4 TO WS-RUN-RC
008163         WHEN WS-NOT-ON-HHXREF > ZERO
008164         WHEN WS-STALE-HOUSEHOLDS > ZERO
008166             MOVE 4 TO WS-RUN-RC
008170         WHEN OTHER
008180             MOVE ZERO TO WS-RUN-RC
008190     END-EVALUATE

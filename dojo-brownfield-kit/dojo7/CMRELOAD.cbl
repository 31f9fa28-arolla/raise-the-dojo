000440*                      HOLDER NAMED ON ITS CONSOLE; A STALE
000450*                      CLAIM FROM A CRASHED RUN IS INSPECTED
000460*                      AND RELEASED WITH CMLOCKOP.
000461*    10/15/2026  JF   BACKUP RECORD WIDENED TO THE 300-BYTE
000462*                      LAYOUT (SOURCE-PROVIDER STAMPS).  A
000463*                      BACKUP TAKEN UNDER THE 212-BYTE LAYOUT
000464*                      RELOADS AS IS - ITS SHORTER LINES PAD
000465*                      THE STAMPS WITH SPACES - WHICH IS HOW AN
000466*                      OLD MASTER IS CARRIED TO THE NEW LAYOUT.
000467*    10/15/2026  JF   A CUSTOMER ON THE ERASURE REGISTER
000468*                      (ERASED.DAT) IS RELOADED AS CMERASE'S
000469*                      TOMBSTONE, NEVER AS THE BACKUP'S IMAGE, SO
000470*                      NO BACKUP CAN BRING AN ERASED PERSON BACK.
000471*                      THE REGISTER IS LOADED BEFORE THE MASTER
000472*                      IS CREATED; ONE THAT WILL NOT OPEN OR READ
000473*                      LEAVES THE MASTER UNTOUCHED, RC 12.
000475*--------------------------------------------------------------*
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LCK-FILE-STATUS.
000700
000702     SELECT ERASURE-REGISTER-FILE ASSIGN TO "erased.dat"
000704         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS WS-ERR-FILE-STATUS.
000708
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  BACKUP-FILE.
000740 01  BACKUP-RECORD             PIC X(300).
000750
000760 01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
000770     05  BKP-TRL-CODE          PIC X(03).
000870 FD  JOURNAL-FILE.
000880     COPY CMJRNL.
000890
000892 FD  ERASURE-REGISTER-FILE.
000894     COPY CMERASED.
000896
000900 WORKING-STORAGE SECTION.
000910 01  WS-BKP-FILE-STATUS        PIC XX.
000920 01  WS-CM-FILE-STATUS         PIC XX.
000980 01  WS-LOCK-DATE              PIC 9(08) VALUE ZERO.
000990 01  WS-LOCK-TIME              PIC 9(08) VALUE ZERO.
001000 01  WS-JRN-FILE-STATUS        PIC XX.
001005 01  WS-ERR-FILE-STATUS        PIC XX.
001010 01  WS-RUN-DATE               PIC 9(08).
001020
001030 01  WS-BACKUP-DSN             PIC X(40) VALUE SPACES.
001050 01  WS-DETAILS-COUNTED        PIC 9(07) COMP VALUE ZERO.
001060 01  WS-TRAILER-COUNT          PIC 9(07) COMP VALUE ZERO.
001070 01  WS-RECORDS-LOADED         PIC 9(07) COMP VALUE ZERO.
001075 01  WS-KEPT-ERASED            PIC 9(07) COMP VALUE ZERO.
001077 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
001080 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
001090
001100 01  WS-TRAILER-SW             PIC X VALUE 'N'.
001130     88  WS-BACKUP-GOOD            VALUE 'Y'.
001140 01  WS-CM-OPEN-SW             PIC X VALUE 'N'.
001150     88  WS-CM-OPEN-OK             VALUE 'Y'.
001152 01  WS-REGISTER-BAD-SW        PIC X VALUE 'N'.
001154     88  WS-REGISTER-BAD           VALUE 'Y'.
001160
001161*    ONE SLOT PER POSSIBLE CUSTOMER ID: THE DATE CMERASE ERASED
001162*    THE CUSTOMER, OR SPACES.
001163 01  WS-ERASURE-MAP.
001164     05  WS-ERASED-ON          PIC X(08) OCCURS 99999 TIMES.
001165
001170 01  WS-EOF                    PIC X VALUE 'N'.
001180     88  WS-EOF-YES                VALUE 'Y'.
001183 01  WS-ERR-EOF                PIC X VALUE 'N'.
001186     88  WS-ERR-EOF-YES            VALUE 'Y'.
001190
001200 PROCEDURE DIVISION.
001210*----------------------------------------------------------------
001300     ELSE
001310         PERFORM 1000-VERIFY-BACKUP
001320         IF WS-BACKUP-GOOD
001322             PERFORM 2300-LOAD-ERASURE-REGISTER
001324         END-IF
001326         IF WS-BACKUP-GOOD AND NOT WS-REGISTER-BAD
001330             PERFORM 2000-RELOAD-MASTER
001340         END-IF
001350         PERFORM 3000-TERMINATE
001360     END-IF
001370     PERFORM 9650-RELEASE-MASTER-LOCK
001375     MOVE WS-RUN-RC TO RETURN-CODE
001380     STOP RUN.
001390
001400*----------------------------------------------------------------
002450         NOT AT END
002460             IF BKP-TRL-CODE NOT = 'TRL'
002470                 MOVE BACKUP-RECORD TO CUSTOMER-MASTER-RECORD
002471                 IF CM-CUSTOMER-ID IS NUMERIC
002472                     AND CM-CUSTOMER-ID > ZERO
002473                     IF WS-ERASED-ON (CM-CUSTOMER-ID) NOT = SPACES
002474                         PERFORM 2400-KEEP-ERASED
002475                     END-IF
002476                 END-IF
002480                 WRITE CUSTOMER-MASTER-RECORD
002490                     INVALID KEY
002500                         DISPLAY "CMRELOAD: WRITE FAILED FOR "
002830 3000-TERMINATE.
002840     MOVE WS-RECORDS-LOADED TO WS-CNT-DISPLAY
002850     DISPLAY "CMRELOAD RECORDS LOADED: " WS-CNT-DISPLAY
002852     IF WS-KEPT-ERASED > ZERO
002854         MOVE WS-KEPT-ERASED TO WS-CNT-DISPLAY
002856         DISPLAY "CMRELOAD KEPT ERASED:    " WS-CNT-DISPLAY
002858     END-IF
002860     IF WS-BACKUP-GOOD AND NOT WS-REGISTER-BAD
002870         IF WS-RECORDS-LOADED = WS-TRAILER-COUNT
002880             DISPLAY "CMRELOAD COUNTS MATCH - MASTER REBUILT"
002890         ELSE
003460         CLOSE MASTER-LOCK-FILE
003470         MOVE 'N' TO WS-LOCK-SW
003480     END-IF.
003490
003500*----------------------------------------------------------------
003510*    2300-LOAD-ERASURE-REGISTER
003520*    MARKS EVERY CUSTOMER CMERASE HAS ERASED, SO A BACKUP
003530*    TAKEN BEFORE THE ERASURE CANNOT PUT THE PERSON BACK.  NO
003540*    REGISTER (STATUS 35) MEANS NO CUSTOMER HAS EVER BEEN
003550*    ERASED.  A REGISTER THAT WILL NOT OPEN OR READ REFUSES
003560*    THE RUN, RC 12 - IT IS LOADED BEFORE THE MASTER IS
003570*    CREATED, SO THE OLD MASTER IS LEFT AS IT WAS.
003580*----------------------------------------------------------------
003590 2300-LOAD-ERASURE-REGISTER.
003600     MOVE SPACES TO WS-ERASURE-MAP
003610     OPEN INPUT ERASURE-REGISTER-FILE
003620     EVALUATE WS-ERR-FILE-STATUS
003630         WHEN "00"
003640             PERFORM 2310-LOAD-ONE-ERASURE UNTIL WS-ERR-EOF-YES
003650             CLOSE ERASURE-REGISTER-FILE
003660         WHEN "35"
003670             CONTINUE
003680         WHEN OTHER
003690             DISPLAY "CMRELOAD: CANNOT OPEN ERASED.DAT - "
003700                     "STATUS " WS-ERR-FILE-STATUS
003710             SET WS-REGISTER-BAD TO TRUE
003720     END-EVALUATE
003730     IF WS-REGISTER-BAD
003740         MOVE 12 TO WS-RUN-RC
003750     END-IF.
003760
003770 2310-LOAD-ONE-ERASURE.
003780     READ ERASURE-REGISTER-FILE
003790         AT END
003800             MOVE 'Y' TO WS-ERR-EOF
003810         NOT AT END
003820             IF ERR-CUSTOMER-ID IS NUMERIC
003830                 AND ERR-CUSTOMER-ID > ZERO
003840                 MOVE ERR-ERASE-DATE
003850                     TO WS-ERASED-ON (ERR-CUSTOMER-ID)
003860             END-IF
003870     END-READ
003880     IF WS-ERR-FILE-STATUS NOT = "00"
003890         AND WS-ERR-FILE-STATUS NOT = "10"
003900         DISPLAY "CMRELOAD: READ OF ERASED.DAT FAILED - "
003910                 "STATUS " WS-ERR-FILE-STATUS
003920         SET WS-REGISTER-BAD TO TRUE
003930         MOVE 'Y' TO WS-ERR-EOF
003940     END-IF.
003950
003960*----------------------------------------------------------------
003970*    2400-KEEP-ERASED
003980*    THE BACKUP RECORD IS OF A CUSTOMER ERASED SINCE (OR ONE
003990*    CMERASE HAS NOT YET SCRUBBED FROM THIS BACKUP).  IT IS
004000*    LOADED AS THE TOMBSTONE CMERASE LEFT - ID, DATES AND
004010*    STAMPS KEPT, PERSONAL FIELDS REPLACED, CLOSED - SO COUNTS
004020*    STILL PROVE AGAINST THE TRAILER.
004030*----------------------------------------------------------------
004040 2400-KEEP-ERASED.
004050     MOVE 'ERASED' TO CM-FIRST-NAME
004060     MOVE SPACES   TO CM-MIDDLE-NAME
004070     MOVE 'ERASED' TO CM-LAST-NAME
004080     MOVE SPACES   TO CM-SUFFIX
004090     MOVE SPACES   TO CM-EMAIL
004100     MOVE SPACES   TO CM-PHONE
004110     MOVE SPACES   TO CM-ADDR-LINE-1
004120     MOVE SPACES   TO CM-ADDR-LINE-2
004130     MOVE SPACES   TO CM-CITY
004140     MOVE SPACES   TO CM-POSTAL-CODE
004150     MOVE SPACES   TO CM-EMAIL-DELIVERABILITY
004160     MOVE 'I'      TO CM-STATUS
004170     IF CM-CLOSE-DATE = SPACES
004180         MOVE WS-ERASED-ON (CM-CUSTOMER-ID) TO CM-CLOSE-DATE
004190     END-IF
004200     IF CM-ERASE-DATE = SPACES
004210         MOVE WS-ERASED-ON (CM-CUSTOMER-ID) TO CM-ERASE-DATE
004220     END-IF
004230     ADD 1 TO WS-KEPT-ERASED.

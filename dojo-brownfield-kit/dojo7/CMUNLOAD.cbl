000330*                      BUT "ACTIVE" ON THE COMMAND LINE UNLOADS
000340*                      ACTIVE CUSTOMERS ONLY, FOR EXTRACT-STYLE
000350*                      USES OF THE UNLOAD.
000351*    10/15/2026  JF   BACKUP RECORD WIDENED TO THE 300-BYTE
000352*                      LAYOUT (SOURCE-PROVIDER STAMPS).
000353*    10/15/2026  JF   EVERY BACKUP TAKEN IS ADDED TO THE BACKUP
000354*                      CATALOG, CMBKGENS.DAT, WHICH CMERASE
000355*                      SEARCHES FOR ERASED CUSTOMERS' DATA.
000356*    10/15/2026  JF   TRAILER FILLER CORRECTED TO 300 BYTES.
000357*                      THE CATALOG LINE CARRIES THE UNLOAD MODE
000358*                      (F FULL, A ACTIVE ONLY); A CATALOG THAT
000359*                      WILL NOT OPEN GIVES RETURN CODE 4.
000360*--------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-BKP-FILE-STATUS.
000510
000512     SELECT BACKUP-CATALOG-FILE ASSIGN TO "cmbkgens.dat"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-BKC-FILE-STATUS.
000518
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CUSTOMER-MASTER-FILE.
000550     COPY CUSTMAST.
000560
000570 FD  BACKUP-FILE.
000580 01  BACKUP-RECORD             PIC X(300).
000590
000600 01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
000610     05  BKP-TRL-CODE          PIC X(03).
000620     05  BKP-TRL-COUNT         PIC 9(07).
000630     05  FILLER                PIC X(290).
000631
000632*    ONE LINE PER BACKUP TAKEN, SO CMERASE CAN FIND EVERY
000633*    BACKUP STILL HOLDING A CUSTOMER'S DATA.  A BACKUP TAKEN
000634*    BEFORE THE CATALOG EXISTED IS ADDED BY OPERATIONS (ITS
000635*    NAME IN COLUMNS 1-40).  THE UNLOAD MODE MARKS AN "ACTIVE"
000636*    UNLOAD, WHICH HOLDS NO CLOSED CUSTOMERS AND SO CANNOT BE
000637*    THE BASE OF A CMAUDIT PROOF; A LINE WITHOUT ONE IS A FULL
000638*    BACKUP.
000639 FD  BACKUP-CATALOG-FILE.
000640 01  BACKUP-CATALOG-RECORD.
000641     05  BKC-BACKUP-DSN        PIC X(40).
000642     05  FILLER                PIC X(01).
000643     05  BKC-UNLOAD-DATE       PIC 9(08).
000644     05  FILLER                PIC X(01).
000645     05  BKC-RECORD-COUNT      PIC 9(07).
000646     05  FILLER                PIC X(01).
000647     05  BKC-UNLOAD-MODE       PIC X(01).
000648         88  BKC-FULL-UNLOAD       VALUES 'F', ' '.
000649         88  BKC-ACTIVE-ONLY       VALUE 'A'.
000650
000651 WORKING-STORAGE SECTION.
000660 01  WS-CM-FILE-STATUS         PIC XX.
000670 01  WS-BKP-FILE-STATUS        PIC XX.
000675 01  WS-BKC-FILE-STATUS        PIC XX.
000680
000690 01  WS-BACKUP-DSN             PIC X(40) VALUE SPACES.
000700 01  WS-RUN-DATE               PIC 9(08).
000750 01  WS-RECORDS-UNLOADED       PIC 9(07) COMP VALUE ZERO.
000760 01  WS-INACTIVE-SKIPPED       PIC 9(07) COMP VALUE ZERO.
000770 01  WS-CNT-DISPLAY            PIC ZZZZZZ9.
000775 01  WS-RUN-RC                 PIC 9(04) VALUE ZERO.
000780
000790 01  WS-OPTION                 PIC X(08) VALUE SPACES.
000800     88  WS-OPT-ACTIVE-ONLY        VALUE 'ACTIVE'.
000960     PERFORM 1000-INITIALIZE
000970     PERFORM 2000-UNLOAD-RECORDS UNTIL WS-EOF-YES
000980     PERFORM 3000-TERMINATE
000985     MOVE WS-RUN-RC TO RETURN-CODE
000990     STOP RUN.
001000
001010*----------------------------------------------------------------
001670         MOVE WS-RECORDS-UNLOADED TO BKP-TRL-COUNT
001680         WRITE BACKUP-RECORD
001690         CLOSE BACKUP-FILE
001695         PERFORM 3100-CATALOG-BACKUP
001700     END-IF
001710     IF WS-CM-OPEN-OK
001720         CLOSE CUSTOMER-MASTER-FILE
001770         MOVE WS-INACTIVE-SKIPPED TO WS-CNT-DISPLAY
001780         DISPLAY "CMUNLOAD INACTIVE SKIPPED: " WS-CNT-DISPLAY
001790     END-IF.
001800
001810*----------------------------------------------------------------
001820*    3100-CATALOG-BACKUP
001830*    ADDS THIS BACKUP TO CMBKGENS.DAT.  THE CATALOG IS ONLY
001840*    EVER EXTENDED; IT IS OPENED OUTPUT THE FIRST TIME.  A
001850*    BACKUP THAT CANNOT BE CATALOGED IS STILL GOOD, BUT CMERASE
001860*    AND CMAUDIT WILL NOT FIND IT UNTIL OPERATIONS ADDS IT BY
001870*    HAND - RETURN CODE 4.
001880*----------------------------------------------------------------
001890 3100-CATALOG-BACKUP.
001900     OPEN EXTEND BACKUP-CATALOG-FILE
001910     IF WS-BKC-FILE-STATUS NOT = "00"
001920         OPEN OUTPUT BACKUP-CATALOG-FILE
001930     END-IF
001940     IF WS-BKC-FILE-STATUS NOT = "00"
001950         DISPLAY "CMUNLOAD: CANNOT OPEN CMBKGENS.DAT - STATUS "
001960                 WS-BKC-FILE-STATUS " - " WS-BACKUP-DSN
001970                 " NOT CATALOGED"
001980         MOVE 4 TO WS-RUN-RC
001990     ELSE
002000         MOVE SPACES              TO BACKUP-CATALOG-RECORD
002010         MOVE WS-BACKUP-DSN       TO BKC-BACKUP-DSN
002020         MOVE WS-RUN-DATE         TO BKC-UNLOAD-DATE
002030         MOVE WS-RECORDS-UNLOADED TO BKC-RECORD-COUNT
002040         IF WS-OPT-ACTIVE-ONLY
002050             MOVE 'A'             TO BKC-UNLOAD-MODE
002060         ELSE
002070             MOVE 'F'             TO BKC-UNLOAD-MODE
002080         END-IF
002090         WRITE BACKUP-CATALOG-RECORD
002100         CLOSE BACKUP-CATALOG-FILE
002110     END-IF.

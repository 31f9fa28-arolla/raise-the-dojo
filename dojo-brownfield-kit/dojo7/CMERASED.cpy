000010*--------------------------------------------------------------*
000020*
000030*    CMERASED
000040*
000050*    RECORD LAYOUT OF THE ERASURE REGISTER (ERASED.DAT), THE
000060*    PERMANENT LIST OF CUSTOMERS WHOSE PERSONAL DATA CMERASE
000070*    HAS REPLACED WITH A TOMBSTONE - ON A DATA-SUBJECT REQUEST
000080*    OR BECAUSE THEY WERE CLOSED LONGER THAN THE RETENTION
000090*    PERIOD.  CMERASE APPENDS ONE RECORD PER CUSTOMER IT
000100*    ERASES AND RE-SCRUBS EVERY REGISTERED CUSTOMER FROM THE
000110*    JOURNALS AND BACKUPS ON EACH RUN.  CMRELOAD AND CMRECOVR
000120*    READ IT SO THAT NO BACKUP OR JOURNAL IMAGE CAN EVER PUT A
000130*    REGISTERED CUSTOMER'S PERSONAL DATA BACK ON THE MASTER.
000140*    THE FILE IS ONLY EVER EXTENDED.
000150*
000160*    MODIFICATION HISTORY.
000170*    -------------------------------------------------------
000180*    10/15/2026  JF   ORIGINAL VERSION.
000190*--------------------------------------------------------------*
000200 01  ERASURE-REGISTER-RECORD.
000210     05  ERR-CUSTOMER-ID       PIC 9(05).
000220     05  FILLER                PIC X(01).
000230     05  ERR-ERASE-DATE        PIC 9(08).
000240     05  FILLER                PIC X(01).
000250     05  ERR-BASIS             PIC X(09).
000260         88  ERR-BY-REQUEST        VALUE 'REQUEST'.
000270         88  ERR-BY-RETENTION      VALUE 'RETENTION'.
000280     05  FILLER                PIC X(01).
000290     05  ERR-CASE-REF          PIC X(20).

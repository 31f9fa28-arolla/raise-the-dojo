000176*                      LOGICAL DELETE JOURNALS AS ACTION CLOSE
000178*                      WITH A REAL AFTER IMAGE; A REINSTATE AS
000179*                      ACTION RESTORE.
000180*    10/15/2026  JF   IMAGES WIDENED TO THE 300-BYTE MASTER
000181*                      LAYOUT (SOURCE-PROVIDER STAMPS), SO THE
000182*                      IMAGES NOW SHOW WHICH FEED LAST SET THE
000183*                      RECORD AND EACH FIELD GROUP.  RECORDS OF
000184*                      THE 212-BYTE IMAGE LAYOUT (498 BYTES)
000185*                      ARE REMAPPED BY THE READERS.
000187*--------------------------------------------------------------*
000190 01  JOURNAL-RECORD.
000200     05  JRN-RUN-DATE          PIC 9(08).
000210     05  FILLER                PIC X(01).
000270     05  FILLER                PIC X(01).
000280     05  JRN-CUSTOMER-ID       PIC 9(05).
000290     05  FILLER                PIC X(01).
000300     05  JRN-BEFORE-IMAGE      PIC X(300).
000310     05  FILLER                PIC X(01).
000320     05  JRN-AFTER-IMAGE       PIC X(300).

000010*--------------------------------------------------------------*
000020*
000030*    CMEXTREG
000040*
000050*    RECORD LAYOUT OF THE EXTRACT REGISTER (EXTREG.DAT), THE
000060*    PERMANENT LIST OF PROVIDER FILE DATES (THE HDR RECORD'S
000070*    IN-HDR-FILE-DATE) ALREADY APPLIED TO THE CUSTOMER MASTER.
000080*    MIGRATE-CSV READS IT BEFORE TOUCHING CUSTMAST.DAT AND
000090*    REFUSES AN EXTRACT WHOSE FILE DATE IS ALREADY REGISTERED,
000100*    OR IS OLDER THAN THE LATEST ONE REGISTERED, UNLESS THE
000110*    RUN WAS GIVEN THE OVERRIDE OPTION; IT APPENDS ONE RECORD
000120*    FOR EVERY RUN THAT GOT PAST THE HEADER WITHOUT A HARD
000130*    FAILURE.  CMGAPRPT READS IT TO LIST THE BUSINESS DAYS THE
000140*    PROVIDER NEVER SENT.  THE FILE IS ONLY EVER EXTENDED.
000142*    EACH PROVIDER'S FILE DATES ARE CHECKED ONLY AGAINST THAT
000144*    PROVIDER'S OWN ENTRIES; A BLANK EXR-PROVIDER-ID IS AN
000146*    ENTRY FOR THE ORIGINAL (CORE) FEED.
000150*
000160*    MODIFICATION HISTORY.
000170*    -------------------------------------------------------
000180*    10/15/2026  JF   ORIGINAL VERSION.
000183*    10/15/2026  JF   ADDED THE PROVIDER ID FOR THE SECOND
000186*                      (LOYALTY) EXTRACT FEED.
000190*--------------------------------------------------------------*
000200 01  EXTRACT-REGISTER-RECORD.
000210     05  EXR-FILE-DATE         PIC 9(08).
000220     05  FILLER                PIC X(01).
000230     05  EXR-SOURCE-DSN        PIC X(40).
000240     05  FILLER                PIC X(01).
000250     05  EXR-RUN-DATE          PIC 9(08).
000260     05  FILLER                PIC X(01).
000270     05  EXR-RUN-RC            PIC 9(04).
000280     05  FILLER                PIC X(01).
000290     05  EXR-OVERRIDE-FLAG     PIC X(01).
000300         88  EXR-OVERRIDDEN        VALUE 'Y'.
000310     05  FILLER                PIC X(01).
000320     05  EXR-RECORDS-READ      PIC 9(07).
000330     05  FILLER                PIC X(01).
000340     05  EXR-RECORDS-MIGRATED  PIC 9(07).
000350     05  FILLER                PIC X(01).
000360     05  EXR-RECORDS-REJECTED  PIC 9(07).
000370     05  FILLER                PIC X(01).
000380     05  EXR-PROVIDER-ID       PIC X(08).

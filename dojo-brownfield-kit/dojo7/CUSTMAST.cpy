000144*                      COMPLIANCE.  RECORDS WRITTEN BEFORE THIS
000145*                      CHANGE CARRY SPACES IN THE NEW FIELDS; A
000146*                      BLANK STATUS COUNTS AS ACTIVE.
000147*    10/15/2026  JF   SOURCE-PROVIDER STAMPS ADDED FOR THE
000148*                      SECOND (LOYALTY) EXTRACT FEED: THE FEED
000149*                      THAT LAST SET THE RECORD, AND THE FEED
000150*                      THAT LAST SET EACH FIELD GROUP THE
000151*                      PRECEDENCE TABLE (SRCPREC.DAT) GOVERNS.
000152*                      ONLINE CORRECTIONS STAMP ONLINE.  THE
000153*                      RECORD GROWS TO 300 BYTES WITH A RESERVE
000154*                      FILLER; AN OLD-LAYOUT MASTER IS CARRIED
000155*                      FORWARD BY CMUNLOAD AND CMRELOAD, AND ITS
000156*                      RECORDS CARRY SPACES IN THE STAMPS UNTIL
000157*                      A FEED OR CUSTMNT NEXT SETS THEM.
000158*    10/15/2026  JF   ERASE DATE ADDED, TAKEN FROM THE RESERVE
000159*                      FILLER.  CMERASE SETS IT WHEN IT REPLACES
000160*                      A CUSTOMER'S NAME, EMAIL, PHONE AND
000161*                      ADDRESS WITH A TOMBSTONE; SPACES MEAN THE
000162*                      CUSTOMER WAS NEVER ERASED.
000163*    10/15/2026  JF   EMAIL DELIVERABILITY ADDED, TAKEN FROM
000164*                      THE RESERVE FILLER: STATUS (BLANK NEVER
000165*                      BOUNCED, S SOFT-BOUNCING, U
000166*                      UNDELIVERABLE), BOUNCE COUNT AND THE
000167*                      TYPE AND DATE OF THE LAST BOUNCE, KEPT
000168*                      BY CMBOUNCE FROM THE MAIL HOUSE'S BOUNCE
000169*                      FILE.  ANY CHANGE OF CM-EMAIL CLEARS THE
000170*                      GROUP TO SPACES; A NON-NUMERIC COUNT ON
000171*                      AN OLDER RECORD MEANS ZERO.
000172*--------------------------------------------------------------*
000173 01  CUSTOMER-MASTER-RECORD.
000174     05  CM-CUSTOMER-ID        PIC 9(05).
000175     05  CM-FIRST-NAME         PIC X(15).
000180     05  CM-MIDDLE-NAME        PIC X(20).
000190     05  CM-LAST-NAME          PIC X(20).
000200     05  CM-SUFFIX             PIC X(05).
000300     05  CM-ADD-DATE           PIC X(08).
000310     05  CM-LAST-CHANGE-DATE   PIC X(08).
000320     05  CM-CLOSE-DATE         PIC X(08).
000330     05  CM-SOURCE-PROVIDER    PIC X(08).
000340     05  CM-FIELD-SOURCES.
000350         10  CM-NAME-SOURCE        PIC X(08).
000360         10  CM-EMAIL-SOURCE       PIC X(08).
000370         10  CM-PHONE-SOURCE       PIC X(08).
000380         10  CM-ADDRESS-SOURCE     PIC X(08).
000390     05  CM-ERASE-DATE         PIC X(08).
000400     05  CM-EMAIL-DELIVERABILITY.
000410         10  CM-EMAIL-STATUS       PIC X(01).
000420             88  CM-EMAIL-DELIVERABLE  VALUES ' ', 'S'.
000430             88  CM-EMAIL-SOFT-BOUNCING VALUE 'S'.
000440             88  CM-EMAIL-UNDELIVERABLE VALUE 'U'.
000450         10  CM-BOUNCE-COUNT       PIC 9(03).
000460         10  CM-LAST-BOUNCE-TYPE   PIC X(01).
000470         10  CM-LAST-BOUNCE-DATE   PIC X(08).
000480     05  FILLER                PIC X(27).

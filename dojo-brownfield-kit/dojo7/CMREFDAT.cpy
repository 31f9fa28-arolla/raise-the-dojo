000100*                            INCLUSIVE.  HIGH MAY BE OMITTED
000110*                            FOR A SINGLE-VALUE RULE.
000120*      PREFIX <DIGITS>       A VALID LEADING PHONE PREFIX.
000122*      NOFEED <YYYYMMDD>     A WEEKDAY THE PROVIDER SENDS NO
000124*                            EXTRACT (A HOLIDAY).  USED ONLY
000126*                            BY CMGAPRPT, WHICH DOES NOT
000128*                            REPORT IT AS A GAP.
000130*
000140*    ANY OTHER TYPE VALUE (INCLUDING A BLANK LINE OR A LINE
000150*    STARTING WITH *) IS IGNORED, SO OPERATIONS CAN ANNOTATE
000156*    THE FILE.  SHARED BY MIGRATE-CSV, REJREPRO, CMREFSCN AND
000162*    CMGAPRPT.
000170*
000180*    MODIFICATION HISTORY.
000190*    -------------------------------------------------------
000200*    09/01/2026  JF   ORIGINAL VERSION.
000205*    10/15/2026  JF   ADDED THE NOFEED TYPE FOR CMGAPRPT.
000210*--------------------------------------------------------------*
000220 01  REFERENCE-RECORD.
000230     05  REF-TYPE              PIC X(06).
000240         88  REF-TYPE-POSTAL       VALUE 'POSTAL'.
000250         88  REF-TYPE-PREFIX       VALUE 'PREFIX'.
000255         88  REF-TYPE-NOFEED       VALUE 'NOFEED'.
000260     05  FILLER                PIC X(01).
000270     05  REF-LOW-VALUE         PIC X(10).
000280     05  FILLER                PIC X(01).

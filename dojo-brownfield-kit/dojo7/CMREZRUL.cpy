000010*--------------------------------------------------------------*
000020*
000030*    CMREZRUL
000040*
000050*    RECORD LAYOUT OF A POSTAL RE-ZONING RULE FILE, THE INPUT
000060*    TO CMREZONE, WRITTEN BY OPERATIONS WHEN THE POSTAL
000070*    AUTHORITY RE-ZONES AN AREA OR A CITY IS RENAMED OR
000080*    MERGED.  ONE LINE PER RULE, IN FIXED COLUMNS:
000090*
000100*      POSTAL <LOW> <HIGH> <CITY> <NEW POSTAL CODE>
000110*        EVERY CUSTOMER WHOSE POSTAL CODE IS IN LOW-HIGH
000120*        (INCLUSIVE; HIGH MAY BE OMITTED FOR ONE CODE) - AND,
000130*        IF A CITY IS GIVEN, WHO IS IN THAT CITY - GETS THE
000140*        NEW POSTAL CODE.
000150*      CITY   <LOW> <HIGH> <CITY> <NEW CITY NAME>
000160*        EVERY CUSTOMER IN THE CITY - AND, IF A POSTAL RANGE
000170*        IS GIVEN, WHOSE POSTAL CODE IS IN IT - GETS THE NEW
000180*        CITY NAME, EXACTLY AS TYPED.
000190*
000200*    CITIES ARE MATCHED REGARDLESS OF CASE.  EVERY RULE IS
000210*    TESTED AGAINST THE CUSTOMER AS THE RUN FOUND IT, SO A
000220*    RENAME AND A RE-ZONE OF THE SAME CITY BOTH NAME THE OLD
000230*    CITY.  A BLANK LINE OR A LINE STARTING WITH * IS
000240*    IGNORED, SO OPERATIONS CAN ANNOTATE THE FILE.
000250*
000260*    MODIFICATION HISTORY.
000270*    -------------------------------------------------------
000280*    10/15/2026  JF   ORIGINAL VERSION.
000290*--------------------------------------------------------------*
000300 01  REZONE-RULE-RECORD.
000310     05  RZL-TYPE              PIC X(06).
000320         88  RZL-TYPE-POSTAL       VALUE 'POSTAL'.
000330         88  RZL-TYPE-CITY         VALUE 'CITY'.
000340     05  FILLER                PIC X(01).
000350     05  RZL-POSTAL-LOW        PIC X(10).
000360     05  FILLER                PIC X(01).
000370     05  RZL-POSTAL-HIGH       PIC X(10).
000380     05  FILLER                PIC X(01).
000390     05  RZL-CITY              PIC X(20).
000400     05  FILLER                PIC X(01).
000410     05  RZL-NEW-VALUE         PIC X(20).
000420     05  FILLER                PIC X(10).

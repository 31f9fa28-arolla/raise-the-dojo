000010*--------------------------------------------------------------*
000020*
000030*    CMOPER
000040*
000050*    RECORD LAYOUT OF THE OPERATOR FILE (CMOPER.DAT), KEYED BY
000060*    OPERATOR ID.  ONE RECORD PER PERSON ALLOWED TO SIGN ON TO
000070*    CUSTMNT, MAINTAINED BY OPERATIONS WITH CMOPERAD - NEVER BY
000080*    HAND, SINCE THE PASSWORD/PIN IS HELD ONLY AS A ONE-WAY
000090*    HASH OF THE ID AND PIN TOGETHER.
000100*
000110*    THE ROLE DECIDES WHAT CUSTMNT OFFERS: I IS INQUIRY ONLY,
000120*    U ADDS UPDATE OF THE NAME FIELDS AND EMAIL, C ADDS CLOSE
000130*    AND REINSTATE.  AN EXPIRED OPERATOR CANNOT SIGN ON.  EACH
000140*    WRONG PIN ADDS TO THE FAILURE COUNT, WHICH A GOOD SIGN-ON
000150*    CLEARS; ENOUGH FAILURES IN A ROW LOCK THE ID UNTIL AN
000160*    ADMINISTRATOR RESETS IT WITH CMOPERAD.
000170*
000180*    MODIFICATION HISTORY.
000190*    -------------------------------------------------------
000200*    10/15/2026  JF   ORIGINAL VERSION.
000210*--------------------------------------------------------------*
000220 01  OPERATOR-RECORD.
000230     05  OPR-ID                PIC X(08).
000240     05  FILLER                PIC X(01).
000250     05  OPR-ROLE              PIC X(01).
000260         88  OPR-ROLE-INQUIRY      VALUE 'I'.
000270         88  OPR-ROLE-UPDATE       VALUE 'U'.
000280         88  OPR-ROLE-CLOSE        VALUE 'C'.
000290         88  OPR-ROLE-VALID        VALUES 'I', 'U', 'C'.
000300     05  FILLER                PIC X(01).
000310     05  OPR-STATUS            PIC X(01).
000320         88  OPR-ACTIVE            VALUE 'A'.
000330         88  OPR-EXPIRED           VALUE 'E'.
000340     05  FILLER                PIC X(01).
000350     05  OPR-PIN-HASH          PIC 9(09).
000360     05  FILLER                PIC X(01).
000370     05  OPR-FAIL-COUNT        PIC 9(02).
000380     05  FILLER                PIC X(01).
000390     05  OPR-LOCKED-SW         PIC X(01).
000400         88  OPR-LOCKED            VALUE 'Y'.
000410     05  FILLER                PIC X(01).
000420     05  OPR-LOCKED-DATE       PIC X(08).
000430     05  FILLER                PIC X(01).
000440     05  OPR-LOCKED-TIME       PIC X(06).
000450     05  FILLER                PIC X(01).
000460     05  OPR-LAST-SIGNON-DATE  PIC X(08).
000470     05  FILLER                PIC X(01).
000480     05  OPR-LAST-SIGNON-TIME  PIC X(06).
000490     05  FILLER                PIC X(01).
000500     05  OPR-ADDED-DATE        PIC X(08).
000510     05  FILLER                PIC X(20).

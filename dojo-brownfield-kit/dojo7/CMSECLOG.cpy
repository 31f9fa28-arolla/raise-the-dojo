000010*--------------------------------------------------------------*
000020*
000030*    CMSECLOG
000040*
000050*    RECORD LAYOUT OF THE SECURITY-VIOLATION LOG (SECVIOL.LOG),
000060*    EXTENDED BY EVERY WRITER, NEVER OVERWRITTEN.  CUSTMNT
000070*    LOGS EACH REFUSED SIGN-ON AND EACH ACTION REFUSED FOR THE
000080*    OPERATOR'S ROLE; CMOPERAD LOGS EVERY CHANGE IT MAKES TO
000090*    THE OPERATOR FILE, SO A LOCKOUT CAN BE TRACED TO THE
000100*    RESET THAT LIFTED IT.
000110*
000120*    EVENTS:
000130*      UNKNOWN   SIGN-ON WITH AN ID NOT ON CMOPER.DAT
000140*      BADPIN    WRONG PASSWORD/PIN
000150*      LOCKOUT   WRONG PIN THAT LOCKED THE ID
000160*      LOCKED    SIGN-ON ATTEMPT ON A LOCKED ID
000170*      EXPIRED   SIGN-ON ATTEMPT ON AN EXPIRED ID
000180*      BADROLE   SIGN-ON WITH NO VALID ROLE ON FILE
000190*      REFUSED   ACTION NOT ALLOWED FOR THE OPERATOR'S ROLE
000200*      ADMIN     OPERATOR FILE CHANGED BY CMOPERAD
000210*
000220*    MODIFICATION HISTORY.
000230*    -------------------------------------------------------
000240*    10/15/2026  JF   ORIGINAL VERSION.
000250*--------------------------------------------------------------*
000260 01  SECURITY-LOG-RECORD.
000270     05  SEC-DATE              PIC 9(08).
000280     05  FILLER                PIC X(01).
000290     05  SEC-TIME              PIC 9(06).
000300     05  FILLER                PIC X(01).
000310     05  SEC-PROGRAM           PIC X(08).
000320     05  FILLER                PIC X(01).
000330     05  SEC-OPERATOR          PIC X(08).
000340     05  FILLER                PIC X(01).
000350     05  SEC-EVENT             PIC X(08).
000360     05  FILLER                PIC X(01).
000370     05  SEC-CUSTOMER-ID       PIC X(05).
000380     05  FILLER                PIC X(01).
000390     05  SEC-ACTION            PIC X(08).
000400     05  FILLER                PIC X(01).
000410     05  SEC-DETAIL            PIC X(40).

000010*--------------------------------------------------------------*
000020*
000030*    CMSRCPRC
000040*
000050*    RECORD LAYOUT OF THE OPERATIONS-MAINTAINED SOURCE
000060*    PRECEDENCE TABLE (SRCPREC.DAT), WHICH SAYS WHICH EXTRACT
000070*    PROVIDER OWNS EACH FIELD GROUP OF THE CUSTOMER MASTER.
000080*    ONE LINE PER GROUP:
000090*
000100*      NAME     <PROVIDER>   FIRST/MIDDLE/LAST NAME, SUFFIX
000110*      EMAIL    <PROVIDER>   EMAIL
000120*      PHONE    <PROVIDER>   PHONE
000130*      ADDRESS  <PROVIDER>   ADDRESS LINES, CITY, POSTAL CODE
000140*
000150*    THE PROVIDER IS THE ID THE EXTRACT'S HDR RECORD CARRIES
000160*    (CORE FOR THE ORIGINAL FEED, WHOSE HDR LEAVES IT BLANK).
000170*    AN UPDATE FROM A PROVIDER THAT DOES NOT OWN A GROUP MAY
000180*    FILL THE GROUP WHILE IT IS BLANK ON THE MASTER, BUT NEVER
000190*    OVERWRITES IT; A DIFFERING VALUE GOES TO THE RUN'S
000200*    CONFLICT REPORT INSTEAD.  A GROUP NOT LISTED HAS NO OWNER
000210*    AND THE LATEST UPDATE WINS.  ANY OTHER GROUP VALUE
000220*    (INCLUDING A BLANK LINE OR A LINE STARTING WITH *) IS
000230*    IGNORED, SO OPERATIONS CAN ANNOTATE THE FILE; THE TEXT
000240*    AFTER THE PROVIDER IS FREE COMMENT.  SHARED BY MIGRATE-CSV
000250*    AND REJREPRO.
000260*
000270*    MODIFICATION HISTORY.
000280*    -------------------------------------------------------
000290*    10/15/2026  JF   ORIGINAL VERSION.
000300*--------------------------------------------------------------*
000310 01  SOURCE-PRECEDENCE-RECORD.
000320     05  SPR-FIELD-GROUP       PIC X(08).
000330         88  SPR-GROUP-NAME        VALUE 'NAME'.
000340         88  SPR-GROUP-EMAIL       VALUE 'EMAIL'.
000350         88  SPR-GROUP-PHONE       VALUE 'PHONE'.
000360         88  SPR-GROUP-ADDRESS     VALUE 'ADDRESS'.
000370     05  FILLER                PIC X(01).
000380     05  SPR-OWNER-PROVIDER    PIC X(08).
000390     05  FILLER                PIC X(01).
000400     05  SPR-COMMENT           PIC X(50).

000010*--------------------------------------------------------------*
000020*
000030*    CMCONFL
000040*
000050*    RECORD LAYOUT OF THE FIELD-PRECEDENCE CONFLICT REPORT
000060*    (CONFLICT.<DSN>.DAT).  ONE RECORD PER FIELD GROUP AN
000070*    UPDATE WAS NOT ALLOWED TO OVERWRITE BECAUSE ANOTHER
000080*    PROVIDER OWNS IT ON THE SOURCE PRECEDENCE TABLE
000090*    (SRCPREC.DAT): THE CUSTOMER, THE GROUP, THE PROVIDER
000100*    THAT SENT THE UPDATE, THE OWNER, THE VALUE KEPT ON THE
000110*    MASTER AND THE VALUE WITHHELD.  NAME AND ADDRESS VALUES
000120*    ARE THE GROUP'S FIELDS SIDE BY SIDE IN MASTER ORDER.
000130*    WRITTEN BY MIGRATE-CSV, AND EXTENDED BY REJREPRO WHEN IT
000140*    REPROCESSES THE SAME EXTRACT'S REJECTS.
000150*
000160*    MODIFICATION HISTORY.
000170*    -------------------------------------------------------
000180*    10/15/2026  JF   ORIGINAL VERSION.
000190*--------------------------------------------------------------*
000200 01  CONFLICT-RECORD.
000210     05  CFL-CUSTOMER-ID       PIC 9(05).
000220     05  FILLER                PIC X(01).
000230     05  CFL-FIELD-GROUP       PIC X(08).
000240     05  FILLER                PIC X(01).
000250     05  CFL-PROVIDER          PIC X(08).
000260     05  FILLER                PIC X(01).
000270     05  CFL-OWNER             PIC X(08).
000280     05  FILLER                PIC X(01).
000290     05  CFL-MASTER-VALUE      PIC X(90).
000300     05  FILLER                PIC X(01).
000310     05  CFL-INCOMING-VALUE    PIC X(90).

000010*--------------------------------------------------------------*
000020*
000030*    CMREJREG
000040*
000050*    RECORD LAYOUT OF THE OPEN-REJECT REGISTER (REJREG.DAT),
000060*    ONE RECORD PER CUSTOMER ID STILL STUCK IN THE REJECT
000070*    BACKLOG, IN CUSTOMER-ID ORDER, ENDING WITH A TRL CONTROL
000080*    RECORD.  CMREJAGE REBUILDS IT ON EVERY RUN FROM THE LAST
000090*    REGISTER PLUS THE REJECT, RE-REJECT AND REPRO FILES OF
000100*    EVERY EXTRACT ON THE EXTRACT REGISTER, SO AN ITEM KEEPS
000110*    ITS FIRST-REJECTED DATE EVEN AFTER ITS REJECT FILE HAS
000120*    BEEN ARCHIVED, AND LEAVES THE REGISTER ONCE IT IS
000130*    REPAIRED, GETS THROUGH ON A LATER EXTRACT, OR IS ERASED.
000140*
000150*    ORJ-FIRST-DATE IS THE RUN DATE OF THE FIRST REJECTION
000160*    SINCE THE ITEM LAST OPENED (THE AGE IS COUNTED FROM IT);
000170*    ORJ-LAST-DATE, REASON, STAGE, DSN AND EMAIL ARE THOSE OF
000180*    THE LATEST REJECTION.  STAGE R IS A MIGRATE-CSV REJECT,
000190*    X A REJREPRO RE-REJECT.
000200*
000210*    MODIFICATION HISTORY.
000220*    -------------------------------------------------------
000230*    10/15/2026  JF   ORIGINAL VERSION.
000240*--------------------------------------------------------------*
000250 01  OPEN-REJECT-RECORD.
000260     05  ORJ-CUSTOMER-ID       PIC 9(05).
000270     05  FILLER                PIC X(01).
000280     05  ORJ-REASON-CODE       PIC X(08).
000290     05  FILLER                PIC X(01).
000300     05  ORJ-FIRST-DATE        PIC 9(08).
000310     05  FILLER                PIC X(01).
000320     05  ORJ-LAST-DATE         PIC 9(08).
000330     05  FILLER                PIC X(01).
000340     05  ORJ-STAGE             PIC X(01).
000350         88  ORJ-REJECTED          VALUE 'R'.
000360         88  ORJ-REREJECTED        VALUE 'X'.
000370     05  FILLER                PIC X(01).
000380     05  ORJ-SOURCE-DSN        PIC X(40).
000390     05  FILLER                PIC X(01).
000400     05  ORJ-EMAIL             PIC X(20).
000410
000420 01  OPEN-REJECT-TRAILER REDEFINES OPEN-REJECT-RECORD.
000430     05  ORT-CODE              PIC X(03).
000440     05  ORT-RECORD-COUNT      PIC 9(07).
000450     05  FILLER                PIC X(01).
000460     05  ORT-RUN-DATE          PIC 9(08).
000470     05  FILLER                PIC X(77).

000010*--------------------------------------------------------------*
000020*
000030*    CMHHXREF
000040*
000050*    RECORD LAYOUT OF THE HOUSEHOLD CROSS-REFERENCE
000060*    (HHXREF.DAT), ONE RECORD PER HOUSEHOLDED CUSTOMER IN
000070*    CUSTOMER-ID ORDER, ENDING WITH A TRL CONTROL RECORD.
000080*    CMHHOLD REBUILDS IT ON EVERY RUN, CARRYING EACH
000090*    HOUSEHOLD ID FORWARD FROM THE LAST RUN BY ITS NORMALIZED
000100*    ADDRESS, SO A HOUSEHOLD KEEPS ITS ID AS MEMBERS JOIN AND
000110*    LEAVE.  THE TRAILER CARRIES THE HIGHEST HOUSEHOLD ID EVER
000120*    ISSUED, SO A DISSOLVED HOUSEHOLD'S ID IS NEVER REUSED.
000130*    THE PRIMARY MEMBER (LOWEST CUSTOMER ID) IS THE ONE ROW
000140*    CMEXPORT SENDS FOR THE HOUSEHOLD.
000150*
000160*    MODIFICATION HISTORY.
000170*    -------------------------------------------------------
000180*    10/15/2026  JF   ORIGINAL VERSION.
000190*--------------------------------------------------------------*
000200 01  HOUSEHOLD-XREF-RECORD.
000210     05  HHX-CUSTOMER-ID       PIC 9(05).
000220     05  FILLER                PIC X(01).
000230     05  HHX-HOUSEHOLD-ID      PIC 9(07).
000240     05  FILLER                PIC X(01).
000250     05  HHX-PRIMARY-SW        PIC X(01).
000260         88  HHX-PRIMARY           VALUE 'Y'.
000270     05  FILLER                PIC X(01).
000280     05  HHX-SINCE-DATE        PIC 9(08).
000290     05  FILLER                PIC X(01).
000300     05  HHX-ADDRESS-KEY.
000310         10  HHX-KEY-ADDR-1    PIC X(30).
000320         10  HHX-KEY-ADDR-2    PIC X(30).
000330         10  HHX-KEY-CITY      PIC X(20).
000340         10  HHX-KEY-POSTAL    PIC X(10).
000350
000360 01  HOUSEHOLD-XREF-TRAILER REDEFINES HOUSEHOLD-XREF-RECORD.
000370     05  HHT-CODE              PIC X(03).
000380     05  HHT-RECORD-COUNT      PIC 9(07).
000390     05  FILLER                PIC X(01).
000400     05  HHT-LAST-HOUSEHOLD-ID PIC 9(07).
000410     05  FILLER                PIC X(97).

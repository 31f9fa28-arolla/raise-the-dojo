000010*--------------------------------------------------------------*
000020*
000030*    CMREZCHG
000040*
000050*    RECORD LAYOUT OF THE RE-ZONING CHANGE FILE,
000060*    REZCHG.<RULE DSN>.DAT.  CMREZONE PREVIEW WRITES IT:
000070*
000080*      HDR  THE RULE DSN, THE PREVIEW DATE, THE RULE COUNT
000090*      REF  ONE REFDATA.DAT POSTAL RULE TO ADD (A NEW CODE NO
000100*           RULE COVERS) OR RETIRE (A RANGE RE-ZONED WHOLE)
000110*      CHG  ONE CUSTOMER, ITS CITY AND POSTAL CODE BEFORE AND
000120*           AFTER, AND THE RULES THAT CHANGED THEM
000130*      TRL  THE CHG AND REF COUNTS AND A HASH TOTAL OF THE
000140*           CUSTOMER IDS
000150*
000160*    CMREZONE COMMIT APPLIES THIS FILE AND NOTHING ELSE, SO
000170*    WHAT IS COMMITTED IS EXACTLY WHAT WAS PREVIEWED.  A FILE
000180*    THAT FAILS ITS TRAILER CHECK IS REFUSED WHOLE.
000190*
000200*    MODIFICATION HISTORY.
000210*    -------------------------------------------------------
000220*    10/15/2026  JF   ORIGINAL VERSION.
000230*--------------------------------------------------------------*
000240 01  REZONE-CHANGE-RECORD.
000250     05  RZC-TYPE              PIC X(03).
000260         88  RZC-HEADER            VALUE 'HDR'.
000270         88  RZC-REFDATA           VALUE 'REF'.
000280         88  RZC-CHANGE            VALUE 'CHG'.
000290         88  RZC-TRAILER           VALUE 'TRL'.
000300     05  FILLER                PIC X(01).
000310     05  RZC-DETAIL            PIC X(96).
000320     05  RZC-HEADER-DETAIL REDEFINES RZC-DETAIL.
000330         10  RZC-RULE-DSN          PIC X(40).
000340         10  FILLER                PIC X(01).
000350         10  RZC-PREVIEW-DATE      PIC 9(08).
000360         10  FILLER                PIC X(01).
000370         10  RZC-RULE-COUNT        PIC 9(03).
000380         10  FILLER                PIC X(43).
000390     05  RZC-REFDATA-DETAIL REDEFINES RZC-DETAIL.
000400         10  RZC-REF-ACTION        PIC X(06).
000410             88  RZC-REF-ADD           VALUE 'ADD'.
000420             88  RZC-REF-RETIRE        VALUE 'RETIRE'.
000430         10  FILLER                PIC X(01).
000440         10  RZC-REF-LOW           PIC X(10).
000450         10  FILLER                PIC X(01).
000460         10  RZC-REF-HIGH          PIC X(10).
000470         10  FILLER                PIC X(01).
000480         10  RZC-REF-RULE          PIC 9(03).
000490         10  FILLER                PIC X(64).
000500     05  RZC-CHANGE-DETAIL REDEFINES RZC-DETAIL.
000510         10  RZC-CUSTOMER-ID       PIC 9(05).
000520         10  FILLER                PIC X(01).
000530         10  RZC-POSTAL-RULE       PIC 9(03).
000540         10  FILLER                PIC X(01).
000550         10  RZC-CITY-RULE         PIC 9(03).
000560         10  FILLER                PIC X(01).
000570         10  RZC-OLD-CITY          PIC X(20).
000580         10  FILLER                PIC X(01).
000590         10  RZC-OLD-POSTAL        PIC X(10).
000600         10  FILLER                PIC X(01).
000610         10  RZC-NEW-CITY          PIC X(20).
000620         10  FILLER                PIC X(01).
000630         10  RZC-NEW-POSTAL        PIC X(10).
000640         10  FILLER                PIC X(19).
000650     05  RZC-TRAILER-DETAIL REDEFINES RZC-DETAIL.
000660         10  RZC-CHANGE-COUNT      PIC 9(07).
000670         10  FILLER                PIC X(01).
000680         10  RZC-REF-COUNT         PIC 9(05).
000690         10  FILLER                PIC X(01).
000700         10  RZC-ID-HASH           PIC 9(12).
000710         10  FILLER                PIC X(70).

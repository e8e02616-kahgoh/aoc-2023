000010*----------------------------------------------------------------*
000020* COPYBOOK     : BILLREC                                          *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   FIXED-FORMAT VENUE CHARGEBACK INTERFACE TO THE FINANCE        *
000090*   LEDGER, WRITTEN BY DAY06BIL ONCE A MONTH: ONE HEADER ('H')    *
000100*   FOR THE BILLING PERIOD, ONE DETAIL ('D') PER VENUE PER        *
000110*   CHARGE CODE WITH ITS QUANTITY AND AMOUNT, AND ONE TRAILER     *
000120*   ('T') CARRYING THE DETAIL-RECORD COUNT AND THE QUANTITY AND   *
000130*   AMOUNT TOTALS FOR THE LEDGER LOAD TO BALANCE AGAINST.         *
000140*   AMOUNTS ARE WHOLE DIGITS WITH TWO IMPLIED DECIMALS.           *
000150*----------------------------------------------------------------*
000160* MODIFICATION HISTORY                                            *
000170*----------------------------------------------------------------*
000180* DATE       INIT  DESCRIPTION                                    *
000190* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000200*----------------------------------------------------------------*
000210 01  BILLING-INTERFACE-RECORD.
000220     05  BL-RECORD-TYPE          PIC X(01).
000230         88  BL-HEADER                      VALUE 'H'.
000240         88  BL-DETAIL                      VALUE 'D'.
000250         88  BL-TRAILER                     VALUE 'T'.
000260     05  BL-BODY                 PIC X(79).
000270     05  BL-HEADER-BODY REDEFINES BL-BODY.
000280*            YYYYMM
000290         10  BL-H-PERIOD         PIC 9(06).
000300         10  BL-H-SOURCE         PIC X(08).
000310         10  BL-H-CREATED        PIC X(19).
000320         10  FILLER              PIC X(46).
000330     05  BL-DETAIL-BODY REDEFINES BL-BODY.
000340         10  BL-D-PERIOD         PIC 9(06).
000350         10  BL-D-VENUE-CODE     PIC X(06).
000360         10  BL-D-CHARGE-CODE    PIC X(04).
000370             88  BL-D-LATE-FILE             VALUE 'LATE'.
000380             88  BL-D-RACE                  VALUE 'RACE'.
000390             88  BL-D-REJECT                VALUE 'REJT'.
000400             88  BL-D-REPAIR                VALUE 'REPR'.
000410         10  BL-D-QUANTITY       PIC 9(07).
000420         10  BL-D-AMOUNT         PIC 9(09)V99.
000430         10  FILLER              PIC X(45).
000440     05  BL-TRAILER-BODY REDEFINES BL-BODY.
000450         10  BL-T-PERIOD         PIC 9(06).
000460         10  BL-T-DETAIL-CT      PIC 9(07).
000470         10  BL-T-QUANTITY       PIC 9(09).
000480         10  BL-T-AMOUNT         PIC 9(11)V99.
000490         10  FILLER              PIC X(44).

000010*----------------------------------------------------------------*
000020* COPYBOOK     : RATEREC                                          *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE ROW OF THE VENUE CHARGEBACK RATE TABLE (VENUE.RATES),     *
000090*   KEPT BY FINANCE AND READ BY DAY06BIL. A ROW HOLDS THE FEES    *
000100*   IN FORCE FOR ONE VENUE (OR '*' FOR EVERY VENUE WITHOUT A ROW  *
000110*   OF ITS OWN) FROM ITS EFFECTIVE DATE UNTIL THE NEXT ROW FOR    *
000120*   THE SAME VENUE TAKES OVER - A RATE CHANGE IS A NEW ROW, NOT   *
000130*   AN EDIT, SO EARLIER MONTHS STILL RE-BILL AT THEIR OLD RATES.  *
000140*   FEES ARE WHOLE DIGITS WITH TWO IMPLIED DECIMALS.              *
000150*----------------------------------------------------------------*
000160* MODIFICATION HISTORY                                            *
000170*----------------------------------------------------------------*
000180* DATE       INIT  DESCRIPTION                                    *
000190* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000200*----------------------------------------------------------------*
000210 01  RATE-RECORD.
000220     05  RT-VENUE-CODE           PIC X(06).
000230         88  RT-ALL-VENUES                  VALUE '*'.
000240     05  FILLER                  PIC X(01).
000250*        DD/MM/YYYY - THE FIRST DAY THE ROW APPLIES.
000260     05  RT-EFFECTIVE-DATE       PIC X(10).
000270     05  FILLER                  PIC X(01).
000280*        PER RACE PROCESSED (INCLUDING A HELD RACE RELEASED).
000290     05  RT-RACE-FEE             PIC 9(05)V99.
000300     05  FILLER                  PIC X(01).
000310*        PER RACE REJECTED TO THE EXCEPT FILE.
000320     05  RT-REJECT-FEE           PIC 9(05)V99.
000330     05  FILLER                  PIC X(01).
000340*        PER EXCEPTION REPAIRED THROUGH DAY06REP.
000350     05  RT-REPAIR-FEE           PIC 9(05)V99.
000360     05  FILLER                  PIC X(01).
000370*        PER LATE FILE - ONE RUN'S RACES FOR THE VENUE PROCESSED
000380*        AFTER THEIR RACE DATE.
000390     05  RT-LATE-FEE             PIC 9(05)V99.

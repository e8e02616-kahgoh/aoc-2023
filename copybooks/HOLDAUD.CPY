000010*----------------------------------------------------------------*
000020* COPYBOOK     : HOLDAUD                                          *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE DECISION ON THE PERMANENT SUSPECT.AUDIT FILE, APPENDED BY *
000090*   DAY06HLD FOR EVERY HELD RACE THE OPS ANALYST RELEASES OR      *
000100*   REJECTS: WHEN, WHAT, WHO AND WHY, THE HELD FIGURES AND THEIR  *
000110*   WORST SWING, AND WHICH HOLD IT WAS (SUSPECT FILE PLUS DAY06   *
000120*   RUN STAMP PLUS RACE-ID) - THAT TRIPLE IS ALSO HOW DAY06HLD    *
000130*   KNOWS A HELD RACE HAS ALREADY BEEN DECIDED.                   *
000140*----------------------------------------------------------------*
000150* MODIFICATION HISTORY                                            *
000160*----------------------------------------------------------------*
000170* DATE       INIT  DESCRIPTION                                    *
000180* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000190*----------------------------------------------------------------*
000200 01  HOLD-AUDIT-RECORD.
000210     05  HA-STAMP                PIC X(19).
000220     05  FILLER                  PIC X(01).
000230     05  HA-ACTION               PIC X(08).
000240         88  HA-RELEASED                    VALUE 'RELEASED'.
000250         88  HA-REJECTED                    VALUE 'REJECTED'.
000260     05  FILLER                  PIC X(01).
000270     05  HA-ANALYST              PIC X(08).
000280     05  FILLER                  PIC X(01).
000290     05  HA-RACE-ID              PIC X(10).
000300     05  FILLER                  PIC X(01).
000310     05  HA-REASON               PIC X(40).
000320     05  FILLER                  PIC X(01).
000330     05  HA-TIME                 PIC 9(08).
000340     05  FILLER                  PIC X(01).
000350     05  HA-DIST                 PIC 9(17).
000360     05  FILLER                  PIC X(01).
000370     05  HA-WAYS                 PIC 9(17).
000380     05  FILLER                  PIC X(01).
000390     05  HA-SWING-MEASURE        PIC X(04).
000400     05  FILLER                  PIC X(01).
000410     05  HA-SWING-PCT            PIC 9(07).
000420     05  FILLER                  PIC X(01).
000430     05  HA-RUN-STAMP            PIC X(19).
000440     05  FILLER                  PIC X(01).
000450     05  HA-SUSPECT-FILE         PIC X(80).

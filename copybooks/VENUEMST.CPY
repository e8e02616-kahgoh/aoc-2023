000010*----------------------------------------------------------------*
000020* COPYBOOK     : VENUEMST                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE VENUE MASTER RECORD, KEYED ON VM-VENUE-CODE. HELD IN THE  *
000090*   INDEXED VENUE MASTER FILE MAINTAINED BY VENUEMNT. THE SHORT   *
000100*   CODE IS WHAT THE RACE MASTER (RM-VENUE-CODE), THE RESULTS     *
000110*   LINE AND THE WAREHOUSE EXPORT CARRY, SO EVERY DOWNSTREAM      *
000120*   GROUPING JOINS ON ONE SPELLING OF THE VENUE. A CLOSED VENUE   *
000130*   STAYS ON FILE (OLD RACES STILL REFER TO IT) BUT RACEMNT WILL  *
000140*   NOT PUT A RACE ON IT.                                         *
000150*----------------------------------------------------------------*
000160* MODIFICATION HISTORY                                            *
000170*----------------------------------------------------------------*
000180* DATE       INIT  DESCRIPTION                                    *
000190* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000200*----------------------------------------------------------------*
000210 01  VENUE-MASTER-RECORD.
000220     05  VM-VENUE-CODE           PIC X(06).
000230     05  VM-VENUE-NAME           PIC X(30).
000240     05  VM-REGION               PIC X(12).
000250     05  VM-STEWARD              PIC X(20).
000260     05  VM-STATUS               PIC X(01).
000270         88  VM-OPEN                        VALUE 'O'.
000280         88  VM-CLOSED                      VALUE 'C'.
000290     05  FILLER                  PIC X(11).

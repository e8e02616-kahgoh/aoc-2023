000010*----------------------------------------------------------------*
000020* COPYBOOK     : VENUEJNL                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE RECORD OF THE PERMANENT VENUE.JOURNAL FILE - THE VENUE    *
000090*   MASTER'S COUNTERPART OF RACEJNL. VENUEMNT APPENDS ONE PER     *
000100*   APPLIED ADD/CHANGE/CLOSE: TIMESTAMP, ACTION, VENUE CODE, THE  *
000110*   TRANSACTION FILE IT CAME FROM AND THE WHOLE VENUE RECORD AS   *
000120*   IT WAS BEFORE (SPACES FOR AN ADD) AND AFTER THE CHANGE.       *
000130*----------------------------------------------------------------*
000140* MODIFICATION HISTORY                                            *
000150*----------------------------------------------------------------*
000160* DATE       INIT  DESCRIPTION                                    *
000170* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000180*----------------------------------------------------------------*
000190 01  VENUE-JOURNAL-RECORD.
000200     05  VJ-STAMP                PIC X(19).
000210     05  FILLER                  PIC X(01).
000220     05  VJ-ACTION               PIC X(01).
000230         88  VJ-ADD                         VALUE 'A'.
000240         88  VJ-CHANGE                      VALUE 'C'.
000250         88  VJ-CLOSE                       VALUE 'X'.
000260     05  FILLER                  PIC X(01).
000270     05  VJ-VENUE-CODE           PIC X(06).
000280     05  FILLER                  PIC X(01).
000290     05  VJ-TRANS-FILE           PIC X(80).
000300     05  FILLER                  PIC X(01).
000310     05  VJ-BEFORE-IMAGE         PIC X(80).
000320     05  FILLER                  PIC X(01).
000330     05  VJ-AFTER-IMAGE          PIC X(80).

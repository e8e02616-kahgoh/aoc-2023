000010*----------------------------------------------------------------*
000020* COPYBOOK     : ENTRYREC                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE COMPETITOR ENTRY AS SENT BY THE STEWARDS - THE RACE, THE  *
000090*   BOAT AND ITS SKIPPER, AND THE HOLD TIME THE BOAT ACTUALLY     *
000100*   DECLARED. THE FILE IS WRAPPED IN THE SAME HDR/TRL CONTROL     *
000110*   RECORDS AS THE MAIN INPUT (SEE BOATCTL, WHICH OVERLAYS THE    *
000120*   FRONT OF THIS RECORD); FOR AN ENTRIES FILE THE TRAILER HASH   *
000130*   IS THE SUM OF EN-HOLD-TIME OVER EVERY DETAIL RECORD,          *
000140*   LOW-ORDER 18 DIGITS. SCORED BY DAY06ENT.                      *
000150*----------------------------------------------------------------*
000160* MODIFICATION HISTORY                                            *
000170*----------------------------------------------------------------*
000180* DATE       INIT  DESCRIPTION                                    *
000190* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000200*----------------------------------------------------------------*
000210 01  ENTRY-RECORD.
000220     05  EN-RACE-ID              PIC X(10).
000230     05  EN-BOAT-ID              PIC X(10).
000240     05  EN-SKIPPER              PIC X(20).
000250     05  EN-HOLD-TIME            PIC 9(08).

000010*----------------------------------------------------------------*
000020* COPYBOOK     : RUNREV                                           *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   WORK VIEW OF ONE RUN-LOG RECORD (SAME POSITIONS AS RUNLOG)    *
000090*   FOR A PROGRAM THAT, WHILE IT WORKS THROUGH THE RUN LOG, HAS   *
000100*   TO RE-SCAN IT THROUGH A SECOND FD FOR THE DAY06BAK REVERSAL   *
000110*   RECORD OF A GIVEN RUN. THE SECOND FD IS READ INTO THIS AREA   *
000120*   SO ITS FIELDS DO NOT COLLIDE WITH THE AU- NAMES OF THE MAIN   *
000130*   RUN-LOG FD. KEEP IN STEP WITH RUNLOG.                         *
000140*----------------------------------------------------------------*
000150* MODIFICATION HISTORY                                            *
000160*----------------------------------------------------------------*
000170* DATE       INIT  DESCRIPTION                                    *
000180* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000190*----------------------------------------------------------------*
000200 01  RUN-REVERSAL-WORK.
000210     05  RV-START-STAMP          PIC X(19).
000220     05  FILLER                  PIC X(01).
000230     05  RV-END-STAMP            PIC X(19).
000240     05  FILLER                  PIC X(01).
000250     05  RV-MODE                 PIC X(01).
000260         88  RV-BACKED-OUT                  VALUE 'B'.
000270     05  FILLER                  PIC X(51).
000280     05  RV-INPUT-FILE           PIC X(80).
000290     05  FILLER                  PIC X(01).
000300     05  RV-RESULTS-FILE         PIC X(80).
000310     05  FILLER                  PIC X(81).

000010*----------------------------------------------------------------*
000020* COPYBOOK     : RACEFIN                                          *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE RECORD OF THE CUMULATIVE RACE-FINISHES FILE - ONE SCORED  *
000090*   COMPETITOR ENTRY, HELD INDEXED AND KEYED ON FN-KEY (RACE-ID,  *
000100*   RUN DATE AS YYYY-MM-DD, BOAT-ID) THE WAY RACE.HISTORY IS      *
000110*   KEYED, SO ONE RACE'S FIELD SITS TOGETHER IN KEY ORDER.        *
000120*   DAY06ENT WRITES THEM: THE DISTANCE THE DECLARED HOLD ACTUALLY *
000130*   COVERED, THE RACE'S RECORD DISTANCE IT WAS MEASURED AGAINST,  *
000140*   BEAT/TIED/MISSED, THE RANK IN THE RACE (TIES SHARE A RANK),   *
000150*   THE NUMBER OF BOATS RANKED AND THE SEASON POINTS THE FINISH   *
000160*   EARNS (ONE POINT FOR EVERY BOAT RANKED, LESS ONE FOR EVERY    *
000170*   PLACE BELOW FIRST - THE WINNER OF A FIELD OF SIX TAKES SIX).  *
000180*   DAY06STD ACCUMULATES THEM INTO THE SEASON STANDINGS. A RERUN  *
000190*   OF AN ENTRIES FILE RESTATES THE RACE'S FINISHES FOR THE DATE. *
000200*----------------------------------------------------------------*
000210* MODIFICATION HISTORY                                            *
000220*----------------------------------------------------------------*
000230* DATE       INIT  DESCRIPTION                                    *
000240* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000250*----------------------------------------------------------------*
000260 01  RACE-FINISH-RECORD.
000270     05  FN-KEY.
000280         10  FN-RACE-ID          PIC X(10).
000290         10  FN-RUN-DATE         PIC X(10).
000300         10  FN-BOAT-ID          PIC X(10).
000310     05  FILLER                  PIC X(01).
000320     05  FN-SKIPPER              PIC X(20).
000330     05  FILLER                  PIC X(01).
000340     05  FN-CLASS                PIC X(08).
000350     05  FILLER                  PIC X(01).
000360     05  FN-HOLD-TIME            PIC 9(08).
000370     05  FILLER                  PIC X(01).
000380     05  FN-DISTANCE             PIC 9(17).
000390     05  FILLER                  PIC X(01).
000400     05  FN-RECORD-DIST          PIC 9(17).
000410     05  FILLER                  PIC X(01).
000420     05  FN-RESULT               PIC X(01).
000430         88  FN-BEAT                        VALUE 'B'.
000440         88  FN-TIED                        VALUE 'T'.
000450         88  FN-MISSED                      VALUE 'M'.
000460     05  FILLER                  PIC X(01).
000470     05  FN-RANK                 PIC 9(05).
000480     05  FILLER                  PIC X(01).
000490     05  FN-FIELD-CT             PIC 9(05).
000500     05  FILLER                  PIC X(01).
000510     05  FN-POINTS               PIC 9(05).

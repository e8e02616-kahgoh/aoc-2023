000010*----------------------------------------------------------------*
000020* COPYBOOK     : RACESEEN                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE RECORD OF THE RACE-ID REGISTER - AN INDEXED WORK FILE     *
000090*   KEYED ON SN-RACE-ID THAT REMEMBERS WHERE EACH RACE-ID WAS     *
000100*   FIRST SEEN: THE INPUT FILE AND THE RECORD NUMBER WITHIN IT.   *
000110*   DAY06 KEEPS ONE PER INPUT FILE (<INPUT>.SEEN) WHEN RUN ON     *
000120*   ITS OWN; UNDER DAY06DRV EVERY FILE ON THE MANIFEST SHARES     *
000130*   THE DRIVER'S <MANIFEST>.SEEN SO A RACE-ID SENT IN TWO FILES   *
000140*   ON ONE NIGHT IS CAUGHT AS WELL AS ONE SENT TWICE IN A FILE.   *
000150*   A MATCH ON THE SAME FILE AND THE SAME RECORD NUMBER IS THE    *
000160*   SAME OCCURRENCE SEEN AGAIN BY A RESTART OR RERUN, NOT A       *
000170*   DUPLICATE.                                                    *
000171*   A PARTITIONED JOB'S PARTITION RUNS EACH KEEP THEIR OWN        *
000172*   <PARTITION>.SEEN; DAY06MRG ENTERS THE JOB'S RACES ON THE      *
000173*   NIGHT'S REGISTER UNDER THE ORIGINAL INPUT FILE WITH RECORD    *
000174*   NUMBER ZERO (THE PARTITIONS ARE IN RACE-ID ORDER, SO THE      *
000175*   ORIGINAL RECORD NUMBER IS NOT KNOWN).                         *
000180*----------------------------------------------------------------*
000190* MODIFICATION HISTORY                                            *
000200*----------------------------------------------------------------*
000210* DATE       INIT  DESCRIPTION                                    *
000220* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000225* 15/10/2026 TN    NOTE DAY06MRG'S ENTRIES FOR PARTITIONED JOBS.  *
000230*----------------------------------------------------------------*
000240 01  RACE-SEEN-RECORD.
000250     05  SN-RACE-ID              PIC X(10).
000260     05  FILLER                  PIC X(01).
000270     05  SN-INPUT-FILE           PIC X(80).
000280     05  FILLER                  PIC X(01).
000290     05  SN-RECORD-NO            PIC 9(09).

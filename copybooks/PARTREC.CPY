000010*----------------------------------------------------------------*
000020* COPYBOOK     : PARTREC                                          *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE RECORD ON THE <INPUT>.PARTS PARTITION CONTROL FILE THAT   *
000090*   DAY06SPL WRITES WHEN IT CUTS A LARGE INPUT FILE INTO          *
000100*   RACE-ID RANGES, AND THAT DAY06MRG READS BACK TO PUT THE       *
000110*   PARTITION RUNS TOGETHER AGAIN. THE FIRST RECORD ('J') IS THE  *
000120*   JOB: THE ORIGINAL INPUT FILE, HOW MANY PARTITIONS IT WAS CUT  *
000130*   INTO AND THE ORIGINAL TRAILER'S COUNT AND HASH TOTAL, COPIED  *
000140*   AS THEY STOOD. ONE 'P' RECORD FOLLOWS PER PARTITION WITH ITS  *
000150*   FILE NAME, THE RACE-ID RANGE IT HOLDS AND THE COUNT AND HASH  *
000160*   TOTAL WRITTEN ON ITS OWN TRAILER.                             *
000170*----------------------------------------------------------------*
000180* MODIFICATION HISTORY                                            *
000190*----------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                    *
000210* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000220*----------------------------------------------------------------*
000230 01  PARTITION-RECORD.
000240     05  PT-RECORD-TYPE          PIC X(01).
000250         88  PT-JOB                         VALUE 'J'.
000260         88  PT-PARTITION                   VALUE 'P'.
000270     05  FILLER                  PIC X(01).
000280*        ZERO ON THE JOB RECORD.
000290     05  PT-PART-NO              PIC 9(02).
000300     05  FILLER                  PIC X(01).
000310     05  PT-PART-CT              PIC 9(02).
000320     05  FILLER                  PIC X(01).
000330*        THE ORIGINAL INPUT ON THE JOB RECORD, ELSE THE PARTITION.
000340     05  PT-FILE                 PIC X(80).
000350     05  FILLER                  PIC X(01).
000360     05  PT-LOW-ID               PIC X(10).
000370     05  FILLER                  PIC X(01).
000380     05  PT-HIGH-ID              PIC X(10).
000390     05  FILLER                  PIC X(01).
000400     05  PT-DETAIL-CT            PIC 9(09).
000410     05  FILLER                  PIC X(01).
000420     05  PT-HASH-TOTAL           PIC 9(18).
000430     05  FILLER                  PIC X(01).
000440*        WHEN DAY06SPL CUT THE FILE (DD/MM/YYYY HH:MM:SS).
000450     05  PT-SPLIT-STAMP          PIC X(19).

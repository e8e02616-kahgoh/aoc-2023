000010*----------------------------------------------------------------*
000020* COPYBOOK     : SUSPREC                                          *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE RACE HELD BY DAY06 ON THE <INPUT>.SUSPECT FILE: IT PASSED *
000090*   EVERY EDIT, BUT ITS TIME, DIST OR WAYS-TO-WIN SWUNG FURTHER   *
000100*   FROM THE AVERAGE OF ITS RECENT RACE.HISTORY RUNS THAN THE     *
000110*   CONTROL FILE'S SUSPECT PERCENT ALLOWS. THE RECORD CARRIES     *
000120*   EVERYTHING DAY06 WOULD HAVE PUBLISHED (THE SOLVED FIGURES,    *
000130*   THE MASTER ENRICHMENT, THE RUN STAMP AND RESULTS FILE) SO     *
000140*   DAY06HLD CAN RELEASE IT EXACTLY AS IF IT HAD PASSED, PLUS THE *
000150*   BASELINE IT WAS MEASURED AGAINST AND THE WORST SWING FOUND.   *
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000210*----------------------------------------------------------------*
000220 01  SUSPECT-RECORD.
000230     05  SP-RACE-ID              PIC X(10).
000240     05  FILLER                  PIC X(01).
000250     05  SP-TIME                 PIC 9(08).
000260     05  FILLER                  PIC X(01).
000270     05  SP-DIST                 PIC 9(17).
000280     05  FILLER                  PIC X(01).
000290     05  SP-WAYS                 PIC 9(17).
000300     05  FILLER                  PIC X(01).
000310     05  SP-MIN-TIME             PIC 9(08).
000320     05  FILLER                  PIC X(01).
000330     05  SP-MAX-TIME             PIC 9(08).
000340     05  FILLER                  PIC X(01).
000350*        THE BASELINE - AVERAGES OVER SP-BASE-RUNS PRIOR RUNS.
000360     05  SP-BASE-RUNS            PIC 9(02).
000370     05  FILLER                  PIC X(01).
000380     05  SP-BASE-TIME            PIC 9(08).
000390     05  FILLER                  PIC X(01).
000400     05  SP-BASE-DIST            PIC 9(17).
000410     05  FILLER                  PIC X(01).
000420     05  SP-BASE-WAYS            PIC 9(17).
000430     05  FILLER                  PIC X(01).
000440*        THE MEASURE WITH THE WORST SWING (TIME/DIST/WAYS) AND
000450*        THAT SWING AS A PERCENT OF ITS BASELINE.
000460     05  SP-SWING-MEASURE        PIC X(04).
000470     05  FILLER                  PIC X(01).
000480     05  SP-SWING-PCT            PIC 9(07).
000490     05  FILLER                  PIC X(01).
000500*        DAY06'S RUN START STAMP (DD/MM/YYYY HH:MM:SS) - THE
000510*        RUN DATE A RELEASE IS KEYED AND EXPORTED UNDER.
000520     05  SP-RUN-STAMP            PIC X(19).
000530     05  FILLER                  PIC X(01).
000540     05  SP-VENUE                PIC X(20).
000550     05  FILLER                  PIC X(01).
000560     05  SP-RACE-DATE            PIC X(10).
000570     05  FILLER                  PIC X(01).
000580     05  SP-CLASS                PIC X(08).
000590     05  FILLER                  PIC X(01).
000600     05  SP-VENUE-CODE           PIC X(06).
000610     05  FILLER                  PIC X(01).
000620     05  SP-RESULTS-FILE         PIC X(80).

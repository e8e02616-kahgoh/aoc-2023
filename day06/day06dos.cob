000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06DOS                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   SINGLE-RACE DOSSIER. GIVEN A RACE-ID, EVERYTHING THE SUITE    *
000090*   KNOWS ABOUT THAT RACE IS GATHERED INTO ONE PAGED REPORT,      *
000100*   <RACE-ID>.DOSSIER, READY TO ATTACH TO A DISPUTE REPLY. IT     *
000110*   REPLACES RUNNING RACEINQ AND DAY06TRD AND THEN SEARCHING THE  *
000120*   EXCEPT, .UNRESOLVED AND .APPLIED FILES BY HAND. EACH SECTION  *
000130*   STARTS ON A NEW PAGE AND CARRIES ITS OWN PAGE COUNT; A        *
000140*   CONTENTS PAGE AT THE END (ALSO SHOWN ON THE CONSOLE) GIVES    *
000150*   EACH SECTION'S ENTRY COUNT AND FIRST PAGE:                    *
000160*     1 - THE CURRENT RACE MASTER RECORD AND EVERY RACE.JOURNAL   *
000170*         CHANGE, BEFORE AND AFTER IMAGES (AS RACEINQ READS IT).  *
000180*     2 - EVERY RACE.HISTORY RUN WITH WAYS-TO-WIN, ITS CHANGE ON  *
000190*         THE RUN BEFORE, AND THE HOLD WINDOW (AS DAY06TRD).      *
000200*     3 - EVERY EXCEPTION RAISED FOR THE RACE, WITH ITS REASON:   *
000210*         THE EXCEPT FILE OF EVERY RUN ON DAY06.RUNLOG, EACH      *
000220*         .UNRESOLVED FILE DAY06REP LEFT AFTER IT, AND SUSPECT    *
000230*         VALUES REJECTED BY THE ANALYST (DAY06HLD'S              *
000240*         <INPUT>.SUSPECT.REJECTED).                              *
000250*     4 - SUSPECT HOLDS: THE RACE ON ANY RUN'S <INPUT>.SUSPECT    *
000260*         FILE, AND EVERY ANALYST DECISION ON SUSPECT.AUDIT.      *
000270*     5 - STEWARD CORRECTIONS: EVERY DAY06REP REPAIR ON THE       *
000280*         .APPLIED AUDIT FILES - WHEN, WHICH STEWARD SENT IT, THE *
000290*         REJECTED VALUES AND REASON AND THE CORRECTED VALUES.    *
000300*         NOTHING RECORDS WHERE THE .APPLIED FILES ARE, SO THEY   *
000310*         ARE LISTED ONE NAME PER LINE IN A FILE NAMED ON THE     *
000320*         PARM, AS FOR DAY06BIL.                                  *
000330*   THE RUN LOG NAMES ONE EXCEPT FILE PER RUN, AND A RERUN OR A   *
000340*   BACK-OUT NAMES THE SAME FILE AGAIN, SO THE NAMES GO THROUGH   *
000350*   THE SORT AND EACH FILE IS READ ONCE, UNDER ITS LATEST RUN.    *
000360*   RETURN CODES:                                                 *
000370*      0 - DOSSIER WRITTEN.                                       *
000380*      4 - DOSSIER WRITTEN, BUT THE RACE WAS FOUND NOWHERE, OR A  *
000390*          SOURCE FILE WAS NOT AVAILABLE (NOTED IN ITS SECTION).  *
000400*      8 - NO RACE-ID GIVEN, OR THE DOSSIER CANNOT BE WRITTEN.    *
000410*----------------------------------------------------------------*
000420* MODIFICATION HISTORY                                            *
000430*----------------------------------------------------------------*
000440* DATE       INIT  DESCRIPTION                                    *
000450* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000460*----------------------------------------------------------------*
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. DAY06DOS.
000490 AUTHOR. T. NAKAMURA.
000500 INSTALLATION. ADVENT OF CODE.
000510 DATE-WRITTEN. 15/10/2026.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT FD-RACEMST ASSIGN TO DYNAMIC WS-RACEMST-FILE-NAME
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS RM-RACE-ID
000600         FILE STATUS IS WS-RACEMST-STATUS.
000610     SELECT FD-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-JOURNAL-STATUS.
000640     SELECT FD-RACEHIS ASSIGN TO DYNAMIC WS-RACEHIS-FILE-NAME
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS RH-KEY
000680         FILE STATUS IS WS-RACEHIS-STATUS.
000690     SELECT FD-RUNLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RUNLOG-STATUS.
000720     SELECT FD-EXSCAN ASSIGN TO DYNAMIC WS-EXSCAN-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-EXSCAN-STATUS.
000750     SELECT FD-SUSPECT ASSIGN TO DYNAMIC WS-SUSPECT-FILE-NAME
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SUSPECT-STATUS.
000780     SELECT FD-HOLDAUD ASSIGN TO DYNAMIC WS-HOLDAUD-FILE-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-HOLDAUD-STATUS.
000810     SELECT FD-APPLIST ASSIGN TO DYNAMIC WS-APPLIST-FILE-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-APPLIST-STATUS.
000840     SELECT FD-APPLIED ASSIGN TO DYNAMIC WS-APPLIED-FILE-NAME
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-APPLIED-STATUS.
000870     SELECT FD-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-REPORT-STATUS.
000900     SELECT SD-SORT ASSIGN TO 'SORTWK01'.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  FD-RACEMST.
000940     COPY RACEMST.
000950 FD  FD-JOURNAL.
000960     COPY RACEJNL.
000970 FD  FD-RACEHIS.
000980     COPY RACEHIS.
000990 FD  FD-RUNLOG.
001000     COPY RUNLOG.
001010 FD  FD-EXSCAN.
001020 01  EXSCAN-RECORD               PIC X(80).
001030 FD  FD-SUSPECT.
001040     COPY SUSPREC.
001050 FD  FD-HOLDAUD.
001060     COPY HOLDAUD.
001070 FD  FD-APPLIST.
001080 01  APPLIST-RECORD              PIC X(80).
001090*    ONE LINE OF A DAY06REP <CORRECTIONS>.APPLIED AUDIT FILE, IN
001100*    THE POSITIONS DAY06REP WRITES IT (ITS WS-APPLIED-LINE).
001110 FD  FD-APPLIED.
001120 01  APPLIED-RECORD.
001130     05  AR-STAMP                PIC X(19).
001140     05  FILLER                  PIC X(01).
001150     05  AR-STEWARD              PIC X(08).
001160     05  FILLER                  PIC X(01).
001170     05  AR-RACE-ID              PIC X(10).
001180     05  FILLER                  PIC X(06).
001190     05  AR-OLD-TIME             PIC X(08).
001200     05  FILLER                  PIC X(01).
001210     05  AR-OLD-DIST             PIC X(17).
001220     05  FILLER                  PIC X(01).
001230     05  AR-OLD-MSG              PIC X(24).
001240     05  FILLER                  PIC X(06).
001250     05  AR-NEW-TIME             PIC X(08).
001260     05  FILLER                  PIC X(01).
001270     05  AR-NEW-DIST             PIC X(17).
001280     05  FILLER                  PIC X(04).
001290 FD  FD-REPORT.
001300 01  REPORT-RECORD               PIC X(132).
001310*    ONE FILE TO SEARCH, NAMED BY A RUN ON THE RUN LOG: ITS
001320*    DOSSIER SECTION, THE FILE, WHAT KIND OF FILE IT IS, AND THE
001330*    RUN THAT WROTE IT (THE STAMP REARRANGED FOR THE SORT, SO THE
001340*    LAST OF A FILE'S GROUP IS ITS LATEST RUN).
001350 SD  SD-SORT.
001360 01  SORT-RECORD.
001370     05  SR-SECTION              PIC 9(01).
001380     05  SR-FILE                 PIC X(80).
001390     05  SR-SORT-STAMP           PIC X(14).
001400     05  SR-KIND                 PIC X(01).
001410         88  SR-EXCEPT-FILE                 VALUE 'E'.
001420         88  SR-REJECTED-FILE               VALUE 'R'.
001430         88  SR-SUSPECT-FILE                VALUE 'S'.
001440     05  SR-RUN-STAMP            PIC X(19).
001450 WORKING-STORAGE SECTION.
001460 01  WS-RACEMST-FILE-NAME        PIC X(80) VALUE 'race.master'.
001470 01  WS-JOURNAL-FILE-NAME        PIC X(80) VALUE 'race.journal'.
001480 01  WS-RACEHIS-FILE-NAME        PIC X(80) VALUE 'race.history'.
001490 01  WS-RUNLOG-FILE-NAME         PIC X(80) VALUE 'day06.runlog'.
001500 01  WS-HOLDAUD-FILE-NAME        PIC X(80) VALUE 'suspect.audit'.
001510 01  WS-EXSCAN-FILE-NAME         PIC X(80) VALUE SPACES.
001520 01  WS-NEXT-FILE-NAME           PIC X(80) VALUE SPACES.
001530 01  WS-SUSPECT-FILE-NAME        PIC X(80) VALUE SPACES.
001540 01  WS-APPLIST-FILE-NAME        PIC X(80) VALUE SPACES.
001550 01  WS-APPLIED-FILE-NAME        PIC X(80) VALUE SPACES.
001560 01  WS-REPORT-FILE-NAME         PIC X(80) VALUE SPACES.
001570 01  WS-PARM-DATA                PIC X(160) VALUE SPACES.
001580 01  WS-INQ-RACE-ID              PIC X(10) VALUE SPACES.
001590 01  WS-RACEMST-STATUS           PIC X(02) VALUE SPACES.
001600 01  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001610 01  WS-RACEHIS-STATUS           PIC X(02) VALUE SPACES.
001620 01  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
001630 01  WS-EXSCAN-STATUS            PIC X(02) VALUE SPACES.
001640 01  WS-SUSPECT-STATUS           PIC X(02) VALUE SPACES.
001650 01  WS-HOLDAUD-STATUS           PIC X(02) VALUE SPACES.
001660 01  WS-APPLIST-STATUS           PIC X(02) VALUE SPACES.
001670 01  WS-APPLIED-STATUS           PIC X(02) VALUE SPACES.
001680 01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001690 01  WS-EOF                      PIC X(01) VALUE 'N'.
001700     88  WS-END-OF-FILE                     VALUE 'Y'.
001710 01  WS-LIST-EOF                 PIC X(01) VALUE 'N'.
001720     88  WS-LIST-END                        VALUE 'Y'.
001730 01  WS-SORT-EOF                 PIC X(01) VALUE 'N'.
001740     88  WS-SORT-END                        VALUE 'Y'.
001750 01  WS-GROUP-SW                 PIC X(01) VALUE 'N'.
001760     88  WS-GROUP-OPEN                      VALUE 'Y'.
001770 01  WS-FIRST-SW                 PIC X(01) VALUE 'Y'.
001780     88  WS-FIRST-RUN                       VALUE 'Y'.
001790*    SET WHEN THE FILE BEING SEARCHED OPENED; ITS NAME IS PRINTED
001800*    ONCE, AHEAD OF ITS FIRST LINE FOR THE RACE.
001810 01  WS-SCAN-SW                  PIC X(01) VALUE 'N'.
001820     88  WS-SCAN-FILE-FOUND                 VALUE 'Y'.
001830 01  WS-NAMED-SW                 PIC X(01) VALUE 'N'.
001840     88  WS-FILE-NAMED                      VALUE 'Y'.
001850 77  WS-LINE-CT                  PIC 9(03) COMP VALUE 99.
001860 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001870 77  WS-LINES-NEEDED             PIC 9(03) COMP VALUE 1.
001880 77  WS-PAGE-CT                  PIC 9(05) COMP VALUE 0.
001890 77  WS-SECTION-PAGE-CT          PIC 9(05) COMP VALUE 0.
001900 77  WS-SECTION-IX               PIC 9(02) COMP VALUE 0.
001910 77  WS-WANT-SECTION             PIC 9(02) COMP VALUE 0.
001920 77  WS-NAME-LEN                 PIC 9(03) COMP VALUE 0.
001930 01  WS-FOUND-CT                 PIC 9(09) VALUE 0.
001940 01  WS-MISSING-CT               PIC 9(09) VALUE 0.
001950 01  WS-PREV-WAYS                PIC 9(17) VALUE 0.
001960 01  WS-DELTA                    PIC S9(17) VALUE 0.
001970*    THE RUN-LOG FILE GROUP BEING COLLECTED OFF THE SORT.
001980 01  WS-CUR-SECTION              PIC 9(01) VALUE 0.
001990 01  WS-CUR-FILE                 PIC X(80) VALUE SPACES.
002000 01  WS-CUR-KIND                 PIC X(01) VALUE SPACE.
002010 01  WS-CUR-RUN-STAMP            PIC X(19) VALUE SPACES.
002020 01  WS-SCAN-LABEL               PIC X(16) VALUE SPACES.
002030 01  WS-SORT-STAMP-WORK          PIC X(14) VALUE SPACES.
002040 01  WS-STAMP-WORK               PIC X(19) VALUE SPACES.
002050 01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
002060 01  WS-CURRENT-DATE-DATA.
002070     05  WS-CD-YEAR              PIC 9(04).
002080     05  WS-CD-MONTH             PIC 9(02).
002090     05  WS-CD-DAY               PIC 9(02).
002100     05  WS-CD-HOUR              PIC 9(02).
002110     05  WS-CD-MIN               PIC 9(02).
002120     05  WS-CD-SEC               PIC 9(02).
002130     05  FILLER                  PIC X(07).
002140*    THE DOSSIER SECTIONS, AND WHAT WENT INTO EACH. THE LAST NAME
002150*    HEADS THE CONTENTS PAGE.
002160 01  WS-SECTION-NAMES.
002170     05  FILLER                  PIC X(40) VALUE
002180             'RACE MASTER AND JOURNAL CHANGES'.
002190     05  FILLER                  PIC X(40) VALUE
002200             'RACE HISTORY RUNS'.
002210     05  FILLER                  PIC X(40) VALUE
002220             'EXCEPTIONS RAISED'.
002230     05  FILLER                  PIC X(40) VALUE
002240             'SUSPECT HOLDS AND ANALYST DECISIONS'.
002250     05  FILLER                  PIC X(40) VALUE
002260             'STEWARD CORRECTIONS APPLIED'.
002270     05  FILLER                  PIC X(40) VALUE
002280             'DOSSIER CONTENTS'.
002290 01  WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAMES.
002300     05  WS-SECTION-NAME         PIC X(40) OCCURS 6 TIMES.
002310 01  WS-SECTION-COUNTS.
002320     05  WS-SECTION-COUNT        OCCURS 5 TIMES.
002330         10  WS-SC-FIRST-PAGE    PIC 9(05).
002340         10  WS-SC-ENTRY-CT      PIC 9(07).
002350*    A JOURNAL BEFORE/AFTER IMAGE IN THE RACE MASTER LAYOUT.
002360*    KEEP IN STEP WITH RACEMST.
002370 01  WS-MASTER-IMAGE.
002380     05  MI-RACE-ID              PIC X(10).
002390     05  MI-VENUE                PIC X(20).
002400     05  MI-RACE-DATE            PIC X(10).
002410     05  MI-CLASS                PIC X(08).
002420     05  MI-STATUS               PIC X(01).
002430         88  MI-ACTIVE                      VALUE 'A'.
002440         88  MI-INACTIVE                    VALUE 'I'.
002450     05  MI-VENUE-CODE           PIC X(06).
002460     05  FILLER                  PIC X(05).
002470     COPY EXCLINE.
002480*    REPORT LINES.
002490 01  WS-PAGE-HEAD-1.
002500     05  FILLER                  PIC X(14) VALUE 'RACE DOSSIER: '.
002510     05  PH-RACE-ID              PIC X(10).
002520     05  FILLER                  PIC X(18) VALUE SPACES.
002530     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002540     05  PH-RUN-DATE             PIC X(10).
002550     05  FILLER                  PIC X(04) VALUE SPACES.
002560     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002570     05  PH-PAGE                 PIC Z(4)9.
002580 01  WS-PAGE-HEAD-2.
002590     05  FILLER                  PIC X(08) VALUE 'SECTION '.
002600     05  PH-SECTION-NO           PIC Z(01).
002610     05  FILLER                  PIC X(02) VALUE ': '.
002620     05  PH-SECTION-NAME         PIC X(40).
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  FILLER                  PIC X(14) VALUE 'SECTION PAGE: '.
002650     05  PH-SECTION-PAGE         PIC Z(4)9.
002660 01  WS-COL-HEAD                 PIC X(132) VALUE SPACES.
002670 01  WS-COL-HEAD-1.
002680     05  FILLER                  PIC X(20) VALUE 'STAMP / IMAGE'.
002690     05  FILLER                  PIC X(21) VALUE 'VENUE'.
002700     05  FILLER                  PIC X(07) VALUE 'CODE'.
002710     05  FILLER                  PIC X(11) VALUE 'RACE DATE'.
002720     05  FILLER                  PIC X(09) VALUE 'CLASS'.
002730     05  FILLER                  PIC X(08) VALUE 'STATUS'.
002740 01  WS-COL-HEAD-2.
002750     05  FILLER                  PIC X(12) VALUE 'RUN DATE'.
002760     05  FILLER                  PIC X(09) VALUE '    TIME '.
002770     05  FILLER                  PIC X(18) VALUE
002780             '         DISTANCE '.
002790     05  FILLER                  PIC X(18) VALUE
002800             '      WAYS-TO-WIN '.
002810     05  FILLER                  PIC X(19) VALUE
002820             '      CHANGE       '.
002830     05  FILLER                  PIC X(17) VALUE 'HOLD WINDOW'.
002840 01  WS-COL-HEAD-3.
002850     05  FILLER                  PIC X(17) VALUE 'RAISED AS'.
002860     05  FILLER                  PIC X(09) VALUE 'TIME'.
002870     05  FILLER                  PIC X(18) VALUE 'DISTANCE'.
002880     05  FILLER                  PIC X(06) VALUE 'REASON'.
002890 01  WS-COL-HEAD-4.
002900     05  FILLER                  PIC X(20) VALUE 'STAMP'.
002910     05  FILLER                  PIC X(09) VALUE 'ENTRY'.
002920     05  FILLER                  PIC X(07) VALUE 'DETAIL'.
002930 01  WS-COL-HEAD-5.
002940     05  FILLER                  PIC X(20) VALUE 'APPLIED'.
002950     05  FILLER                  PIC X(09) VALUE 'STEWARD'.
002960     05  FILLER                  PIC X(27) VALUE
002970             'REJECTED / CORRECTED VALUES'.
002980 01  WS-COL-HEAD-6.
002990     05  FILLER                  PIC X(52) VALUE 'SECTION'.
003000     05  FILLER                  PIC X(22) VALUE
003010             '   ENTRIES  FIRST PAGE'.
003020 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
003030 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
003040 01  WS-FILE-LINE.
003050     05  FILLER                  PIC X(06) VALUE 'FILE: '.
003060     05  FN-FILE                 PIC X(80).
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  FN-RUN-LABEL            PIC X(05).
003090     05  FN-RUN-STAMP            PIC X(19).
003100 01  WS-NOTE-LINE.
003110     05  FILLER                  PIC X(04) VALUE '*** '.
003120     05  NT-TEXT                 PIC X(128).
003130 01  WS-JOURNAL-LINE.
003140     05  JL-STAMP                PIC X(19).
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  JL-ACTION               PIC X(10).
003170     05  FILLER                  PIC X(06) VALUE ' VIA: '.
003180     05  JL-TRANS-FILE           PIC X(80).
003190 01  WS-IMAGE-LINE.
003200     05  IL-LABEL                PIC X(20).
003210     05  IL-VENUE                PIC X(20).
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  IL-VENUE-CODE           PIC X(06).
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  IL-RACE-DATE            PIC X(10).
003260     05  FILLER                  PIC X(01) VALUE SPACE.
003270     05  IL-CLASS                PIC X(08).
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  IL-STATUS               PIC X(08).
003300 01  WS-TREND-LINE.
003310     05  TL-RUN-DATE             PIC X(10).
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  TL-TIME                 PIC Z(7)9.
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  TL-DIST                 PIC Z(16)9.
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  TL-WAYS                 PIC Z(16)9.
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  TL-DELTA                PIC +(17)9.
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  TL-MIN-TIME             PIC Z(7)9.
003420     05  FILLER                  PIC X(01) VALUE '-'.
003430     05  TL-MAX-TIME             PIC Z(7)9.
003440     05  FILLER                  PIC X(01) VALUE SPACE.
003450     05  TL-FLAG                 PIC X(10).
003460 01  WS-EXCEPTION-LINE.
003470     05  XL-LABEL                PIC X(16).
003480     05  FILLER                  PIC X(01) VALUE SPACE.
003490     05  XL-TIME                 PIC X(08).
003500     05  FILLER                  PIC X(01) VALUE SPACE.
003510     05  XL-DIST                 PIC X(17).
003520     05  FILLER                  PIC X(01) VALUE SPACE.
003530     05  XL-REASON               PIC X(24).
003540 01  WS-HELD-LINE.
003550     05  HD-STAMP                PIC X(19).
003560     05  FILLER                  PIC X(01) VALUE SPACE.
003570     05  HD-ENTRY                PIC X(08).
003580     05  FILLER                  PIC X(07) VALUE ' TIME: '.
003590     05  HD-TIME                 PIC Z(7)9.
003600     05  FILLER                  PIC X(07) VALUE ' DIST: '.
003610     05  HD-DIST                 PIC Z(16)9.
003620     05  FILLER                  PIC X(07) VALUE ' WAYS: '.
003630     05  HD-WAYS                 PIC Z(16)9.
003640 01  WS-SWING-LINE.
003650     05  FILLER                  PIC X(29) VALUE SPACES.
003660     05  FILLER                  PIC X(07) VALUE 'SWING: '.
003670     05  SW-MEASURE              PIC X(04).
003680     05  FILLER                  PIC X(01) VALUE SPACE.
003690     05  SW-PCT                  PIC Z(6)9.
003700     05  FILLER                  PIC X(16) VALUE
003710             '% OF BASELINE ('.
003720     05  SW-BASE-RUNS            PIC Z9.
003730     05  FILLER                  PIC X(22) VALUE
003740             ' RUNS) TIME/DIST/WAYS '.
003750     05  SW-BASE-TIME            PIC Z(7)9.
003760     05  FILLER                  PIC X(01) VALUE '/'.
003770     05  SW-BASE-DIST            PIC Z(16)9.
003780     05  FILLER                  PIC X(01) VALUE '/'.
003790     05  SW-BASE-WAYS            PIC Z(16)9.
003800 01  WS-DECISION-LINE.
003810     05  DL-STAMP                PIC X(19).
003820     05  FILLER                  PIC X(01) VALUE SPACE.
003830     05  DL-ACTION               PIC X(08).
003840     05  FILLER                  PIC X(04) VALUE ' BY '.
003850     05  DL-ANALYST              PIC X(08).
003860     05  FILLER                  PIC X(09) VALUE ' REASON: '.
003870     05  DL-REASON               PIC X(40).
003880     05  FILLER                  PIC X(06) VALUE ' RUN: '.
003890     05  DL-RUN-STAMP            PIC X(19).
003900 01  WS-APPLIED-LINE.
003910     05  AL-STAMP                PIC X(19).
003920     05  FILLER                  PIC X(01) VALUE SPACE.
003930     05  AL-STEWARD              PIC X(08).
003940     05  FILLER                  PIC X(01) VALUE SPACE.
003950     05  AL-LABEL                PIC X(11).
003960     05  FILLER                  PIC X(06) VALUE 'TIME: '.
003970     05  AL-TIME                 PIC X(08).
003980     05  FILLER                  PIC X(07) VALUE ' DIST: '.
003990     05  AL-DIST                 PIC X(17).
004000     05  FILLER                  PIC X(01) VALUE SPACE.
004010     05  AL-REASON               PIC X(24).
004020 01  WS-CONTENTS-LINE.
004030     05  FILLER                  PIC X(08) VALUE 'SECTION '.
004040     05  CL-SECTION-NO           PIC 9(01).
004050     05  FILLER                  PIC X(03) VALUE ' - '.
004060     05  CL-SECTION-NAME         PIC X(40).
004070     05  CL-ENTRY-CT             PIC Z(9)9.
004080     05  FILLER                  PIC X(02) VALUE SPACES.
004090     05  CL-FIRST-PAGE           PIC Z(9)9.
004100 PROCEDURE DIVISION.
004110*----------------------------------------------------------------*
004120* MAINLINE                                                        *
004130*----------------------------------------------------------------*
004140     PERFORM GET-RUN-PARMS.
004150     PERFORM FORMAT-TIME-STAMP.
004160     MOVE WS-STAMP-WORK(1:10) TO WS-RUN-DATE.
004170     MOVE ZEROS TO WS-SECTION-COUNTS.
004180
004190     OPEN OUTPUT FD-REPORT.
004200     IF WS-REPORT-STATUS NOT = '00'
004210         DISPLAY "Dossier file not writable: "
004220             FUNCTION TRIM(WS-REPORT-FILE-NAME)
004230             " status " WS-REPORT-STATUS
004240         MOVE 8 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270
004280     MOVE 1 TO WS-WANT-SECTION.
004290     PERFORM ADVANCE-TO-SECTION.
004300     PERFORM WRITE-MASTER-SECTION.
004310     MOVE 2 TO WS-WANT-SECTION.
004320     PERFORM ADVANCE-TO-SECTION.
004330     PERFORM WRITE-HISTORY-SECTION.
004340
004350*    SECTIONS 3 AND 4 COME OFF THE FILES NAMED ON THE RUN LOG.
004360*    THE AVAILABILITY GATE STAYS IN FRONT OF THE SORT.
004370     MOVE 3 TO WS-WANT-SECTION.
004380     PERFORM ADVANCE-TO-SECTION.
004390     OPEN INPUT FD-RUNLOG.
004400     IF WS-RUNLOG-STATUS NOT = '00'
004410         MOVE SPACES TO NT-TEXT
004420         STRING 'RUN LOG NOT AVAILABLE, STATUS ' WS-RUNLOG-STATUS
004430                ' - NO RUN OUTPUTS SEARCHED: '
004440                WS-RUNLOG-FILE-NAME
004450             DELIMITED BY SIZE INTO NT-TEXT
004460         PERFORM PRINT-NOTE-LINE
004470         ADD 1 TO WS-MISSING-CT
004480     ELSE
004490         CLOSE FD-RUNLOG
004500         SORT SD-SORT
004510             ON ASCENDING KEY SR-SECTION
004520             ON ASCENDING KEY SR-FILE
004530             ON ASCENDING KEY SR-SORT-STAMP
004540             INPUT PROCEDURE IS RELEASE-RUN-FILES
004550             OUTPUT PROCEDURE IS SEARCH-RUN-FILES
004560     END-IF.
004570     MOVE 4 TO WS-WANT-SECTION.
004580     PERFORM ADVANCE-TO-SECTION.
004590     PERFORM WRITE-DECISIONS.
004600     MOVE 5 TO WS-WANT-SECTION.
004610     PERFORM ADVANCE-TO-SECTION.
004620     PERFORM WRITE-CORRECTIONS-SECTION.
004630     PERFORM END-SECTION.
004640
004650     PERFORM WRITE-CONTENTS.
004660     CLOSE FD-REPORT.
004670
004680     DISPLAY "Dossier written: "
004690         FUNCTION TRIM(WS-REPORT-FILE-NAME).
004700     MOVE 0 TO RETURN-CODE.
004710     IF WS-FOUND-CT = 0
004720         DISPLAY "Race " WS-INQ-RACE-ID " not found in any source"
004730         MOVE 4 TO RETURN-CODE
004740     END-IF.
004750     IF WS-MISSING-CT > 0
004760         DISPLAY "Sources not available: " WS-MISSING-CT
004770             " - see the dossier"
004780         MOVE 4 TO RETURN-CODE
004790     END-IF.
004800     STOP RUN.
004810
004820*----------------------------------------------------------------*
004830* GET-RUN-PARMS - "RACE-ID [APPLIED-LIST-FILE]". WITHOUT THE      *
004840* APPLIED-LIST THE STEWARD CORRECTIONS ARE NOT SEARCHED AND THE   *
004850* DOSSIER SAYS SO. THE DOSSIER IS <RACE-ID>.DOSSIER.              *
004860*----------------------------------------------------------------*
004870 GET-RUN-PARMS.
004880     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
004890     UNSTRING WS-PARM-DATA DELIMITED BY ALL SPACE
004900         INTO WS-INQ-RACE-ID WS-APPLIST-FILE-NAME.
004910     IF WS-INQ-RACE-ID = SPACES
004920         DISPLAY "Usage: DAY06DOS race-id [applied-list-file]"
004930         MOVE 8 TO RETURN-CODE
004940         STOP RUN
004950     END-IF.
004960     MOVE SPACES TO WS-REPORT-FILE-NAME.
004970     STRING FUNCTION TRIM(WS-INQ-RACE-ID) DELIMITED BY SIZE
004980            '.dossier' DELIMITED BY SIZE
004990         INTO WS-REPORT-FILE-NAME.
005000
005010*----------------------------------------------------------------*
005020* WRITE-MASTER-SECTION - THE RACE AS IT STANDS ON THE MASTER NOW, *
005030* THEN EVERY JOURNAL CHANGE FOR IT IN APPLY ORDER, WITH THE       *
005040* BEFORE AND AFTER IMAGES RACEMNT RECORDED.                       *
005050*----------------------------------------------------------------*
005060 WRITE-MASTER-SECTION.
005070     OPEN INPUT FD-RACEMST.
005080     IF WS-RACEMST-STATUS NOT = '00'
005090         MOVE SPACES TO NT-TEXT
005100         STRING 'RACE MASTER NOT AVAILABLE, STATUS '
005110                WS-RACEMST-STATUS ': ' WS-RACEMST-FILE-NAME
005120             DELIMITED BY SIZE INTO NT-TEXT
005130         PERFORM PRINT-NOTE-LINE
005140         ADD 1 TO WS-MISSING-CT
005150     ELSE
005160         MOVE WS-INQ-RACE-ID TO RM-RACE-ID
005170         READ FD-RACEMST
005180             INVALID KEY
005190                 MOVE 'NOT ON THE RACE MASTER NOW' TO NT-TEXT
005200                 PERFORM PRINT-NOTE-LINE
005210             NOT INVALID KEY
005220                 PERFORM COUNT-SECTION-ENTRY
005230                 MOVE RACE-MASTER-RECORD TO WS-MASTER-IMAGE
005240                 MOVE 'CURRENT MASTER:' TO IL-LABEL
005250                 PERFORM PRINT-IMAGE-LINE
005260         END-READ
005270         CLOSE FD-RACEMST
005280     END-IF.
005290     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
005300     PERFORM PRINT-LINE.
005310
005320     OPEN INPUT FD-JOURNAL.
005330     IF WS-JOURNAL-STATUS NOT = '00'
005340         MOVE SPACES TO NT-TEXT
005350         STRING 'RACE JOURNAL NOT AVAILABLE, STATUS '
005360                WS-JOURNAL-STATUS ': ' WS-JOURNAL-FILE-NAME
005370             DELIMITED BY SIZE INTO NT-TEXT
005380         PERFORM PRINT-NOTE-LINE
005390         ADD 1 TO WS-MISSING-CT
005400     ELSE
005410         MOVE 'N' TO WS-EOF
005420         PERFORM UNTIL WS-END-OF-FILE
005430             READ FD-JOURNAL
005440                 AT END
005450                     SET WS-END-OF-FILE TO TRUE
005460                 NOT AT END
005470                     IF JN-RACE-ID = WS-INQ-RACE-ID
005480                         PERFORM PRINT-JOURNAL-ENTRY
005490                     END-IF
005500             END-READ
005510         END-PERFORM
005520         CLOSE FD-JOURNAL
005530     END-IF.
005540
005550*----------------------------------------------------------------*
005560* PRINT-JOURNAL-ENTRY - ONE APPLIED MASTER CHANGE: WHEN, WHAT     *
005570* KIND AND FROM WHICH TRANSACTION FILE, THEN THE RECORD BEFORE    *
005580* AND AFTER. AN ADD HAS NO BEFORE IMAGE. KEPT ON ONE PAGE.        *
005590*----------------------------------------------------------------*
005600 PRINT-JOURNAL-ENTRY.
005610     PERFORM COUNT-SECTION-ENTRY.
005620     MOVE 3 TO WS-LINES-NEEDED.
005630     PERFORM ENSURE-ROOM.
005640     MOVE JN-STAMP TO JL-STAMP.
005650     EVALUATE TRUE
005660         WHEN JN-ADD
005670             MOVE 'ADD' TO JL-ACTION
005680         WHEN JN-CHANGE
005690             MOVE 'CHANGE' TO JL-ACTION
005700         WHEN JN-DEACTIVATE
005710             MOVE 'DEACTIVATE' TO JL-ACTION
005720         WHEN OTHER
005730             MOVE JN-ACTION TO JL-ACTION
005740     END-EVALUATE.
005750     MOVE JN-TRANS-FILE TO JL-TRANS-FILE.
005760     MOVE WS-JOURNAL-LINE TO WS-PRINT-LINE.
005770     PERFORM PRINT-LINE.
005780     IF JN-BEFORE-IMAGE = SPACES
005790         MOVE '    BEFORE: (NONE)' TO WS-PRINT-LINE
005800         PERFORM PRINT-LINE
005810     ELSE
005820         MOVE JN-BEFORE-IMAGE TO WS-MASTER-IMAGE
005830         MOVE '    BEFORE:' TO IL-LABEL
005840         PERFORM PRINT-IMAGE-LINE
005850     END-IF.
005860     MOVE JN-AFTER-IMAGE TO WS-MASTER-IMAGE.
005870     MOVE '    AFTER:' TO IL-LABEL.
005880     PERFORM PRINT-IMAGE-LINE.
005890
005900*----------------------------------------------------------------*
005910* PRINT-IMAGE-LINE - ONE MASTER RECORD IMAGE (IN WS-MASTER-IMAGE, *
005920* LABELLED BY THE CALLER IN IL-LABEL) AS A LINE OF ITS FIELDS.    *
005930*----------------------------------------------------------------*
005940 PRINT-IMAGE-LINE.
005950     MOVE MI-VENUE TO IL-VENUE.
005960     MOVE MI-VENUE-CODE TO IL-VENUE-CODE.
005970     MOVE MI-RACE-DATE TO IL-RACE-DATE.
005980     MOVE MI-CLASS TO IL-CLASS.
005990     EVALUATE TRUE
006000         WHEN MI-ACTIVE
006010             MOVE 'ACTIVE' TO IL-STATUS
006020         WHEN MI-INACTIVE
006030             MOVE 'INACTIVE' TO IL-STATUS
006040         WHEN OTHER
006050             MOVE MI-STATUS TO IL-STATUS
006060     END-EVALUATE.
006070     MOVE WS-IMAGE-LINE TO WS-PRINT-LINE.
006080     PERFORM PRINT-LINE.
006090
006100*----------------------------------------------------------------*
006110* WRITE-HISTORY-SECTION - EVERY RACE.HISTORY RUN FOR THE RACE,    *
006120* REACHED STRAIGHT OFF THE KEY AS DAY06TRD DOES, WITH THE CHANGE  *
006130* IN WAYS-TO-WIN SINCE THE RUN BEFORE FLAGGED THE SAME WAY.       *
006140*----------------------------------------------------------------*
006150 WRITE-HISTORY-SECTION.
006160     OPEN INPUT FD-RACEHIS.
006170     IF WS-RACEHIS-STATUS NOT = '00'
006180         MOVE SPACES TO NT-TEXT
006190         STRING 'RACE HISTORY NOT AVAILABLE, STATUS '
006200                WS-RACEHIS-STATUS ': ' WS-RACEHIS-FILE-NAME
006210             DELIMITED BY SIZE INTO NT-TEXT
006220         PERFORM PRINT-NOTE-LINE
006230         ADD 1 TO WS-MISSING-CT
006240     ELSE
006250         MOVE 'N' TO WS-EOF
006260         MOVE WS-INQ-RACE-ID TO RH-RACE-ID
006270         MOVE LOW-VALUES TO RH-RUN-DATE
006280         START FD-RACEHIS KEY NOT < RH-KEY
006290             INVALID KEY
006300                 SET WS-END-OF-FILE TO TRUE
006310         END-START
006320         PERFORM UNTIL WS-END-OF-FILE
006330             READ FD-RACEHIS NEXT RECORD
006340                 AT END
006350                     SET WS-END-OF-FILE TO TRUE
006360                 NOT AT END
006370                     IF RH-RACE-ID NOT = WS-INQ-RACE-ID
006380                         SET WS-END-OF-FILE TO TRUE
006390                     ELSE
006400                         PERFORM PRINT-HISTORY-RUN
006410                     END-IF
006420             END-READ
006430         END-PERFORM
006440         CLOSE FD-RACEHIS
006450     END-IF.
006460
006470*----------------------------------------------------------------*
006480* PRINT-HISTORY-RUN - ONE RUN'S FIGURES, AS ON THE TREND REPORT.  *
006490*----------------------------------------------------------------*
006500 PRINT-HISTORY-RUN.
006510     PERFORM COUNT-SECTION-ENTRY.
006520     MOVE RH-RUN-DATE TO TL-RUN-DATE.
006530     MOVE RH-TIME TO TL-TIME.
006540     MOVE RH-DIST TO TL-DIST.
006550     MOVE RH-WAYS TO TL-WAYS.
006560     IF WS-FIRST-RUN
006570         MOVE 0 TO TL-DELTA
006580         MOVE '  (FIRST)' TO TL-FLAG
006590         MOVE 'N' TO WS-FIRST-SW
006600     ELSE
006610         COMPUTE WS-DELTA = RH-WAYS - WS-PREV-WAYS
006620         MOVE WS-DELTA TO TL-DELTA
006630         EVALUATE TRUE
006640             WHEN WS-DELTA < 0
006650                 MOVE '** SHRANK' TO TL-FLAG
006660             WHEN WS-DELTA > 0
006670                 MOVE '    WIDER' TO TL-FLAG
006680             WHEN OTHER
006690                 MOVE SPACES TO TL-FLAG
006700         END-EVALUATE
006710     END-IF.
006720     MOVE RH-WAYS TO WS-PREV-WAYS.
006730     MOVE RH-MIN-TIME TO TL-MIN-TIME.
006740     MOVE RH-MAX-TIME TO TL-MAX-TIME.
006750     MOVE WS-TREND-LINE TO WS-PRINT-LINE.
006760     PERFORM PRINT-LINE.
006770
006780*----------------------------------------------------------------*
006790* RELEASE-RUN-FILES - SORT INPUT PROCEDURE: FOR EVERY RUN ON THE  *
006800* RUN LOG, RELEASE ITS EXCEPT FILE AND THE SUSPECT-REJECTED FILE  *
006810* DAY06HLD KEEPS BESIDE ITS SUSPECT FILE (SECTION 3), AND ITS     *
006820* SUSPECT FILE (SECTION 4). THE SUSPECT FILE IS ALWAYS NAMED FROM *
006830* THE INPUT FILE, AS DAY06 NAMES IT.                              *
006840*----------------------------------------------------------------*
006850 RELEASE-RUN-FILES.
006860     OPEN INPUT FD-RUNLOG.
006870     MOVE 'N' TO WS-EOF.
006880     PERFORM UNTIL WS-END-OF-FILE
006890         READ FD-RUNLOG
006900             AT END
006910                 SET WS-END-OF-FILE TO TRUE
006920             NOT AT END
006930                 PERFORM RELEASE-ONE-RUN
006940         END-READ
006950     END-PERFORM.
006960     CLOSE FD-RUNLOG.
006970
006980*----------------------------------------------------------------*
006990* RELEASE-ONE-RUN - THE FILES ONE RUN-LOG RECORD NAMES. A STAMP   *
007000* THAT CANNOT BE READ SORTS AS OLDER THAN ANY OTHER.              *
007010*----------------------------------------------------------------*
007020 RELEASE-ONE-RUN.
007030     IF AU-START-STAMP(1:2) IS NUMERIC
007040        AND AU-START-STAMP(4:2) IS NUMERIC
007050        AND AU-START-STAMP(7:4) IS NUMERIC
007060         MOVE SPACES TO WS-SORT-STAMP-WORK
007070         STRING AU-START-STAMP(7:4) AU-START-STAMP(4:2)
007080                AU-START-STAMP(1:2) AU-START-STAMP(12:2)
007090                AU-START-STAMP(15:2) AU-START-STAMP(18:2)
007100             DELIMITED BY SIZE INTO WS-SORT-STAMP-WORK
007110     ELSE
007120         MOVE ZEROS TO WS-SORT-STAMP-WORK
007130     END-IF.
007140     MOVE SPACES TO SORT-RECORD.
007150     MOVE WS-SORT-STAMP-WORK TO SR-SORT-STAMP.
007160     MOVE AU-START-STAMP TO SR-RUN-STAMP.
007170     IF AU-EXCEPT-FILE NOT = SPACES
007180         MOVE 3 TO SR-SECTION
007190         MOVE AU-EXCEPT-FILE TO SR-FILE
007200         SET SR-EXCEPT-FILE TO TRUE
007210         RELEASE SORT-RECORD
007220     END-IF.
007230     IF AU-INPUT-FILE NOT = SPACES
007240         MOVE 3 TO SR-SECTION
007250         MOVE SPACES TO SR-FILE
007260         STRING FUNCTION TRIM(AU-INPUT-FILE) DELIMITED BY SIZE
007270                '.suspect.rejected' DELIMITED BY SIZE
007280             INTO SR-FILE
007290         SET SR-REJECTED-FILE TO TRUE
007300         RELEASE SORT-RECORD
007310         MOVE 4 TO SR-SECTION
007320         MOVE SPACES TO SR-FILE
007330         STRING FUNCTION TRIM(AU-INPUT-FILE) DELIMITED BY SIZE
007340                '.suspect' DELIMITED BY SIZE
007350             INTO SR-FILE
007360         SET SR-SUSPECT-FILE TO TRUE
007370         RELEASE SORT-RECORD
007380     END-IF.
007390
007400*----------------------------------------------------------------*
007410* SEARCH-RUN-FILES - SORT OUTPUT PROCEDURE: THE FILES COME BACK   *
007420* BY SECTION AND NAME, EACH FILE AS A GROUP OF THE RUNS THAT      *
007430* NAMED IT. A GROUP IS SEARCHED ONCE, WHEN IT ENDS, UNDER ITS     *
007440* LAST (LATEST) RUN - THE RUN WHOSE OUTPUT IS ON THE FILE NOW.    *
007450*----------------------------------------------------------------*
007460 SEARCH-RUN-FILES.
007470     PERFORM UNTIL WS-SORT-END
007480         RETURN SD-SORT
007490             AT END
007500                 SET WS-SORT-END TO TRUE
007510             NOT AT END
007520                 PERFORM TAKE-RUN-FILE
007530         END-RETURN
007540     END-PERFORM.
007550     IF WS-GROUP-OPEN
007560         PERFORM SEARCH-ONE-FILE
007570     END-IF.
007580
007590*----------------------------------------------------------------*
007600* TAKE-RUN-FILE - CLOSE THE GROUP BEFORE WHEN THE FILE CHANGES,   *
007610* MOVING ON TO THE NEW FILE'S SECTION IF NEED BE.                 *
007620*----------------------------------------------------------------*
007630 TAKE-RUN-FILE.
007640     IF WS-GROUP-OPEN
007650        AND (SR-SECTION NOT = WS-CUR-SECTION
007660             OR SR-FILE NOT = WS-CUR-FILE)
007670         PERFORM SEARCH-ONE-FILE
007680     END-IF.
007690     MOVE SR-SECTION TO WS-WANT-SECTION.
007700     PERFORM ADVANCE-TO-SECTION.
007710     SET WS-GROUP-OPEN TO TRUE.
007720     MOVE SR-SECTION TO WS-CUR-SECTION.
007730     MOVE SR-FILE TO WS-CUR-FILE.
007740     MOVE SR-KIND TO WS-CUR-KIND.
007750     MOVE SR-RUN-STAMP TO WS-CUR-RUN-STAMP.
007760
007770*----------------------------------------------------------------*
007780* SEARCH-ONE-FILE - SEARCH THE FILE OF THE GROUP JUST ENDED. AN   *
007790* EXCEPT OR SUSPECT-REJECTED FILE IS FOLLOWED BY EVERY DAY06REP   *
007800* REPAIR CYCLE AFTER IT: <FILE>.UNRESOLVED, ITS OWN .UNRESOLVED,  *
007810* AND SO ON UNTIL THERE IS NO NEXT ONE. A FILE THAT IS NOT THERE  *
007820* (NOTHING WAS REJECTED OR HELD) IS SIMPLY PASSED OVER.           *
007830*----------------------------------------------------------------*
007840 SEARCH-ONE-FILE.
007850     MOVE 'N' TO WS-GROUP-SW.
007860     IF WS-CUR-KIND = 'S'
007870         MOVE WS-CUR-FILE TO WS-SUSPECT-FILE-NAME
007880         PERFORM SEARCH-SUSPECT-FILE
007890     ELSE
007900         MOVE WS-CUR-FILE TO WS-EXSCAN-FILE-NAME
007910         IF WS-CUR-KIND = 'R'
007920             MOVE 'SUSPECT REJECTED' TO WS-SCAN-LABEL
007930         ELSE
007940             MOVE 'REJECTED' TO WS-SCAN-LABEL
007950         END-IF
007960         PERFORM SEARCH-EXCEPT-FILE
007970         MOVE 'UNRESOLVED' TO WS-SCAN-LABEL
007980         PERFORM UNTIL NOT WS-SCAN-FILE-FOUND
007990             COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
008000                 FUNCTION TRIM(WS-EXSCAN-FILE-NAME))
008010             IF WS-NAME-LEN > 69
008020                 MOVE 'N' TO WS-SCAN-SW
008030             ELSE
008040                 MOVE SPACES TO WS-NEXT-FILE-NAME
008050                 STRING WS-EXSCAN-FILE-NAME(1:WS-NAME-LEN)
008060                        '.unresolved'
008070                     DELIMITED BY SIZE INTO WS-NEXT-FILE-NAME
008080                 MOVE WS-NEXT-FILE-NAME TO WS-EXSCAN-FILE-NAME
008090                 PERFORM SEARCH-EXCEPT-FILE
008100             END-IF
008110         END-PERFORM
008120     END-IF.
008130
008140*----------------------------------------------------------------*
008150* SEARCH-EXCEPT-FILE - EVERY LINE FOR THE RACE ON ONE EXCEPT-     *
008160* FORMAT FILE (SEE EXCLINE), WITH THE REASON IT WAS RAISED.       *
008170*----------------------------------------------------------------*
008180 SEARCH-EXCEPT-FILE.
008190     MOVE 'N' TO WS-SCAN-SW.
008200     MOVE 'N' TO WS-NAMED-SW.
008210     OPEN INPUT FD-EXSCAN.
008220     IF WS-EXSCAN-STATUS = '00'
008230         SET WS-SCAN-FILE-FOUND TO TRUE
008240         MOVE 'N' TO WS-EOF
008250         PERFORM UNTIL WS-END-OF-FILE
008260             READ FD-EXSCAN
008270                 AT END
008280                     SET WS-END-OF-FILE TO TRUE
008290                 NOT AT END
008300                     MOVE EXSCAN-RECORD TO WS-EXCEPT-LINE
008310                     IF EL-RACE-ID = WS-INQ-RACE-ID
008320                         PERFORM PRINT-EXCEPTION
008330                     END-IF
008340             END-READ
008350         END-PERFORM
008360         CLOSE FD-EXSCAN
008370     END-IF.
008380
008390*----------------------------------------------------------------*
008400* PRINT-EXCEPTION - ONE EXCEPTION FOR THE RACE, UNDER THE NAME OF *
008410* THE FILE IT IS ON (PRINTED WITH THE FILE'S FIRST ONE).          *
008420*----------------------------------------------------------------*
008430 PRINT-EXCEPTION.
008440     PERFORM COUNT-SECTION-ENTRY.
008450     IF NOT WS-FILE-NAMED
008460         MOVE WS-EXSCAN-FILE-NAME TO FN-FILE
008470         PERFORM PRINT-FILE-LINE
008480     END-IF.
008490     MOVE WS-SCAN-LABEL TO XL-LABEL.
008500     MOVE EL-TIME TO XL-TIME.
008510     MOVE EL-DIST TO XL-DIST.
008520     MOVE EL-MESSAGE TO XL-REASON.
008530     MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
008540     PERFORM PRINT-LINE.
008550
008560*----------------------------------------------------------------*
008570* SEARCH-SUSPECT-FILE - THE RACE HELD ON ONE RUN'S SUSPECT FILE:  *
008580* ITS FIGURES, AND THE SWING FROM ITS HISTORY THAT HELD IT.       *
008590*----------------------------------------------------------------*
008600 SEARCH-SUSPECT-FILE.
008610     MOVE 'N' TO WS-NAMED-SW.
008620     OPEN INPUT FD-SUSPECT.
008630     IF WS-SUSPECT-STATUS = '00'
008640         MOVE 'N' TO WS-EOF
008650         PERFORM UNTIL WS-END-OF-FILE
008660             READ FD-SUSPECT
008670                 AT END
008680                     SET WS-END-OF-FILE TO TRUE
008690                 NOT AT END
008700                     IF SP-RACE-ID = WS-INQ-RACE-ID
008710                         PERFORM PRINT-HOLD
008720                     END-IF
008730             END-READ
008740         END-PERFORM
008750         CLOSE FD-SUSPECT
008760     END-IF.
008770
008780*----------------------------------------------------------------*
008790* PRINT-HOLD - ONE SUSPECT HOLD, KEPT ON ONE PAGE.                *
008800*----------------------------------------------------------------*
008810 PRINT-HOLD.
008820     PERFORM COUNT-SECTION-ENTRY.
008830     IF NOT WS-FILE-NAMED
008840         MOVE WS-SUSPECT-FILE-NAME TO FN-FILE
008850         PERFORM PRINT-FILE-LINE
008860     END-IF.
008870     MOVE 2 TO WS-LINES-NEEDED.
008880     PERFORM ENSURE-ROOM.
008890     MOVE SP-RUN-STAMP TO HD-STAMP.
008900     MOVE 'HELD' TO HD-ENTRY.
008910     MOVE SP-TIME TO HD-TIME.
008920     MOVE SP-DIST TO HD-DIST.
008930     MOVE SP-WAYS TO HD-WAYS.
008940     MOVE WS-HELD-LINE TO WS-PRINT-LINE.
008950     PERFORM PRINT-LINE.
008960     MOVE SP-SWING-MEASURE TO SW-MEASURE.
008970     MOVE SP-SWING-PCT TO SW-PCT.
008980     MOVE SP-BASE-RUNS TO SW-BASE-RUNS.
008990     MOVE SP-BASE-TIME TO SW-BASE-TIME.
009000     MOVE SP-BASE-DIST TO SW-BASE-DIST.
009010     MOVE SP-BASE-WAYS TO SW-BASE-WAYS.
009020     MOVE WS-SWING-LINE TO WS-PRINT-LINE.
009030     PERFORM PRINT-LINE.
009040
009050*----------------------------------------------------------------*
009060* WRITE-DECISIONS - EVERY ANALYST DECISION ON THE RACE FROM THE   *
009070* PERMANENT SUSPECT.AUDIT FILE. NO FILE AT ALL MEANS NO DECISION  *
009080* HAS EVER BEEN TAKEN, WHICH IS NOT A MISSING SOURCE.             *
009090*----------------------------------------------------------------*
009100 WRITE-DECISIONS.
009110     MOVE 'N' TO WS-NAMED-SW.
009120     OPEN INPUT FD-HOLDAUD.
009130     EVALUATE WS-HOLDAUD-STATUS
009140         WHEN '00'
009150             MOVE 'N' TO WS-EOF
009160             PERFORM UNTIL WS-END-OF-FILE
009170                 READ FD-HOLDAUD
009180                     AT END
009190                         SET WS-END-OF-FILE TO TRUE
009200                     NOT AT END
009210                         IF HA-RACE-ID = WS-INQ-RACE-ID
009220                             PERFORM PRINT-DECISION
009230                         END-IF
009240                 END-READ
009250             END-PERFORM
009260             CLOSE FD-HOLDAUD
009270         WHEN '35'
009280             CONTINUE
009290         WHEN OTHER
009300             MOVE SPACES TO NT-TEXT
009310             STRING 'SUSPECT AUDIT NOT AVAILABLE, STATUS '
009320                    WS-HOLDAUD-STATUS ': ' WS-HOLDAUD-FILE-NAME
009330                 DELIMITED BY SIZE INTO NT-TEXT
009340             PERFORM PRINT-NOTE-LINE
009350             ADD 1 TO WS-MISSING-CT
009360     END-EVALUATE.
009370
009380*----------------------------------------------------------------*
009390* PRINT-DECISION - ONE RELEASE OR REJECTION: WHEN, BY WHOM, WHY,  *
009400* AND THE RUN THE HOLD CAME FROM.                                 *
009410*----------------------------------------------------------------*
009420 PRINT-DECISION.
009430     PERFORM COUNT-SECTION-ENTRY.
009440     IF NOT WS-FILE-NAMED
009450         MOVE WS-HOLDAUD-FILE-NAME TO FN-FILE
009460         MOVE SPACES TO WS-CUR-RUN-STAMP
009470         PERFORM PRINT-FILE-LINE
009480     END-IF.
009490     MOVE HA-STAMP TO DL-STAMP.
009500     MOVE HA-ACTION TO DL-ACTION.
009510     MOVE HA-ANALYST TO DL-ANALYST.
009520     MOVE HA-REASON TO DL-REASON.
009530     MOVE HA-RUN-STAMP TO DL-RUN-STAMP.
009540     MOVE WS-DECISION-LINE TO WS-PRINT-LINE.
009550     PERFORM PRINT-LINE.
009560
009570*----------------------------------------------------------------*
009580* WRITE-CORRECTIONS-SECTION - EVERY .APPLIED FILE ON THE LIST IS  *
009590* READ FOR REPAIRS TO THE RACE. A LISTED FILE THAT IS NOT THERE   *
009600* IS NOTED AND COUNTED AS A MISSING SOURCE, AS DAY06BIL DOES.     *
009610*----------------------------------------------------------------*
009620 WRITE-CORRECTIONS-SECTION.
009630     IF WS-APPLIST-FILE-NAME = SPACES
009640         MOVE 'NO APPLIED-LIST FILE NAMED ON THE PARM - STEWARD'
009650             TO NT-TEXT
009660         PERFORM PRINT-NOTE-LINE
009670         MOVE '    CORRECTIONS WERE NOT SEARCHED' TO NT-TEXT
009680         PERFORM PRINT-NOTE-LINE
009690     ELSE
009700         OPEN INPUT FD-APPLIST
009710         IF WS-APPLIST-STATUS NOT = '00'
009720             MOVE SPACES TO NT-TEXT
009730             STRING 'APPLIED-LIST NOT AVAILABLE, STATUS '
009740                    WS-APPLIST-STATUS ': ' WS-APPLIST-FILE-NAME
009750                 DELIMITED BY SIZE INTO NT-TEXT
009760             PERFORM PRINT-NOTE-LINE
009770             ADD 1 TO WS-MISSING-CT
009780         ELSE
009790             MOVE 'N' TO WS-LIST-EOF
009800             PERFORM UNTIL WS-LIST-END
009810                 READ FD-APPLIST
009820                     AT END
009830                         SET WS-LIST-END TO TRUE
009840                     NOT AT END
009850                         IF APPLIST-RECORD NOT = SPACES
009860                             MOVE APPLIST-RECORD
009870                                 TO WS-APPLIED-FILE-NAME
009880                             PERFORM SEARCH-APPLIED-FILE
009890                         END-IF
009900                 END-READ
009910             END-PERFORM
009920             CLOSE FD-APPLIST
009930         END-IF
009940     END-IF.
009950
009960*----------------------------------------------------------------*
009970* SEARCH-APPLIED-FILE - THE REPAIRS TO THE RACE ON ONE .APPLIED   *
009980* AUDIT FILE.                                                     *
009990*----------------------------------------------------------------*
010000 SEARCH-APPLIED-FILE.
010010     MOVE 'N' TO WS-NAMED-SW.
010020     OPEN INPUT FD-APPLIED.
010030     IF WS-APPLIED-STATUS NOT = '00'
010040         MOVE SPACES TO NT-TEXT
010050         STRING 'APPLIED AUDIT NOT AVAILABLE, STATUS '
010060                WS-APPLIED-STATUS ': ' WS-APPLIED-FILE-NAME
010070             DELIMITED BY SIZE INTO NT-TEXT
010080         PERFORM PRINT-NOTE-LINE
010090         ADD 1 TO WS-MISSING-CT
010100     ELSE
010110         MOVE 'N' TO WS-EOF
010120         PERFORM UNTIL WS-END-OF-FILE
010130             READ FD-APPLIED
010140                 AT END
010150                     SET WS-END-OF-FILE TO TRUE
010160                 NOT AT END
010170                     IF AR-RACE-ID = WS-INQ-RACE-ID
010180                         PERFORM PRINT-CORRECTION
010190                     END-IF
010200             END-READ
010210         END-PERFORM
010220         CLOSE FD-APPLIED
010230     END-IF.
010240
010250*----------------------------------------------------------------*
010260* PRINT-CORRECTION - ONE APPLIED REPAIR: WHEN AND WHICH STEWARD   *
010270* SENT IT, THE VALUES AS REJECTED WITH THE REASON, AND THE VALUES *
010280* AS CORRECTED. KEPT ON ONE PAGE.                                 *
010290*----------------------------------------------------------------*
010300 PRINT-CORRECTION.
010310     PERFORM COUNT-SECTION-ENTRY.
010320     IF NOT WS-FILE-NAMED
010330         MOVE WS-APPLIED-FILE-NAME TO FN-FILE
010340         MOVE SPACES TO WS-CUR-RUN-STAMP
010350         PERFORM PRINT-FILE-LINE
010360     END-IF.
010370     MOVE 2 TO WS-LINES-NEEDED.
010380     PERFORM ENSURE-ROOM.
010390     MOVE AR-STAMP TO AL-STAMP.
010400     MOVE AR-STEWARD TO AL-STEWARD.
010410     MOVE 'REJECTED' TO AL-LABEL.
010420     MOVE AR-OLD-TIME TO AL-TIME.
010430     MOVE AR-OLD-DIST TO AL-DIST.
010440     MOVE AR-OLD-MSG TO AL-REASON.
010450     MOVE WS-APPLIED-LINE TO WS-PRINT-LINE.
010460     PERFORM PRINT-LINE.
010470     MOVE SPACES TO AL-STAMP.
010480     MOVE SPACES TO AL-STEWARD.
010490     MOVE 'CORRECTED' TO AL-LABEL.
010500     MOVE AR-NEW-TIME TO AL-TIME.
010510     MOVE AR-NEW-DIST TO AL-DIST.
010520     MOVE SPACES TO AL-REASON.
010530     MOVE WS-APPLIED-LINE TO WS-PRINT-LINE.
010540     PERFORM PRINT-LINE.
010550
010560*----------------------------------------------------------------*
010570* WRITE-CONTENTS - THE LAST PAGE, AND THE CONSOLE: EACH SECTION   *
010580* WITH ITS ENTRY COUNT AND THE PAGE IT STARTS ON, SO A READER CAN *
010590* TURN STRAIGHT TO IT.                                            *
010600*----------------------------------------------------------------*
010610 WRITE-CONTENTS.
010620     MOVE 6 TO WS-SECTION-IX.
010630     MOVE 0 TO WS-SECTION-PAGE-CT.
010640     PERFORM WRITE-PAGE-HEADING.
010650     DISPLAY "Dossier for race " WS-INQ-RACE-ID.
010660     PERFORM VARYING WS-SECTION-IX FROM 1 BY 1
010670             UNTIL WS-SECTION-IX > 5
010680         MOVE WS-SECTION-IX TO CL-SECTION-NO
010690         MOVE WS-SECTION-NAME(WS-SECTION-IX) TO CL-SECTION-NAME
010700         MOVE WS-SC-ENTRY-CT(WS-SECTION-IX) TO CL-ENTRY-CT
010710         MOVE WS-SC-FIRST-PAGE(WS-SECTION-IX) TO CL-FIRST-PAGE
010720         MOVE WS-CONTENTS-LINE TO WS-PRINT-LINE
010730         PERFORM PRINT-LINE
010740         DISPLAY WS-CONTENTS-LINE
010750         ADD WS-SC-ENTRY-CT(WS-SECTION-IX) TO WS-FOUND-CT
010760     END-PERFORM.
010770     IF WS-MISSING-CT > 0
010780         MOVE WS-BLANK-LINE TO WS-PRINT-LINE
010790         PERFORM PRINT-LINE
010800         MOVE 'SOME SOURCES WERE NOT AVAILABLE - SEE THE NOTES IN'
010810             TO NT-TEXT
010820         PERFORM PRINT-NOTE-LINE
010830         MOVE '    THE SECTIONS ABOVE' TO NT-TEXT
010840         PERFORM PRINT-NOTE-LINE
010850     END-IF.
010860
010870*----------------------------------------------------------------*
010880* ADVANCE-TO-SECTION - CLOSE THE SECTION IN HAND AND START EACH   *
010890* ONE AFTER IT UP TO WS-WANT-SECTION, SO EVERY SECTION APPEARS    *
010900* EVEN WHEN IT HAS NOTHING IN IT.                                 *
010910*----------------------------------------------------------------*
010920 ADVANCE-TO-SECTION.
010930     PERFORM UNTIL WS-SECTION-IX >= WS-WANT-SECTION
010940         IF WS-SECTION-IX > 0
010950             PERFORM END-SECTION
010960         END-IF
010970         ADD 1 TO WS-SECTION-IX
010980         PERFORM START-SECTION
010990     END-PERFORM.
011000
011010*----------------------------------------------------------------*
011020* START-SECTION - A NEW PAGE WITH THE SECTION'S OWN HEADINGS.     *
011030*----------------------------------------------------------------*
011040 START-SECTION.
011050     EVALUATE WS-SECTION-IX
011060         WHEN 1
011070             MOVE WS-COL-HEAD-1 TO WS-COL-HEAD
011080         WHEN 2
011090             MOVE WS-COL-HEAD-2 TO WS-COL-HEAD
011100         WHEN 3
011110             MOVE WS-COL-HEAD-3 TO WS-COL-HEAD
011120         WHEN 4
011130             MOVE WS-COL-HEAD-4 TO WS-COL-HEAD
011140         WHEN OTHER
011150             MOVE WS-COL-HEAD-5 TO WS-COL-HEAD
011160     END-EVALUATE.
011170     MOVE 0 TO WS-SECTION-PAGE-CT.
011180     PERFORM WRITE-PAGE-HEADING.
011190     MOVE WS-PAGE-CT TO WS-SC-FIRST-PAGE(WS-SECTION-IX).
011200
011210*----------------------------------------------------------------*
011220* END-SECTION - A SECTION WITH NOTHING IN IT SAYS SO.             *
011230*----------------------------------------------------------------*
011240 END-SECTION.
011250     IF WS-SC-ENTRY-CT(WS-SECTION-IX) = 0
011260         MOVE 'NOTHING ON FILE FOR THIS RACE' TO NT-TEXT
011270         PERFORM PRINT-NOTE-LINE
011280     END-IF.
011290
011300*----------------------------------------------------------------*
011310* COUNT-SECTION-ENTRY - ONE MORE ENTRY IN THE SECTION IN HAND.    *
011320*----------------------------------------------------------------*
011330 COUNT-SECTION-ENTRY.
011340     ADD 1 TO WS-SC-ENTRY-CT(WS-SECTION-IX).
011350
011360*----------------------------------------------------------------*
011370* WRITE-PAGE-HEADING - START A NEW PAGE: THE RACE, RUN DATE AND   *
011380* PAGE, THE SECTION AND ITS OWN PAGE NUMBER, AND THE SECTION'S    *
011390* COLUMN HEADINGS.                                                *
011400*----------------------------------------------------------------*
011410 WRITE-PAGE-HEADING.
011420     ADD 1 TO WS-PAGE-CT.
011430     ADD 1 TO WS-SECTION-PAGE-CT.
011440     MOVE WS-INQ-RACE-ID TO PH-RACE-ID.
011450     MOVE WS-RUN-DATE TO PH-RUN-DATE.
011460     MOVE WS-PAGE-CT TO PH-PAGE.
011470     IF WS-SECTION-IX > 5
011480         MOVE 0 TO PH-SECTION-NO
011490         MOVE WS-COL-HEAD-6 TO WS-COL-HEAD
011500     ELSE
011510         MOVE WS-SECTION-IX TO PH-SECTION-NO
011520     END-IF.
011530     MOVE WS-SECTION-NAME(WS-SECTION-IX) TO PH-SECTION-NAME.
011540     MOVE WS-SECTION-PAGE-CT TO PH-SECTION-PAGE.
011550     IF WS-PAGE-CT = 1
011560         WRITE REPORT-RECORD FROM WS-PAGE-HEAD-1
011570     ELSE
011580         WRITE REPORT-RECORD FROM WS-PAGE-HEAD-1
011590             AFTER ADVANCING PAGE
011600     END-IF.
011610     WRITE REPORT-RECORD FROM WS-PAGE-HEAD-2.
011620     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
011630     WRITE REPORT-RECORD FROM WS-COL-HEAD.
011640     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
011650     MOVE 5 TO WS-LINE-CT.
011660
011670*----------------------------------------------------------------*
011680* ENSURE-ROOM - START A NEW PAGE (SAME SECTION) WHEN THE NEXT     *
011690* WS-LINES-NEEDED LINES WOULD NOT FIT ON THIS ONE.                *
011700*----------------------------------------------------------------*
011710 ENSURE-ROOM.
011720     IF WS-LINE-CT + WS-LINES-NEEDED > WS-LINES-PER-PAGE
011730         PERFORM WRITE-PAGE-HEADING
011740     END-IF.
011750     MOVE 1 TO WS-LINES-NEEDED.
011760
011770*----------------------------------------------------------------*
011780* PRINT-LINE - WRITE WS-PRINT-LINE, TURNING THE PAGE FIRST WHEN   *
011790* THIS ONE IS FULL.                                               *
011800*----------------------------------------------------------------*
011810 PRINT-LINE.
011820     IF WS-LINE-CT >= WS-LINES-PER-PAGE
011830         PERFORM WRITE-PAGE-HEADING
011840     END-IF.
011850     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
011860     ADD 1 TO WS-LINE-CT.
011870     MOVE SPACES TO WS-PRINT-LINE.
011880
011890*----------------------------------------------------------------*
011900* PRINT-FILE-LINE - THE NAME OF THE FILE THE ENTRIES BELOW COME   *
011910* FROM, AND THE RUN THAT WROTE IT WHERE THERE IS ONE.             *
011920*----------------------------------------------------------------*
011930 PRINT-FILE-LINE.
011940     SET WS-FILE-NAMED TO TRUE.
011950     IF WS-CUR-RUN-STAMP = SPACES
011960         MOVE SPACES TO FN-RUN-LABEL
011970     ELSE
011980         MOVE 'RUN: ' TO FN-RUN-LABEL
011990     END-IF.
012000     MOVE WS-CUR-RUN-STAMP TO FN-RUN-STAMP.
012010     MOVE 2 TO WS-LINES-NEEDED.
012020     PERFORM ENSURE-ROOM.
012030     MOVE WS-FILE-LINE TO WS-PRINT-LINE.
012040     PERFORM PRINT-LINE.
012050
012060*----------------------------------------------------------------*
012070* PRINT-NOTE-LINE - A '***' NOTE (TEXT IN NT-TEXT) IN THE SECTION *
012080* IN HAND.                                                        *
012090*----------------------------------------------------------------*
012100 PRINT-NOTE-LINE.
012110     MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
012120     PERFORM PRINT-LINE.
012130     MOVE SPACES TO NT-TEXT.
012140
012150*----------------------------------------------------------------*
012160* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS STAMP FROM THE  *
012170* SYSTEM CLOCK IN WS-STAMP-WORK.                                  *
012180*----------------------------------------------------------------*
012190 FORMAT-TIME-STAMP.
012200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
012210     MOVE SPACES TO WS-STAMP-WORK.
012220     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
012230            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
012240            DELIMITED BY SIZE INTO WS-STAMP-WORK.

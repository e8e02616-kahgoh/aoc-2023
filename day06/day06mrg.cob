000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06MRG                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   MERGE STEP FOR PARTITIONED PROCESSING. PARM IS THE ORIGINAL   *
000090*   INPUT FILE THAT DAY06SPL CUT UP; ITS <INPUT>.PARTS CONTROL    *
000094*   FILE (SEE PARTREC) NAMES THE PARTITIONS. A SECOND, OPTIONAL   *
000098*   WORD NAMES THE NIGHT'S RACE-ID REGISTER (SEE RACESEEN) -      *
000102*   UNDER DAY06DRV THE DRIVER'S <MANIFEST>.SEEN - AND DEFAULTS    *
000106*   TO <INPUT>.SEEN.                                              *
000110*   FIRST EVERY PARTITION IS CHECKED FOR A FINISHED DAY06 RUN:    *
000120*   THE PARTITION FILE STILL AGREES WITH WHAT WAS CUT, NO         *
000130*   CHECKPOINT IS LEFT (NO RESTART PENDING), AND THE LAST RECORD  *
000140*   ON ITS <PARTITION>.AUDIT RUN AUDIT FILE IS A MULTI-RACE RUN   *
000150*   THAT READ THE WHOLE PARTITION. IF ANY PARTITION FAILS,        *
000160*   NOTHING IS MERGED: THE PARTITIONS TO RERUN ARE NAMED ON THE   *
000170*   MERGE REPORT, THE CONSOLE AND THE ALERT FILE, AND THE MERGE   *
000180*   IS RUN AGAIN ONCE THEY HAVE BEEN.                             *
000190*   THE PARTITION COUNTS AND HASH TOTALS MUST THEN ADD BACK TO    *
000200*   THE ORIGINAL FILE'S TRAILER AS DAY06SPL RECORDED IT. THE      *
000210*   PARTITION OUTPUTS ARE PUT TOGETHER UNDER THE NAMES DAY06      *
000220*   WOULD HAVE GIVEN A SINGLE RUN OF THE ORIGINAL FILE, SO        *
000230*   EVERYTHING DOWNSTREAM (DAY06RPT, DAY06REC, DAY06REP,          *
000240*   DAY06HLD, DAY06BAK, THE WAREHOUSE LOADER) READS ONE SET:      *
000250*     <INPUT>.RESULTS - THE PARTITION DETAIL AND CONTROL-FAILURE  *
000260*                       LINES IN PARTITION ORDER, THEN ONE GRAND  *
000270*                       TOTAL (THE PRODUCT OF THE PARTITION       *
000280*                       TOTALS), ONE RECONCILIATION LINE FOR THE  *
000290*                       WHOLE FILE AND ONE HELD-RACES LINE.       *
000296*     <INPUT>.EXCEPT  - THE PARTITION EXCEPTION LINES, THEN THE   *
000302*                       DUPLICATE RACE-IDS FOUND AT THE MERGE.    *
000310*     <INPUT>.EXPORT  - THE PARTITION ROWS UNDER ONE TRL ROW.     *
000320*     <INPUT>.SUSPECT - THE HELD RACES, POINTED AT THE MERGED     *
000330*                       RESULTS FILE FOR THEIR RELEASE LINES.     *
000340*   <INPUT>.MERGE IS THE MERGE REPORT, ONE LINE PER PARTITION     *
000350*   AND THE RECONCILIATION AGAINST THE ORIGINAL TRAILER. ONE      *
000360*   RECORD IS APPENDED TO DAY06.RUNLOG FOR THE WHOLE JOB (THE     *
000370*   PARTITION RUNS THEMSELVES LOG ONLY TO THEIR .AUDIT FILES),    *
000372*   STAMPED WITH THE SPLIT TIME - THE RUN DATE EVERY PARTITION    *
000374*   FILED ITS HISTORY UNDER - AND MARKED RESUMED IF ANY           *
000376*   PARTITION HAD TO BE RESTARTED OR RERUN.                       *
000378*   EACH PARTITION RUN KEEPS ITS OWN <PARTITION>.SEEN REGISTER,   *
000380*   SO THE CHECK FOR A RACE-ID ALREADY SENT IN ANOTHER FILE THAT  *
000382*   NIGHT IS MADE HERE: EVERY MERGED RACE-ID (PROCESSED OR HELD)  *
000384*   IS LOOKED UP ON THE NIGHT REGISTER AND ENTERED ON IT. ONE     *
000386*   FIRST SEEN IN ANOTHER FILE IS A DUPLICATE - IT GOES TO THE    *
000388*   MERGED EXCEPT FILE AS 'DUPLICATE RACE-ID', IS LEFT OFF THE    *
000390*   MERGED RESULTS, EXPORT AND SUSPECT FILES, IS TAKEN OUT OF     *
000392*   THE PROCESSED COUNT AND THE GRAND TOTAL (SO IT COUNTS AS A    *
000394*   REJECT), AND THE HISTORY RECORD ITS PARTITION WROTE IS PUT    *
000396*   BACK FROM THE FIRST FILE'S STANDING RUN, OR DELETED.          *
000400*   RETURN CODES, GRADED AS DAY06 GRADES A RUN:                   *
000410*     0  MERGED, CLEAN.                                           *
000420*     4  MERGED, WITH REJECTS WITHIN THE TOLERANCE OR HELD RACES. *
000430*     8  MERGED OVER THE TOLERANCE OR WITH NOTHING PROCESSED, OR  *
000440*        NOT MERGED BECAUSE A PARTITION IS NOT COMPLETE.          *
000446*     12 BAD PARM, CONTROL OR OUTPUT FILE NOT AVAILABLE, THE      *
000452*        REGISTER OR THE RACE HISTORY NOT AVAILABLE, OR THE       *
000460*        PARTITIONS DO NOT RECONCILE TO THE ORIGINAL TRAILER.     *
000470*----------------------------------------------------------------*
000480* MODIFICATION HISTORY                                            *
000490*----------------------------------------------------------------*
000500* DATE       INIT  DESCRIPTION                                    *
000510* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000511* 15/10/2026 TN    CHECK MERGED RACE-IDS AGAINST THE NIGHT'S      *
000512*                  REGISTER; DUPLICATES TO THE EXCEPT FILE.       *
000513* 15/10/2026 TN    JOB RUN-LOG RECORD AND HELD RACES STAMPED      *
000514*                  WITH THE SPLIT TIME, NOT THE FIRST PARTITION   *
000515*                  START.                                         *
000520*----------------------------------------------------------------*
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. DAY06MRG.
000550 AUTHOR. T. NAKAMURA.
000560 INSTALLATION. ADVENT OF CODE.
000570 DATE-WRITTEN. 15/10/2026.
000580 DATE-COMPILED.
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT FD-PARTS ASSIGN TO DYNAMIC WS-PARTS-FILE-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PARTS-STATUS.
000650     SELECT FD-PART ASSIGN TO DYNAMIC WS-PART-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PART-STATUS.
000680     SELECT FD-PCKPT ASSIGN TO DYNAMIC WS-PCKPT-FILE-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PCKPT-STATUS.
000710     SELECT FD-PAUDIT ASSIGN TO DYNAMIC WS-PAUDIT-FILE-NAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PAUDIT-STATUS.
000740     SELECT FD-PRESULTS ASSIGN TO DYNAMIC WS-PRESULTS-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PRESULTS-STATUS.
000770     SELECT FD-PEXCEPT ASSIGN TO DYNAMIC WS-PEXCEPT-FILE-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PEXCEPT-STATUS.
000800     SELECT FD-PEXPORT ASSIGN TO DYNAMIC WS-PEXPORT-FILE-NAME
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PEXPORT-STATUS.
000830     SELECT FD-PSUSPECT ASSIGN TO DYNAMIC WS-PSUSPECT-FILE-NAME
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PSUSPECT-STATUS.
000860     SELECT FD-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RESULTS-STATUS.
000890     SELECT FD-EXCEPT ASSIGN TO DYNAMIC WS-EXCEPT-FILE-NAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-EXCEPT-STATUS.
000920     SELECT FD-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-EXPORT-STATUS.
000950     SELECT FD-SUSPECT ASSIGN TO DYNAMIC WS-SUSPECT-FILE-NAME
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-SUSPECT-STATUS.
000980     SELECT FD-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-REPORT-STATUS.
001010     SELECT FD-RUNLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-RUNLOG-STATUS.
001040     SELECT FD-CONTROL ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-CONTROL-STATUS.
001061     SELECT FD-SEEN ASSIGN TO DYNAMIC WS-SEEN-FILE-NAME
001062         ORGANIZATION IS INDEXED
001063         ACCESS MODE IS DYNAMIC
001064         RECORD KEY IS SN-RACE-ID
001065         FILE STATUS IS WS-SEEN-STATUS.
001066     SELECT FD-RACEHIS ASSIGN TO DYNAMIC WS-RACEHIS-FILE-NAME
001067         ORGANIZATION IS INDEXED
001068         ACCESS MODE IS RANDOM
001069         RECORD KEY IS RH-KEY
001070         FILE STATUS IS WS-RACEHIS-STATUS.
001071     SELECT FD-RESCAN ASSIGN TO DYNAMIC WS-RESCAN-FILE-NAME
001072         ORGANIZATION IS LINE SEQUENTIAL
001073         FILE STATUS IS WS-RESCAN-STATUS.
001074 DATA DIVISION.
001080 FILE SECTION.
001090 FD  FD-PARTS.
001100     COPY PARTREC.
001110 FD  FD-PART.
001120 01  PART-RECORD                 PIC X(35).
001130 FD  FD-PCKPT.
001140 01  PCKPT-RECORD                PIC X(80).
001150 FD  FD-PAUDIT.
001160 01  PAUDIT-RECORD               PIC X(334).
001170 FD  FD-PRESULTS.
001180 01  PRESULTS-RECORD             PIC X(148).
001190 FD  FD-PEXCEPT.
001200 01  PEXCEPT-RECORD              PIC X(80).
001210 FD  FD-PEXPORT.
001220 01  PEXPORT-RECORD              PIC X(132).
001230 FD  FD-PSUSPECT.
001240 01  PSUSPECT-RECORD             PIC X(283).
001250 FD  FD-RESULTS.
001260 01  RESULTS-RECORD              PIC X(148).
001270 FD  FD-EXCEPT.
001280 01  EXCEPT-RECORD               PIC X(80).
001290 FD  FD-EXPORT.
001300 01  EXPORT-RECORD               PIC X(132).
001310 FD  FD-SUSPECT.
001320     COPY SUSPREC.
001330 FD  FD-REPORT.
001340 01  REPORT-RECORD               PIC X(132).
001350 FD  FD-RUNLOG.
001360 01  RUNLOG-RECORD               PIC X(334).
001370 FD  FD-CONTROL.
001380 01  CONTROL-RECORD.
001390     05  CT-TOLERANCE-PCT        PIC X(03).
001400     05  FILLER                  PIC X(77).
001401 FD  FD-SEEN.
001402     COPY RACESEEN.
001403 FD  FD-RACEHIS.
001404     COPY RACEHIS.
001405 FD  FD-RESCAN.
001406 01  RESCAN-RECORD               PIC X(148).
001410 WORKING-STORAGE SECTION.
001420 01  WS-INPUT-FILE-NAME          PIC X(80) VALUE SPACES.
001430 01  WS-PARTS-FILE-NAME          PIC X(80) VALUE SPACES.
001440 01  WS-PART-FILE-NAME           PIC X(80) VALUE SPACES.
001450 01  WS-PCKPT-FILE-NAME          PIC X(80) VALUE SPACES.
001460 01  WS-PAUDIT-FILE-NAME         PIC X(80) VALUE SPACES.
001470 01  WS-PRESULTS-FILE-NAME       PIC X(80) VALUE SPACES.
001480 01  WS-PEXCEPT-FILE-NAME        PIC X(80) VALUE SPACES.
001490 01  WS-PEXPORT-FILE-NAME        PIC X(80) VALUE SPACES.
001500 01  WS-PSUSPECT-FILE-NAME       PIC X(80) VALUE SPACES.
001510 01  WS-RESULTS-FILE-NAME        PIC X(80) VALUE SPACES.
001520 01  WS-EXCEPT-FILE-NAME         PIC X(80) VALUE SPACES.
001530 01  WS-EXPORT-FILE-NAME         PIC X(80) VALUE SPACES.
001540 01  WS-SUSPECT-FILE-NAME        PIC X(80) VALUE SPACES.
001550 01  WS-REPORT-FILE-NAME         PIC X(80) VALUE SPACES.
001560 01  WS-RUNLOG-FILE-NAME         PIC X(80) VALUE 'day06.runlog'.
001570 01  WS-CONTROL-FILE-NAME        PIC X(80) VALUE 'day06.control'.
001572 01  WS-SEEN-FILE-NAME           PIC X(80) VALUE SPACES.
001574 01  WS-RACEHIS-FILE-NAME        PIC X(80) VALUE 'race.history'.
001576 01  WS-RESCAN-FILE-NAME         PIC X(80) VALUE SPACES.
001580 01  WS-OPEN-FILE-NAME           PIC X(80) VALUE SPACES.
001590 01  WS-PARM-DATA                PIC X(160) VALUE SPACES.
001600 01  WS-PARTS-STATUS             PIC X(02) VALUE SPACES.
001610 01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
001620 01  WS-PCKPT-STATUS             PIC X(02) VALUE SPACES.
001630 01  WS-PAUDIT-STATUS            PIC X(02) VALUE SPACES.
001640 01  WS-PRESULTS-STATUS          PIC X(02) VALUE SPACES.
001650 01  WS-PEXCEPT-STATUS           PIC X(02) VALUE SPACES.
001660 01  WS-PEXPORT-STATUS           PIC X(02) VALUE SPACES.
001670 01  WS-PSUSPECT-STATUS          PIC X(02) VALUE SPACES.
001680 01  WS-RESULTS-STATUS           PIC X(02) VALUE SPACES.
001690 01  WS-EXCEPT-STATUS            PIC X(02) VALUE SPACES.
001700 01  WS-EXPORT-STATUS            PIC X(02) VALUE SPACES.
001710 01  WS-SUSPECT-STATUS           PIC X(02) VALUE SPACES.
001720 01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001730 01  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
001740 01  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
001742 01  WS-SEEN-STATUS              PIC X(02) VALUE SPACES.
001744 01  WS-RACEHIS-STATUS           PIC X(02) VALUE SPACES.
001746 01  WS-RESCAN-STATUS            PIC X(02) VALUE SPACES.
001750 01  WS-OPEN-STATUS              PIC X(02) VALUE SPACES.
001760 01  WS-EOF                      PIC X(01) VALUE 'N'.
001770     88  WS-END-OF-FILE                     VALUE 'Y'.
001780 01  WS-JOB-SW                   PIC X(01) VALUE 'N'.
001790     88  WS-JOB-SEEN                        VALUE 'Y'.
001800 01  WS-CTL-FAIL-SW              PIC X(01) VALUE 'N'.
001810     88  WS-CONTROL-FAILED                  VALUE 'Y'.
001811 01  WS-SEEN-EOF                 PIC X(01) VALUE 'N'.
001812     88  WS-SEEN-END                        VALUE 'Y'.
001813 01  WS-LOG-EOF                  PIC X(01) VALUE 'N'.
001814     88  WS-LOG-END                         VALUE 'Y'.
001815 01  WS-SCAN-EOF                 PIC X(01) VALUE 'N'.
001816     88  WS-SCAN-END                        VALUE 'Y'.
001817 01  WS-SCAN-BLOCK-SW            PIC X(01) VALUE 'N'.
001818     88  WS-SCAN-PAST-FIRST                 VALUE 'Y'.
001819 01  WS-DUP-SW                   PIC X(01) VALUE 'N'.
001820     88  WS-RACE-DUPLICATE                  VALUE 'Y'.
001821 01  WS-FIRST-SW                 PIC X(01) VALUE 'N'.
001822     88  WS-FIRST-RUN-FOUND                 VALUE 'Y'.
001823 01  WS-RESTORE-SW               PIC X(01) VALUE 'N'.
001824     88  WS-RESTORE-FOUND                   VALUE 'Y'.
001825*    'Y' WHEN ANY PARTITION RESUMED FROM A CHECKPOINT OR WAS RUN
001830*    MORE THAN ONCE - CARRIED TO THE JOB'S RUN-LOG RECORD.
001840 01  WS-RESUMED-SW               PIC X(01) VALUE 'N'.
001850     88  WS-JOB-RESUMED                     VALUE 'Y'.
001860*    THE TOLERANCE IS THE SAME DIAL DAY06 READS (CONTROL FILE
001870*    COLUMNS 1-3), SO THE JOB IS GRADED AS ONE RUN WOULD BE.
001880 77  WS-TOLERANCE-PCT            PIC 9(03) VALUE 010.
001890 77  WS-EXCEPT-RATE              PIC 9(03) VALUE 0.
001900 77  WS-PART-CT                  PIC 9(02) COMP VALUE 0.
001910 77  WS-PART-IX                  PIC 9(02) COMP VALUE 0.
001920 77  WS-INCOMPLETE-CT            PIC 9(02) COMP VALUE 0.
001930 77  WS-AUDIT-CT                 PIC 9(05) COMP VALUE 0.
001935 77  WS-SEEN-CLEAR-CT            PIC 9(09) COMP VALUE 0.
001940*    THE JOB AS DAY06SPL RECORDED IT.
001950 01  WS-JOB-PART-CT              PIC 9(02) VALUE 0.
001960 01  WS-JOB-DETAIL-CT            PIC 9(09) VALUE 0.
001970 01  WS-JOB-HASH                 PIC 9(18) VALUE 0.
001980 01  WS-JOB-SPLIT-STAMP          PIC X(19) VALUE SPACES.
001990*    ONE PARTITION AS RECOUNTED, AND ITS LAST DAY06 RUN.
002000 01  WS-PIN-READ-CT              PIC 9(09) VALUE 0.
002010 01  WS-PIN-DETAIL-CT            PIC 9(09) VALUE 0.
002020 01  WS-PIN-HASH                 PIC 9(18) VALUE 0.
002030 01  WS-RECORD-HASH              PIC 9(18) VALUE 0.
002040 01  WS-LAST-MODE                PIC X(01) VALUE SPACE.
002050 01  WS-LAST-READ-CT             PIC 9(09) VALUE 0.
002060 01  WS-LAST-PROC-CT             PIC 9(09) VALUE 0.
002070 01  WS-LAST-GRAND-TOTAL         PIC 9(17) VALUE 0.
002080 01  WS-PART-STATE               PIC X(30) VALUE SPACES.
002090     88  WS-PART-COMPLETE                   VALUE 'COMPLETE'.
002100*    THE PARTITIONS ADDED TOGETHER.
002110 01  WS-SUM-DETAIL-CT            PIC 9(09) VALUE 0.
002120 01  WS-SUM-HASH                 PIC 9(18) VALUE 0.
002130 01  WS-READ-CT                  PIC 9(09) VALUE 0.
002140 01  WS-PROC-CT                  PIC 9(09) VALUE 0.
002150 01  WS-HELD-CT                  PIC 9(09) VALUE 0.
002160 01  WS-REJECT-CT                PIC 9(09) VALUE 0.
002170 01  WS-EXPORT-ROW-CT            PIC 9(09) VALUE 0.
002180*    THE JOB'S GRAND TOTAL - THE PRODUCT OF THE PARTITION GRAND
002190*    TOTALS, KEPT TO THE SAME 17 DIGITS AS DAY06 KEEPS ITS OWN.
002200 01  WS-RES                      PIC 9(17) VALUE 1.
002202*    THE SAME PRODUCT OVER THE RACES KEPT ON THE MERGED RESULTS,
002204*    TAKEN IN PLACE OF WS-RES WHEN ANY DUPLICATE WAS DROPPED.
002206 01  WS-KEPT-RES                 PIC 9(17) VALUE 1.
002208*    DUPLICATE RACE-IDS FOUND ON THE NIGHT REGISTER, AND WHAT
002210*    BECAME OF THE HISTORY RECORDS THEIR PARTITIONS WROTE.
002212 01  WS-DUP-CT                   PIC 9(09) VALUE 0.
002214 01  WS-HIS-RESTORED-CT          PIC 9(09) VALUE 0.
002216 01  WS-HIS-DELETED-CT           PIC 9(09) VALUE 0.
002218*    THE RACE BEING CHECKED, WHERE IT WAS FIRST SEEN, AND THAT
002220*    FILE'S STANDING RUN ON THE RUN LOG.
002222 01  WS-MRG-RACE-ID              PIC X(10) VALUE SPACES.
002224 01  WS-FIRST-FILE               PIC X(80) VALUE SPACES.
002226 01  WS-FIRST-STAMP              PIC X(19) VALUE SPACES.
002228 01  WS-FIRST-RESULTS            PIC X(80) VALUE SPACES.
002230 01  WS-RESTORE-LINE             PIC X(148) VALUE SPACES.
002232 01  WS-EXC-TIME                 PIC 9(08) VALUE 0.
002234 01  WS-EXC-DIST                 PIC 9(17) VALUE 0.
002236*    THE JOB'S RUN DATE (THE SPLIT DATE) AS THE HISTORY KEYS IT.
002238 01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
002250 01  WS-MERGE-STAMP              PIC X(19) VALUE SPACES.
002260 01  WS-STAMP-WORK               PIC X(19) VALUE SPACES.
002270 01  WS-CURRENT-DATE-DATA.
002280     05  WS-CD-YEAR              PIC 9(04).
002290     05  WS-CD-MONTH             PIC 9(02).
002300     05  WS-CD-DAY               PIC 9(02).
002310     05  WS-CD-HOUR              PIC 9(02).
002320     05  WS-CD-MIN               PIC 9(02).
002330     05  WS-CD-SEC               PIC 9(02).
002340     05  FILLER                  PIC X(07).
002350*    THE PARTITIONS NAMED ON THE CONTROL FILE.
002360 01  WS-PART-TABLE.
002370     05  WS-PART-ENTRY           OCCURS 99 TIMES.
002380         10  WS-PT-PART-NO       PIC 9(02).
002390         10  WS-PT-FILE          PIC X(80).
002400         10  WS-PT-LOW-ID        PIC X(10).
002410         10  WS-PT-HIGH-ID       PIC X(10).
002420         10  WS-PT-DETAIL-CT     PIC 9(09).
002430         10  WS-PT-HASH          PIC 9(18).
002440*    A PARTITION RECORD, SEEN AS A DETAIL RECORD AND AS A
002450*    CONTROL RECORD.
002460     COPY BOATREC.
002470     COPY BOATCTL.
002480*    A PARTITION RUN AUDIT RECORD, AND THE JOB'S OWN RUN-LOG
002490*    RECORD BUILT IN THE SAME LAYOUT.
002500     COPY RUNLOG.
002510*    THE MERGED RESULTS TRAILER LINES, LAID OUT AS DAY06 WRITES
002520*    THEM SO EVERY READER OF A RESULTS FILE KNOWS THEM.
002530 01  WS-TOTAL-LINE.
002540     05  WT-LABEL                PIC X(20) VALUE
002550             'GRAND TOTAL RESULT: '.
002560     05  WT-RESULT               PIC Z(16)9.
002570 01  WS-RECON-LINE.
002580     05  WC-LABEL-READ           PIC X(14) VALUE
002590             'RECORDS READ: '.
002600     05  WC-READ                 PIC Z(8)9.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  WC-LABEL-PROC           PIC X(20) VALUE
002630             'RECORDS PROCESSED: '.
002640     05  WC-PROC                 PIC Z(8)9.
002650 01  WS-HELD-LINE.
002660     05  FILLER                  PIC X(27) VALUE
002670             'SUSPECT RECORDS HELD: '.
002680     05  HL-COUNT                PIC Z(8)9.
002690     05  FILLER                  PIC X(04) VALUE ' IN '.
002700     05  HL-FILE                 PIC X(80).
002710 01  WS-CTL-FAIL-LINE.
002720     05  WF-STARS                PIC X(04) VALUE '*** '.
002730     05  WF-MESSAGE              PIC X(40).
002740     05  WF-EXPECTED             PIC Z(17)9.
002750     05  FILLER                  PIC X(04) VALUE ' VS '.
002760     05  WF-ACTUAL               PIC Z(17)9.
002770*    MERGE REPORT LINES.
002780 01  WS-HEAD-LINE-1.
002790     05  FILLER                  PIC X(31) VALUE
002800             'DAY06 PARTITION MERGE - INPUT: '.
002810     05  MH-INPUT                PIC X(80).
002820 01  WS-HEAD-LINE-2.
002830     05  FILLER                  PIC X(07) VALUE 'SPLIT: '.
002840     05  MH-SPLIT-STAMP          PIC X(19).
002850     05  FILLER                  PIC X(10) VALUE '  MERGED: '.
002860     05  MH-MERGE-STAMP          PIC X(19).
002870 01  WS-HEAD-LINE-3.
002880     05  FILLER                  PIC X(34) VALUE
002890             'PT PARTITION FILE'.
002900     05  FILLER                  PIC X(22) VALUE
002910             'LOW-ID     HIGH-ID'.
002920     05  FILLER                  PIC X(29) VALUE
002930             '   DETAIL         HASH TOTAL'.
002940     05  FILLER                  PIC X(11) VALUE
002950             '     PROC  '.
002960     05  FILLER                  PIC X(06) VALUE 'STATUS'.
002970 01  WS-MERGE-LINE.
002980     05  ML-PART-NO              PIC 9(02).
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  ML-FILE                 PIC X(30).
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  ML-LOW-ID               PIC X(10).
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  ML-HIGH-ID              PIC X(10).
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  ML-DETAIL-CT            PIC Z(8)9.
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  ML-HASH                 PIC Z(17)9.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  ML-PROC-CT              PIC Z(8)9.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  ML-STATUS               PIC X(30).
003130 01  WS-MERGE-TOTAL-LINE.
003140     05  MT-LABEL                PIC X(56).
003150     05  MT-DETAIL-CT            PIC Z(8)9.
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  MT-HASH                 PIC Z(17)9.
003180 01  WS-MERGE-TEXT-LINE          PIC X(132) VALUE SPACES.
003181 01  WS-MERGE-DUP-LINE.
003182     05  FILLER                  PIC X(18) VALUE
003183             'DUPLICATE RACE-ID '.
003184     05  MD-RACE-ID              PIC X(10).
003185     05  FILLER                  PIC X(17) VALUE
003186             ' - FIRST SEEN IN '.
003187     05  MD-FIRST-FILE           PIC X(80).
003188 01  WS-MERGE-DUP-TOTAL-LINE.
003189     05  FILLER                  PIC X(29) VALUE
003190             'DUPLICATE RACE-IDS REJECTED: '.
003191     05  MX-DUP-CT               PIC Z(8)9.
003192     05  FILLER                  PIC X(21) VALUE
003193             '   HISTORY RESTORED: '.
003194     05  MX-RESTORED-CT          PIC Z(8)9.
003195     05  FILLER                  PIC X(11) VALUE
003196             '  DELETED: '.
003197     05  MX-DELETED-CT           PIC Z(8)9.
003198 01  WS-ALERT-NUM                PIC Z(8)9.
003200     COPY ALERTREC.
003202*    A MERGED RESULTS LINE, AND A DUPLICATE'S EXCEPTION LINE.
003204     COPY RESLINE.
003206     COPY EXCLINE.
003210 PROCEDURE DIVISION.
003220*----------------------------------------------------------------*
003230* MAINLINE                                                        *
003240*----------------------------------------------------------------*
003250     PERFORM FORMAT-TIME-STAMP.
003260     MOVE WS-STAMP-WORK TO WS-MERGE-STAMP.
003270     PERFORM GET-RUN-PARMS.
003280     PERFORM LOAD-RUN-CONTROLS.
003290     PERFORM LOAD-PARTITION-CONTROL.
003300
003310     OPEN OUTPUT FD-REPORT.
003320     IF WS-REPORT-STATUS NOT = '00'
003330         MOVE SPACES TO ALERT-RECORD
003340         MOVE WS-REPORT-FILE-NAME TO AL-FILE
003350         MOVE WS-REPORT-STATUS TO WS-OPEN-STATUS
003360         PERFORM REPORT-OUTPUT-FAILURE
003370     END-IF.
003380     MOVE WS-INPUT-FILE-NAME TO MH-INPUT.
003390     MOVE WS-JOB-SPLIT-STAMP TO MH-SPLIT-STAMP.
003400     MOVE WS-MERGE-STAMP TO MH-MERGE-STAMP.
003410     WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.
003420     WRITE REPORT-RECORD FROM WS-HEAD-LINE-2.
003430     MOVE SPACES TO REPORT-RECORD.
003440     WRITE REPORT-RECORD.
003450     WRITE REPORT-RECORD FROM WS-HEAD-LINE-3.
003460
003470     PERFORM VARYING WS-PART-IX FROM 1 BY 1
003480             UNTIL WS-PART-IX > WS-PART-CT
003490         PERFORM CHECK-PARTITION
003500     END-PERFORM.
003510
003520*    A JOB WITH ANY PARTITION UNFINISHED IS NOT MERGED AT ALL -
003530*    HALF A JOB'S RESULTS WOULD PASS DOWNSTREAM AS THE WHOLE.
003540     IF WS-INCOMPLETE-CT > 0
003550         MOVE SPACES TO REPORT-RECORD
003560         WRITE REPORT-RECORD
003570         MOVE WS-INCOMPLETE-CT TO WS-ALERT-NUM
003580         MOVE SPACES TO WS-MERGE-TEXT-LINE
003590         STRING '*** NOT MERGED - ' FUNCTION TRIM(WS-ALERT-NUM)
003600                ' PARTITION(S) NOT COMPLETE; RERUN THEM THROUGH'
003610                ' DAY06 AND RUN THE MERGE AGAIN'
003620             DELIMITED BY SIZE INTO WS-MERGE-TEXT-LINE
003630         WRITE REPORT-RECORD FROM WS-MERGE-TEXT-LINE
003640         CLOSE FD-REPORT
003650         DISPLAY WS-MERGE-TEXT-LINE
003660         MOVE 8 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690
003700     PERFORM RECONCILE-PARTITIONS.
003705     PERFORM OPEN-NIGHT-REGISTER.
003710     PERFORM OPEN-MERGED-OUTPUTS.
003720     PERFORM VARYING WS-PART-IX FROM 1 BY 1
003730             UNTIL WS-PART-IX > WS-PART-CT
003740         PERFORM MERGE-PARTITION
003750     END-PERFORM.
003752     IF WS-DUP-CT > 0
003754         MOVE WS-KEPT-RES TO WS-RES
003756     END-IF.
003760     PERFORM WRITE-MERGED-TRAILERS.
003770     CLOSE FD-RESULTS.
003780     CLOSE FD-EXCEPT.
003790     CLOSE FD-EXPORT.
003800     CLOSE FD-SUSPECT.
003803     CLOSE FD-SEEN.
003806     CLOSE FD-RACEHIS.
003810
003820     PERFORM WRITE-RUN-AUDIT.
003830
003840     MOVE SPACES TO REPORT-RECORD.
003850     WRITE REPORT-RECORD.
003860     MOVE WS-RES TO WT-RESULT.
003870     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
003880     MOVE WS-READ-CT TO WC-READ.
003890     MOVE WS-PROC-CT TO WC-PROC.
003900     WRITE REPORT-RECORD FROM WS-RECON-LINE.
003910     IF WS-HELD-CT > 0
003920         MOVE WS-HELD-CT TO HL-COUNT
003930         MOVE WS-SUSPECT-FILE-NAME TO HL-FILE
003940         WRITE REPORT-RECORD FROM WS-HELD-LINE
003950     END-IF.
003951     IF WS-DUP-CT > 0
003952         MOVE WS-DUP-CT TO MX-DUP-CT
003953         MOVE WS-HIS-RESTORED-CT TO MX-RESTORED-CT
003954         MOVE WS-HIS-DELETED-CT TO MX-DELETED-CT
003955         WRITE REPORT-RECORD FROM WS-MERGE-DUP-TOTAL-LINE
003956     END-IF.
003960     CLOSE FD-REPORT.
003970
003980     DISPLAY "Partitions merged:    " WS-PART-CT.
003990     DISPLAY "Records read:         " WS-READ-CT.
004000     DISPLAY "Records processed:    " WS-PROC-CT.
004002     IF WS-DUP-CT > 0
004004         DISPLAY "Duplicate race-IDs:   " WS-DUP-CT
004006     END-IF.
004010     DISPLAY "Merged results:       "
004020         FUNCTION TRIM(WS-RESULTS-FILE-NAME).
004030     DISPLAY "Merge report:         "
004040         FUNCTION TRIM(WS-REPORT-FILE-NAME).
004050     PERFORM SET-RETURN-CODE.
004060     STOP RUN.
004070
004080*----------------------------------------------------------------*
004090* GET-RUN-PARMS - THE ORIGINAL INPUT FILE. THE CONTROL FILE, THE  *
004100* MERGED OUTPUTS AND THE MERGE REPORT ARE NAMED FROM IT, THE      *
004106* OUTPUTS EXACTLY AS DAY06 NAMES A RUN'S DEFAULT OUTPUTS, AND SO  *
004112* IS THE REGISTER WHEN THE PARM DOES NOT NAME THE NIGHT'S OWN.    *
004120*----------------------------------------------------------------*
004130 GET-RUN-PARMS.
004140     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
004150     UNSTRING WS-PARM-DATA DELIMITED BY ALL SPACE
004160         INTO WS-INPUT-FILE-NAME WS-SEEN-FILE-NAME.
004170     IF WS-INPUT-FILE-NAME = SPACES
004180         DISPLAY "Usage: DAY06MRG input-file [register-file]"
004190         MOVE 12 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220     MOVE SPACES TO WS-PARTS-FILE-NAME.
004230     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
004240            '.parts' DELIMITED BY SIZE
004250         INTO WS-PARTS-FILE-NAME.
004260     MOVE SPACES TO WS-RESULTS-FILE-NAME.
004270     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
004280            '.results' DELIMITED BY SIZE
004290         INTO WS-RESULTS-FILE-NAME.
004300     MOVE SPACES TO WS-EXCEPT-FILE-NAME.
004310     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
004320            '.except' DELIMITED BY SIZE
004330         INTO WS-EXCEPT-FILE-NAME.
004340     MOVE SPACES TO WS-EXPORT-FILE-NAME.
004350     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
004360            '.export' DELIMITED BY SIZE
004370         INTO WS-EXPORT-FILE-NAME.
004380     MOVE SPACES TO WS-SUSPECT-FILE-NAME.
004390     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
004400            '.suspect' DELIMITED BY SIZE
004410         INTO WS-SUSPECT-FILE-NAME.
004411     IF WS-SEEN-FILE-NAME = SPACES
004412         STRING FUNCTION TRIM(WS-INPUT-FILE-NAME)
004413                '.seen' DELIMITED BY SIZE
004414             INTO WS-SEEN-FILE-NAME
004415     END-IF.
004420     MOVE SPACES TO WS-REPORT-FILE-NAME.
004430     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
004440            '.merge' DELIMITED BY SIZE
004450         INTO WS-REPORT-FILE-NAME.
004460
004470*----------------------------------------------------------------*
004480* LOAD-RUN-CONTROLS - THE EXCEPTION-RATE TOLERANCE FROM THE       *
004490* OPERATIONS CONTROL FILE, AS DAY06 READS IT. NO FILE (OR A       *
004500* NON-NUMERIC VALUE) LEAVES THE SHIPPED DEFAULT IN PLACE.         *
004510*----------------------------------------------------------------*
004520 LOAD-RUN-CONTROLS.
004530     OPEN INPUT FD-CONTROL.
004540     IF WS-CONTROL-STATUS = '00'
004550         READ FD-CONTROL
004560             AT END
004570                 CONTINUE
004580             NOT AT END
004590                 IF FUNCTION TEST-NUMVAL(CT-TOLERANCE-PCT) = 0
004600                     COMPUTE WS-TOLERANCE-PCT =
004610                         FUNCTION NUMVAL(CT-TOLERANCE-PCT)
004620                 ELSE
004630                     DISPLAY "Control tolerance not numeric,"
004640                         " default kept: " CT-TOLERANCE-PCT
004650                 END-IF
004660         END-READ
004670         CLOSE FD-CONTROL
004680     END-IF.
004690
004700*----------------------------------------------------------------*
004710* LOAD-PARTITION-CONTROL - READ <INPUT>.PARTS: THE JOB RECORD AND *
004720* ONE RECORD PER PARTITION. NO CONTROL FILE, NO JOB RECORD, OR    *
004730* NOT AS MANY PARTITIONS AS THE JOB RECORD SAYS WERE CUT, AND     *
004740* THERE IS NOTHING SAFE TO MERGE.                                 *
004750*----------------------------------------------------------------*
004760 LOAD-PARTITION-CONTROL.
004770     OPEN INPUT FD-PARTS.
004780     IF WS-PARTS-STATUS NOT = '00'
004790         DISPLAY "Partition control file not available: "
004800             FUNCTION TRIM(WS-PARTS-FILE-NAME)
004810             " status " WS-PARTS-STATUS
004820         MOVE SPACES TO ALERT-RECORD
004830         SET AL-CRITICAL TO TRUE
004840         MOVE WS-PARTS-FILE-NAME TO AL-FILE
004850         STRING 'PARTITION CONTROL FILE NOT AVAILABLE, STATUS '
004860                WS-PARTS-STATUS
004870             DELIMITED BY SIZE INTO AL-MESSAGE
004880         PERFORM RAISE-ALERT
004890         MOVE 12 TO RETURN-CODE
004900         STOP RUN
004910     END-IF.
004920     PERFORM UNTIL WS-END-OF-FILE
004930         READ FD-PARTS
004940             AT END
004950                 SET WS-END-OF-FILE TO TRUE
004960             NOT AT END
004970                 PERFORM TAKE-PARTITION-RECORD
004980         END-READ
004990     END-PERFORM.
005000     CLOSE FD-PARTS.
005010     IF NOT WS-JOB-SEEN
005020        OR WS-PART-CT = 0
005030        OR WS-PART-CT NOT = WS-JOB-PART-CT
005040         DISPLAY "Partition control file incomplete: "
005050             FUNCTION TRIM(WS-PARTS-FILE-NAME)
005060             " - split the input again"
005070         MOVE SPACES TO ALERT-RECORD
005080         SET AL-CRITICAL TO TRUE
005090         MOVE WS-PARTS-FILE-NAME TO AL-FILE
005100         MOVE 'PARTITION CONTROL FILE INCOMPLETE - SPLIT AGAIN'
005110             TO AL-MESSAGE
005120         PERFORM RAISE-ALERT
005130         MOVE 12 TO RETURN-CODE
005140         STOP RUN
005150     END-IF.
005160
005170*----------------------------------------------------------------*
005180* TAKE-PARTITION-RECORD - NOTE THE JOB, OR ONE MORE PARTITION.    *
005190*----------------------------------------------------------------*
005200 TAKE-PARTITION-RECORD.
005210     EVALUATE TRUE
005220         WHEN PT-JOB
005230             SET WS-JOB-SEEN TO TRUE
005240             MOVE PT-PART-CT TO WS-JOB-PART-CT
005250             MOVE PT-DETAIL-CT TO WS-JOB-DETAIL-CT
005260             MOVE PT-HASH-TOTAL TO WS-JOB-HASH
005270             MOVE PT-SPLIT-STAMP TO WS-JOB-SPLIT-STAMP
005280         WHEN PT-PARTITION
005290             IF WS-PART-CT < 99
005300                 ADD 1 TO WS-PART-CT
005310                 MOVE PT-PART-NO TO WS-PT-PART-NO(WS-PART-CT)
005320                 MOVE PT-FILE TO WS-PT-FILE(WS-PART-CT)
005330                 MOVE PT-LOW-ID TO WS-PT-LOW-ID(WS-PART-CT)
005340                 MOVE PT-HIGH-ID TO WS-PT-HIGH-ID(WS-PART-CT)
005350                 MOVE PT-DETAIL-CT TO WS-PT-DETAIL-CT(WS-PART-CT)
005360                 MOVE PT-HASH-TOTAL TO WS-PT-HASH(WS-PART-CT)
005370             END-IF
005380         WHEN OTHER
005390             CONTINUE
005400     END-EVALUATE.
005410
005420*----------------------------------------------------------------*
005430* CHECK-PARTITION - DECIDE WHETHER ONE PARTITION HAS FINISHED,    *
005440* PUT IT ON THE MERGE REPORT, AND ADD IT TO THE JOB TOTALS. THE   *
005450* CHECKS RUN IN ORDER AND THE FIRST TO FAIL NAMES THE STATE.      *
005460*----------------------------------------------------------------*
005470 CHECK-PARTITION.
005480     PERFORM BUILD-PARTITION-NAMES.
005490     MOVE SPACES TO WS-PART-STATE.
005500     MOVE 0 TO WS-LAST-PROC-CT.
005510     PERFORM RECOUNT-PARTITION.
005520     IF WS-PART-STATE = SPACES
005530         IF WS-PIN-DETAIL-CT NOT = WS-PT-DETAIL-CT(WS-PART-IX)
005540            OR WS-PIN-HASH NOT = WS-PT-HASH(WS-PART-IX)
005550             MOVE 'PARTITION CHANGED SINCE SPLIT' TO WS-PART-STATE
005560         END-IF
005570     END-IF.
005580     IF WS-PART-STATE = SPACES
005590         PERFORM CHECK-PARTITION-CHECKPOINT
005600     END-IF.
005610     IF WS-PART-STATE = SPACES
005620         PERFORM READ-PARTITION-AUDIT
005630     END-IF.
005640     IF WS-PART-STATE = SPACES
005650         SET WS-PART-COMPLETE TO TRUE
005660         ADD WS-LAST-READ-CT TO WS-READ-CT
005670         ADD WS-LAST-PROC-CT TO WS-PROC-CT
005680         COMPUTE WS-RES = WS-RES * WS-LAST-GRAND-TOTAL
005690     ELSE
005700         ADD 1 TO WS-INCOMPLETE-CT
005710         DISPLAY "Partition " WS-PT-PART-NO(WS-PART-IX) " "
005720             FUNCTION TRIM(WS-PART-FILE-NAME) ": "
005730             FUNCTION TRIM(WS-PART-STATE) " - rerun it"
005740         MOVE SPACES TO ALERT-RECORD
005750         SET AL-ERROR TO TRUE
005760         MOVE WS-PART-FILE-NAME TO AL-FILE
005770         STRING 'PARTITION NOT COMPLETE - '
005780                FUNCTION TRIM(WS-PART-STATE) ' - RERUN IT'
005790             DELIMITED BY SIZE INTO AL-MESSAGE
005800         PERFORM RAISE-ALERT
005810     END-IF.
005820     ADD WS-PIN-DETAIL-CT TO WS-SUM-DETAIL-CT.
005830     COMPUTE WS-SUM-HASH =
005840         FUNCTION MOD(WS-SUM-HASH + WS-PIN-HASH,
005850             1000000000000000000).
005860
005870     MOVE WS-PT-PART-NO(WS-PART-IX) TO ML-PART-NO.
005880     MOVE WS-PART-FILE-NAME TO ML-FILE.
005890     MOVE WS-PT-LOW-ID(WS-PART-IX) TO ML-LOW-ID.
005900     MOVE WS-PT-HIGH-ID(WS-PART-IX) TO ML-HIGH-ID.
005910     MOVE WS-PIN-DETAIL-CT TO ML-DETAIL-CT.
005920     MOVE WS-PIN-HASH TO ML-HASH.
005930     MOVE WS-LAST-PROC-CT TO ML-PROC-CT.
005940     MOVE WS-PART-STATE TO ML-STATUS.
005950     WRITE REPORT-RECORD FROM WS-MERGE-LINE.
005960
005970*----------------------------------------------------------------*
005980* BUILD-PARTITION-NAMES - THE PARTITION FILE AND THE FILES DAY06  *
005990* DERIVES FROM IT WHEN RUN WITH NO OUTPUT NAMES ON ITS PARM.      *
006000*----------------------------------------------------------------*
006010 BUILD-PARTITION-NAMES.
006020     MOVE WS-PT-FILE(WS-PART-IX) TO WS-PART-FILE-NAME.
006030     MOVE SPACES TO WS-PCKPT-FILE-NAME.
006040     STRING FUNCTION TRIM(WS-PART-FILE-NAME) DELIMITED BY SIZE
006050            '.ckpt' DELIMITED BY SIZE
006060         INTO WS-PCKPT-FILE-NAME.
006070     MOVE SPACES TO WS-PAUDIT-FILE-NAME.
006080     STRING FUNCTION TRIM(WS-PART-FILE-NAME) DELIMITED BY SIZE
006090            '.audit' DELIMITED BY SIZE
006100         INTO WS-PAUDIT-FILE-NAME.
006110     MOVE SPACES TO WS-PRESULTS-FILE-NAME.
006120     STRING FUNCTION TRIM(WS-PART-FILE-NAME) DELIMITED BY SIZE
006130            '.results' DELIMITED BY SIZE
006140         INTO WS-PRESULTS-FILE-NAME.
006150     MOVE SPACES TO WS-PEXCEPT-FILE-NAME.
006160     STRING FUNCTION TRIM(WS-PART-FILE-NAME) DELIMITED BY SIZE
006170            '.except' DELIMITED BY SIZE
006180         INTO WS-PEXCEPT-FILE-NAME.
006190     MOVE SPACES TO WS-PEXPORT-FILE-NAME.
006200     STRING FUNCTION TRIM(WS-PART-FILE-NAME) DELIMITED BY SIZE
006210            '.export' DELIMITED BY SIZE
006220         INTO WS-PEXPORT-FILE-NAME.
006230     MOVE SPACES TO WS-PSUSPECT-FILE-NAME.
006240     STRING FUNCTION TRIM(WS-PART-FILE-NAME) DELIMITED BY SIZE
006250            '.suspect' DELIMITED BY SIZE
006260         INTO WS-PSUSPECT-FILE-NAME.
006270
006280*----------------------------------------------------------------*
006290* RECOUNT-PARTITION - READ THE PARTITION FILE AND COUNT AND HASH  *
006300* ITS DETAIL RECORDS BY DAY06'S RULES, SO A PARTITION EDITED OR   *
006310* RE-CUT AFTER THE SPLIT IS NOT MERGED UNDER THE OLD FIGURES.     *
006320*----------------------------------------------------------------*
006330 RECOUNT-PARTITION.
006340     MOVE 0 TO WS-PIN-READ-CT.
006350     MOVE 0 TO WS-PIN-DETAIL-CT.
006360     MOVE 0 TO WS-PIN-HASH.
006370     OPEN INPUT FD-PART.
006380     IF WS-PART-STATUS NOT = '00'
006390         MOVE 'PARTITION FILE NOT AVAILABLE' TO WS-PART-STATE
006400     ELSE
006410         MOVE 'N' TO WS-EOF
006420         PERFORM UNTIL WS-END-OF-FILE
006430             READ FD-PART
006440                 AT END
006450                     SET WS-END-OF-FILE TO TRUE
006460                 NOT AT END
006470                     ADD 1 TO WS-PIN-READ-CT
006480                     MOVE PART-RECORD TO BOAT-CONTROL-RECORD
006490                     IF NOT CTL-HEADER AND NOT CTL-TRAILER
006500                         MOVE PART-RECORD TO BOAT-RECORD
006510                         ADD 1 TO WS-PIN-DETAIL-CT
006520                         PERFORM HASH-DETAIL-RECORD
006530                         COMPUTE WS-PIN-HASH =
006540                             FUNCTION MOD(WS-PIN-HASH
006550                                 + WS-RECORD-HASH,
006560                                 1000000000000000000)
006570                     END-IF
006580             END-READ
006590         END-PERFORM
006600         CLOSE FD-PART
006610     END-IF.
006620
006630*----------------------------------------------------------------*
006640* HASH-DETAIL-RECORD - THIS DETAIL RECORD'S SHARE OF THE HASH    *
006650* TOTAL, BY DAY06'S RULE: TIME PLUS DIST, TAKEN RAW, AND NOTHING  *
006660* FOR A RECORD WHOSE COLUMNS ARE NOT EVEN NUMERIC.                *
006670*----------------------------------------------------------------*
006680 HASH-DETAIL-RECORD.
006690     MOVE 0 TO WS-RECORD-HASH.
006700     IF FUNCTION TEST-NUMVAL(COL-TIME) = 0
006710        AND FUNCTION TEST-NUMVAL(COL-DIST) = 0
006720         COMPUTE WS-RECORD-HASH =
006730             FUNCTION NUMVAL(COL-TIME)
006740             + FUNCTION NUMVAL(COL-DIST)
006750     END-IF.
006760
006770*----------------------------------------------------------------*
006780* CHECK-PARTITION-CHECKPOINT - DAY06 EMPTIES ITS CHECKPOINT FILE  *
006790* WHEN A RUN FINISHES; A RECORD STILL ON IT IS A RUN THAT STOPPED *
006800* PART WAY AND IS WAITING TO BE RESTARTED.                        *
006810*----------------------------------------------------------------*
006820 CHECK-PARTITION-CHECKPOINT.
006830     OPEN INPUT FD-PCKPT.
006840     IF WS-PCKPT-STATUS = '00'
006850         READ FD-PCKPT
006860             AT END
006870                 CONTINUE
006880             NOT AT END
006890                 MOVE 'RESTART PENDING' TO WS-PART-STATE
006900         END-READ
006910         CLOSE FD-PCKPT
006920     END-IF.
006930
006940*----------------------------------------------------------------*
006950* READ-PARTITION-AUDIT - READ THE PARTITION'S RUN AUDIT FILE.     *
006960* EVERY DAY06 RUN OF THE PARTITION SINCE THE SPLIT IS ON IT; THE  *
006970* LAST ONE COUNTS, AND MUST BE A MULTI-RACE RUN THAT READ EVERY   *
006980* RECORD OF THE PARTITION.                                        *
007000*----------------------------------------------------------------*
007010 READ-PARTITION-AUDIT.
007020     MOVE 0 TO WS-AUDIT-CT.
007030     OPEN INPUT FD-PAUDIT.
007040     IF WS-PAUDIT-STATUS = '00'
007050         MOVE 'N' TO WS-EOF
007060         PERFORM UNTIL WS-END-OF-FILE
007070             READ FD-PAUDIT INTO RUN-AUDIT-RECORD
007080                 AT END
007090                     SET WS-END-OF-FILE TO TRUE
007100                 NOT AT END
007110                     PERFORM TAKE-AUDIT-RECORD
007120             END-READ
007130         END-PERFORM
007140         CLOSE FD-PAUDIT
007150     END-IF.
007160     EVALUATE TRUE
007170         WHEN WS-AUDIT-CT = 0
007180             MOVE 'NOT RUN' TO WS-PART-STATE
007190         WHEN WS-LAST-MODE NOT = 'M'
007200             MOVE 'NOT RUN IN MULTI-RACE MODE' TO WS-PART-STATE
007210         WHEN WS-LAST-READ-CT NOT = WS-PIN-READ-CT
007220             MOVE 'RUN DID NOT FINISH' TO WS-PART-STATE
007230         WHEN OTHER
007240             IF WS-AUDIT-CT > 1
007250                 SET WS-JOB-RESUMED TO TRUE
007260             END-IF
007270     END-EVALUATE.
007280
007290*----------------------------------------------------------------*
007300* TAKE-AUDIT-RECORD - ONE PARTITION RUN: NOTE WHETHER IT RESUMED, *
007310* AND KEEP ITS FIGURES IN CASE IT IS THE LAST RUN.                *
007330*----------------------------------------------------------------*
007340 TAKE-AUDIT-RECORD.
007350     ADD 1 TO WS-AUDIT-CT.
007470     IF AU-RESUMED = 'Y'
007480         SET WS-JOB-RESUMED TO TRUE
007490     END-IF.
007500     MOVE AU-MODE TO WS-LAST-MODE.
007510     MOVE AU-READ-CT TO WS-LAST-READ-CT.
007520     MOVE AU-PROC-CT TO WS-LAST-PROC-CT.
007530     MOVE AU-GRAND-TOTAL TO WS-LAST-GRAND-TOTAL.
007540
007550*----------------------------------------------------------------*
007560* RECONCILE-PARTITIONS - THE RECOUNTED PARTITIONS MUST ADD BACK   *
007570* TO THE ORIGINAL TRAILER AS DAY06SPL FOUND IT. THE ANSWER GOES   *
007580* ON THE MERGE REPORT; A FAILURE IS CARRIED ONTO THE MERGED       *
007590* RESULTS FILE BY WRITE-MERGED-TRAILERS.                          *
007600*----------------------------------------------------------------*
007610 RECONCILE-PARTITIONS.
007620     MOVE SPACES TO REPORT-RECORD.
007630     WRITE REPORT-RECORD.
007640     MOVE 'TOTAL OF PARTITIONS' TO MT-LABEL.
007650     MOVE WS-SUM-DETAIL-CT TO MT-DETAIL-CT.
007660     MOVE WS-SUM-HASH TO MT-HASH.
007670     WRITE REPORT-RECORD FROM WS-MERGE-TOTAL-LINE.
007680     MOVE 'ORIGINAL TRAILER' TO MT-LABEL.
007690     MOVE WS-JOB-DETAIL-CT TO MT-DETAIL-CT.
007700     MOVE WS-JOB-HASH TO MT-HASH.
007710     WRITE REPORT-RECORD FROM WS-MERGE-TOTAL-LINE.
007720     IF WS-SUM-DETAIL-CT NOT = WS-JOB-DETAIL-CT
007730        OR WS-SUM-HASH NOT = WS-JOB-HASH
007740         SET WS-CONTROL-FAILED TO TRUE
007750         MOVE SPACES TO WS-MERGE-TEXT-LINE
007760         STRING '*** PARTITIONS DO NOT RECONCILE TO THE ORIGINAL'
007770                ' TRAILER - FIGURES CANNOT BE TRUSTED'
007780             DELIMITED BY SIZE INTO WS-MERGE-TEXT-LINE
007790     ELSE
007800         MOVE 'PARTITIONS RECONCILE TO THE ORIGINAL TRAILER'
007810             TO WS-MERGE-TEXT-LINE
007820     END-IF.
007830     WRITE REPORT-RECORD FROM WS-MERGE-TEXT-LINE.
007840
007850*----------------------------------------------------------------*
007860* OPEN-MERGED-OUTPUTS - THE FOUR MERGED FILES, REPLACING ANY      *
007870* LEFT BY AN EARLIER MERGE OF THE SAME JOB.                       *
007880*----------------------------------------------------------------*
007890 OPEN-MERGED-OUTPUTS.
007900     OPEN OUTPUT FD-RESULTS.
007910     IF WS-RESULTS-STATUS NOT = '00'
007920         MOVE SPACES TO ALERT-RECORD
007930         MOVE WS-RESULTS-FILE-NAME TO AL-FILE
007940         MOVE WS-RESULTS-STATUS TO WS-OPEN-STATUS
007950         PERFORM REPORT-OUTPUT-FAILURE
007960     END-IF.
007970     OPEN OUTPUT FD-EXCEPT.
007980     IF WS-EXCEPT-STATUS NOT = '00'
007990         MOVE SPACES TO ALERT-RECORD
008000         MOVE WS-EXCEPT-FILE-NAME TO AL-FILE
008010         MOVE WS-EXCEPT-STATUS TO WS-OPEN-STATUS
008020         PERFORM REPORT-OUTPUT-FAILURE
008030     END-IF.
008040     OPEN OUTPUT FD-EXPORT.
008050     IF WS-EXPORT-STATUS NOT = '00'
008060         MOVE SPACES TO ALERT-RECORD
008070         MOVE WS-EXPORT-FILE-NAME TO AL-FILE
008080         MOVE WS-EXPORT-STATUS TO WS-OPEN-STATUS
008090         PERFORM REPORT-OUTPUT-FAILURE
008100     END-IF.
008110     OPEN OUTPUT FD-SUSPECT.
008120     IF WS-SUSPECT-STATUS NOT = '00'
008130         MOVE SPACES TO ALERT-RECORD
008140         MOVE WS-SUSPECT-FILE-NAME TO AL-FILE
008150         MOVE WS-SUSPECT-STATUS TO WS-OPEN-STATUS
008160         PERFORM REPORT-OUTPUT-FAILURE
008170     END-IF.
008180
008190*----------------------------------------------------------------*
008200* REPORT-OUTPUT-FAILURE - A MERGE OUTPUT (NAMED IN AL-FILE, ITS   *
008210* STATUS IN WS-OPEN-STATUS) CANNOT BE OPENED: RAISE IT AND STOP.  *
008220* THE PARTITION OUTPUTS ARE UNTOUCHED, SO THE MERGE IS SIMPLY RUN *
008230* AGAIN ONCE THE FILE CAN BE WRITTEN.                             *
008240*----------------------------------------------------------------*
008250 REPORT-OUTPUT-FAILURE.
008260     DISPLAY "Merge output not writable: "
008270         FUNCTION TRIM(AL-FILE) " status " WS-OPEN-STATUS.
008280     SET AL-CRITICAL TO TRUE.
008290     STRING 'MERGE OUTPUT NOT WRITABLE, STATUS '
008300            WS-OPEN-STATUS
008310         DELIMITED BY SIZE INTO AL-MESSAGE.
008320     PERFORM RAISE-ALERT.
008330     MOVE 12 TO RETURN-CODE.
008340     STOP RUN.
008350
008360*----------------------------------------------------------------*
008361* OPEN-NIGHT-REGISTER - OPEN THE NIGHT'S RACE-ID REGISTER AND THE *
008362* RACE HISTORY BEFORE ANYTHING IS MERGED. A REGISTER NOT YET ON   *
008363* FILE IS STARTED EMPTY; ENTRIES LEFT BY AN EARLIER MERGE OF THIS *
008364* SAME JOB ARE CLEARED, SO A RERUN OF THE MERGE DOES NOT FIND ITS *
008365* OWN RACES AS DUPLICATES.                                        *
008366*----------------------------------------------------------------*
008367 OPEN-NIGHT-REGISTER.
008368     STRING WS-JOB-SPLIT-STAMP(7:4) '-'
008369            WS-JOB-SPLIT-STAMP(4:2) '-' WS-JOB-SPLIT-STAMP(1:2)
008370         DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
008371     OPEN I-O FD-SEEN.
008372     IF WS-SEEN-STATUS = '35'
008373         OPEN OUTPUT FD-SEEN
008374         CLOSE FD-SEEN
008375         OPEN I-O FD-SEEN
008376     END-IF.
008377     IF WS-SEEN-STATUS NOT = '00'
008378         MOVE SPACES TO ALERT-RECORD
008379         MOVE WS-SEEN-FILE-NAME TO AL-FILE
008380         MOVE WS-SEEN-STATUS TO WS-OPEN-STATUS
008381         PERFORM REPORT-KEYED-FILE-FAILURE
008382     END-IF.
008383     PERFORM CLEAR-JOB-FROM-REGISTER.
008384     OPEN I-O FD-RACEHIS.
008385     IF WS-RACEHIS-STATUS NOT = '00'
008386         MOVE SPACES TO ALERT-RECORD
008387         MOVE WS-RACEHIS-FILE-NAME TO AL-FILE
008388         MOVE WS-RACEHIS-STATUS TO WS-OPEN-STATUS
008389         PERFORM REPORT-KEYED-FILE-FAILURE
008390     END-IF.
008391
008392*----------------------------------------------------------------*
008393* CLEAR-JOB-FROM-REGISTER - DELETE EVERY REGISTER ENTRY THAT      *
008394* NAMES THIS JOB'S INPUT FILE.                                    *
008395*----------------------------------------------------------------*
008396 CLEAR-JOB-FROM-REGISTER.
008397     MOVE 0 TO WS-SEEN-CLEAR-CT.
008398     MOVE 'N' TO WS-SEEN-EOF.
008399     MOVE LOW-VALUES TO SN-RACE-ID.
008400     START FD-SEEN KEY IS NOT LESS THAN SN-RACE-ID
008401         INVALID KEY
008402             SET WS-SEEN-END TO TRUE
008403     END-START.
008404     PERFORM UNTIL WS-SEEN-END
008405         READ FD-SEEN NEXT RECORD
008406             AT END
008407                 SET WS-SEEN-END TO TRUE
008408             NOT AT END
008409                 IF SN-INPUT-FILE = WS-INPUT-FILE-NAME
008410                     DELETE FD-SEEN RECORD
008411                         INVALID KEY
008412                             CONTINUE
008413                         NOT INVALID KEY
008414                             ADD 1 TO WS-SEEN-CLEAR-CT
008415                     END-DELETE
008416                 END-IF
008417         END-READ
008418     END-PERFORM.
008419     IF WS-SEEN-CLEAR-CT > 0
008420         DISPLAY "Register entries cleared, earlier merge: "
008421             WS-SEEN-CLEAR-CT
008422     END-IF.
008423
008424*----------------------------------------------------------------*
008425* REPORT-KEYED-FILE-FAILURE - THE REGISTER OR THE RACE HISTORY    *
008426* (NAMED IN AL-FILE, ITS STATUS IN WS-OPEN-STATUS) CANNOT BE      *
008427* OPENED: RAISE IT AND STOP BEFORE ANY MERGED FILE IS REPLACED.   *
008428*----------------------------------------------------------------*
008429 REPORT-KEYED-FILE-FAILURE.
008430     DISPLAY "Keyed file not available: "
008431         FUNCTION TRIM(AL-FILE) " status " WS-OPEN-STATUS.
008432     SET AL-CRITICAL TO TRUE.
008433     STRING 'KEYED FILE NOT AVAILABLE TO THE MERGE, STATUS '
008434            WS-OPEN-STATUS
008435         DELIMITED BY SIZE INTO AL-MESSAGE.
008436     PERFORM RAISE-ALERT.
008437     MOVE 12 TO RETURN-CODE.
008438     STOP RUN.
008439
008440*----------------------------------------------------------------*
008441* MERGE-PARTITION - APPEND ONE PARTITION'S OUTPUTS TO THE MERGED  *
008442* FILES. A PARTITION RUN THAT HAD NOTHING TO EXCEPT OR HOLD MAY   *
008443* HAVE LEFT NO SUCH FILE, WHICH IS NOT AN ERROR; A MISSING        *
008444* RESULTS OR EXPORT FILE IS - THE MERGED FIGURES WOULD BE SHORT.  *
008445* THE RESULTS ARE TAKEN FIRST SO THE REGISTER ALREADY SAYS WHICH  *
008446* OF THE PARTITION'S RACES WERE DUPLICATES WHEN ITS EXPORT ROWS   *
008447* ARE CARRIED ACROSS.                                             *
008448*----------------------------------------------------------------*
008449 MERGE-PARTITION.
008450     PERFORM BUILD-PARTITION-NAMES.
008451     OPEN INPUT FD-PRESULTS.
008452     IF WS-PRESULTS-STATUS NOT = '00'
008460         MOVE WS-PRESULTS-FILE-NAME TO WS-OPEN-FILE-NAME
008470         PERFORM REPORT-MISSING-OUTPUT
008480     ELSE
008490         MOVE 'N' TO WS-EOF
008500         PERFORM UNTIL WS-END-OF-FILE
008510             READ FD-PRESULTS
008520                 AT END
008530                     SET WS-END-OF-FILE TO TRUE
008540                 NOT AT END
008550                     PERFORM COPY-RESULTS-LINE
008560             END-READ
008570         END-PERFORM
008580         CLOSE FD-PRESULTS
008590     END-IF.
008600
008610     OPEN INPUT FD-PEXCEPT.
008620     IF WS-PEXCEPT-STATUS = '00'
008630         MOVE 'N' TO WS-EOF
008640         PERFORM UNTIL WS-END-OF-FILE
008650             READ FD-PEXCEPT
008660                 AT END
008670                     SET WS-END-OF-FILE TO TRUE
008680                 NOT AT END
008690                     WRITE EXCEPT-RECORD FROM PEXCEPT-RECORD
008700             END-READ
008710         END-PERFORM
008720         CLOSE FD-PEXCEPT
008730     END-IF.
008740
008750     OPEN INPUT FD-PEXPORT.
008760     IF WS-PEXPORT-STATUS NOT = '00'
008770         MOVE WS-PEXPORT-FILE-NAME TO WS-OPEN-FILE-NAME
008780         PERFORM REPORT-MISSING-OUTPUT
008790     ELSE
008800         MOVE 'N' TO WS-EOF
008810         PERFORM UNTIL WS-END-OF-FILE
008820             READ FD-PEXPORT
008830                 AT END
008840                     SET WS-END-OF-FILE TO TRUE
008850                 NOT AT END
008860                     IF PEXPORT-RECORD(1:4) NOT = 'TRL|'
008870                         PERFORM COPY-EXPORT-ROW
008890                     END-IF
008900             END-READ
008910         END-PERFORM
008920         CLOSE FD-PEXPORT
008930     END-IF.
008940
008950*    A HELD RACE IS CHECKED AGAINST THE REGISTER LIKE A PROCESSED
008960*    ONE (SEE COPY-SUSPECT-RECORD).
008970     OPEN INPUT FD-PSUSPECT.
008980     IF WS-PSUSPECT-STATUS = '00'
008990         MOVE 'N' TO WS-EOF
009000         PERFORM UNTIL WS-END-OF-FILE
009010             READ FD-PSUSPECT INTO SUSPECT-RECORD
009020                 AT END
009030                     SET WS-END-OF-FILE TO TRUE
009040                 NOT AT END
009050                     PERFORM COPY-SUSPECT-RECORD
009080             END-READ
009090         END-PERFORM
009100         CLOSE FD-PSUSPECT
009110     END-IF.
009120
009130*----------------------------------------------------------------*
009140* COPY-RESULTS-LINE - CARRY ONE PARTITION RESULTS LINE ACROSS,    *
009150* LEAVING BEHIND THE PARTITION'S OWN TRAILER LINES (GRAND TOTAL,  *
009160* RECONCILIATION, HELD RACES) - THE JOB GETS ONE SET OF ITS OWN.  *
009163* A RACE'S DETAIL LINE IS FIRST CHECKED AGAINST THE REGISTER; A   *
009166* DUPLICATE IS REJECTED INSTEAD OF CARRIED ACROSS.                *
009170*----------------------------------------------------------------*
009180 COPY-RESULTS-LINE.
009190     IF PRESULTS-RECORD(1:20) = WT-LABEL
009200        OR PRESULTS-RECORD(1:14) = WC-LABEL-READ
009210        OR PRESULTS-RECORD(1:22) = 'SUSPECT RECORDS HELD: '
009220         CONTINUE
009230     ELSE
009231         MOVE 'N' TO WS-DUP-SW
009232         IF PRESULTS-RECORD(11:7) = ' TIME: '
009233             MOVE PRESULTS-RECORD TO WS-RESULT-LINE
009234             MOVE RL-RACE-ID TO WS-MRG-RACE-ID
009235             PERFORM CHECK-NIGHT-REGISTER
009236         END-IF
009237         IF WS-RACE-DUPLICATE
009238             PERFORM REJECT-MERGED-RESULT
009239         ELSE
009240             WRITE RESULTS-RECORD FROM PRESULTS-RECORD
009241             IF PRESULTS-RECORD(11:7) = ' TIME: '
009242                 COMPUTE WS-KEPT-RES = WS-KEPT-RES
009243                     * FUNCTION NUMVAL(RL-RESULT)
009244             END-IF
009245         END-IF
009246     END-IF.
009247
009248*----------------------------------------------------------------*
009249* CHECK-NIGHT-REGISTER - LOOK WS-MRG-RACE-ID UP ON THE NIGHT'S    *
009250* REGISTER. NOT THERE, IT IS ENTERED FOR THIS JOB (RECORD NUMBER  *
009251* ZERO - THE PARTITIONS ARE IN RACE-ID ORDER, NOT THE ORIGINAL    *
009252* FILE'S). FIRST SEEN IN ANOTHER FILE, IT IS A DUPLICATE: COUNTED *
009253* AND PUT ON THE MERGE REPORT, WITH THE FIRST FILE KEPT IN        *
009254* WS-FIRST-FILE.                                                  *
009255*----------------------------------------------------------------*
009256 CHECK-NIGHT-REGISTER.
009257     MOVE 'N' TO WS-DUP-SW.
009258     MOVE WS-MRG-RACE-ID TO SN-RACE-ID.
009259     READ FD-SEEN
009260         INVALID KEY
009261             MOVE SPACES TO RACE-SEEN-RECORD
009262             MOVE WS-MRG-RACE-ID TO SN-RACE-ID
009263             MOVE WS-INPUT-FILE-NAME TO SN-INPUT-FILE
009264             MOVE 0 TO SN-RECORD-NO
009265             WRITE RACE-SEEN-RECORD
009266                 INVALID KEY
009267                     CONTINUE
009268             END-WRITE
009269         NOT INVALID KEY
009270             IF SN-INPUT-FILE NOT = WS-INPUT-FILE-NAME
009271                 SET WS-RACE-DUPLICATE TO TRUE
009272                 ADD 1 TO WS-DUP-CT
009273                 MOVE SN-INPUT-FILE TO WS-FIRST-FILE
009274                 MOVE WS-MRG-RACE-ID TO MD-RACE-ID
009275                 MOVE SN-INPUT-FILE TO MD-FIRST-FILE
009276                 WRITE REPORT-RECORD FROM WS-MERGE-DUP-LINE
009277             END-IF
009278     END-READ.
009279
009280*----------------------------------------------------------------*
009281* REJECT-MERGED-RESULT - A PROCESSED RACE FOUND TO BE A           *
009282* DUPLICATE (ITS DETAIL LINE IN WS-RESULT-LINE): AN EXCEPTION     *
009283* LINE AS DAY06 WRITES ONE FOR A DUPLICATE, ONE FEWER PROCESSED,  *
009284* AND ITS PARTITION'S HISTORY WRITE UNDONE.                       *
009285*----------------------------------------------------------------*
009286 REJECT-MERGED-RESULT.
009287     COMPUTE WS-EXC-TIME = FUNCTION NUMVAL(RL-TIME).
009288     COMPUTE WS-EXC-DIST = FUNCTION NUMVAL(RL-DIST).
009289     MOVE WS-MRG-RACE-ID TO WE-RACE-ID.
009290     MOVE WS-EXC-TIME TO WE-TIME.
009291     MOVE WS-EXC-DIST TO WE-DIST.
009292     MOVE 'DUPLICATE RACE-ID' TO WE-MESSAGE.
009293     WRITE EXCEPT-RECORD FROM WS-EXCEPT-LINE.
009294     SUBTRACT 1 FROM WS-PROC-CT.
009295     PERFORM REVERSE-DUPLICATE-HISTORY.
009296
009297*----------------------------------------------------------------*
009298* REVERSE-DUPLICATE-HISTORY - THE PARTITION RUN FILED THE         *
009299* DUPLICATE ON THE RACE HISTORY FOR THE RUN DATE, OVER WHATEVER   *
009300* THE FIRST FILE'S RUN HAD FILED. PUT THAT BACK FROM THE FIRST    *
009301* FILE'S STANDING RUN WHEN IT RAN ON THE SAME DATE AND HAS THE    *
009302* RACE ON ITS RESULTS, AS DAY06BAK RESTORES A KEY; OTHERWISE THE  *
009303* RECORD IS THE DUPLICATE'S ALONE AND IS DELETED.                 *
009304*----------------------------------------------------------------*
009305 REVERSE-DUPLICATE-HISTORY.
009306     PERFORM FIND-FIRST-SIGHTING-RUN.
009307     MOVE 'N' TO WS-RESTORE-SW.
009308     IF WS-FIRST-RUN-FOUND
009309        AND WS-FIRST-STAMP(1:10) = WS-JOB-SPLIT-STAMP(1:10)
009310         MOVE WS-FIRST-RESULTS TO WS-RESCAN-FILE-NAME
009311         PERFORM SCAN-FIRST-RESULTS
009312     END-IF.
009313     MOVE SPACES TO RACE-HISTORY-RECORD.
009314     MOVE WS-MRG-RACE-ID TO RH-RACE-ID.
009315     MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
009316     IF WS-RESTORE-FOUND
009317         MOVE WS-RESTORE-LINE TO WS-RESULT-LINE
009318         COMPUTE RH-TIME = FUNCTION NUMVAL(RL-TIME)
009319         COMPUTE RH-DIST = FUNCTION NUMVAL(RL-DIST)
009320         COMPUTE RH-WAYS = FUNCTION NUMVAL(RL-RESULT)
009321         COMPUTE RH-MIN-TIME = FUNCTION NUMVAL(RL-MIN-TIME)
009322         COMPUTE RH-MAX-TIME = FUNCTION NUMVAL(RL-MAX-TIME)
009323         ADD 1 TO WS-HIS-RESTORED-CT
009324         WRITE RACE-HISTORY-RECORD
009325             INVALID KEY
009326                 REWRITE RACE-HISTORY-RECORD
009327         END-WRITE
009328     ELSE
009329         DELETE FD-RACEHIS RECORD
009330             INVALID KEY
009331                 CONTINUE
009332             NOT INVALID KEY
009333                 ADD 1 TO WS-HIS-DELETED-CT
009334         END-DELETE
009335     END-IF.
009336
009337*----------------------------------------------------------------*
009338* FIND-FIRST-SIGHTING-RUN - THE LAST MULTI- OR SINGLE-RACE RUN ON *
009339* THE RUN LOG OF THE FILE IN WS-FIRST-FILE, UNLESS THAT RUN HAS   *
009340* SINCE BEEN BACKED OUT.                                          *
009341*----------------------------------------------------------------*
009342 FIND-FIRST-SIGHTING-RUN.
009343     MOVE 'N' TO WS-FIRST-SW.
009344     OPEN INPUT FD-RUNLOG.
009345     IF WS-RUNLOG-STATUS = '00'
009346         MOVE 'N' TO WS-LOG-EOF
009347         PERFORM UNTIL WS-LOG-END
009348             READ FD-RUNLOG INTO RUN-AUDIT-RECORD
009349                 AT END
009350                     SET WS-LOG-END TO TRUE
009351                 NOT AT END
009352                     PERFORM TAKE-FIRST-SIGHTING-RUN
009353             END-READ
009354         END-PERFORM
009355         CLOSE FD-RUNLOG
009356     END-IF.
009357
009358 TAKE-FIRST-SIGHTING-RUN.
009359     IF AU-INPUT-FILE = WS-FIRST-FILE
009360         IF AU-BACKED-OUT
009361             IF AU-START-STAMP = WS-FIRST-STAMP
009362                 MOVE 'N' TO WS-FIRST-SW
009363             END-IF
009364         ELSE
009365             IF AU-MULTI-RACE OR AU-SINGLE-RACE
009366                 SET WS-FIRST-RUN-FOUND TO TRUE
009367                 MOVE AU-START-STAMP TO WS-FIRST-STAMP
009368                 MOVE AU-RESULTS-FILE TO WS-FIRST-RESULTS
009369             END-IF
009370         END-IF
009371     END-IF.
009372
009373*----------------------------------------------------------------*
009374* SCAN-FIRST-RESULTS - LOOK FOR THE RACE AMONG THE DETAIL LINES   *
009375* DAY06 WROTE ON THE FIRST FILE'S RESULTS FILE.                   *
009376*----------------------------------------------------------------*
009377 SCAN-FIRST-RESULTS.
009378     OPEN INPUT FD-RESCAN.
009379     IF WS-RESCAN-STATUS = '00'
009380         MOVE 'N' TO WS-SCAN-EOF
009381         MOVE 'N' TO WS-SCAN-BLOCK-SW
009382         PERFORM UNTIL WS-SCAN-END OR WS-SCAN-PAST-FIRST
009383             READ FD-RESCAN
009384                 AT END
009385                     SET WS-SCAN-END TO TRUE
009386                 NOT AT END
009387                     IF RESCAN-RECORD(1:14) = 'RECORDS READ: '
009388                         SET WS-SCAN-PAST-FIRST TO TRUE
009389                     END-IF
009390                     IF RESCAN-RECORD(11:7) = ' TIME: '
009391                        AND RESCAN-RECORD(1:10) = WS-MRG-RACE-ID
009392                         MOVE RESCAN-RECORD TO WS-RESTORE-LINE
009393                         SET WS-RESTORE-FOUND TO TRUE
009394                     END-IF
009395             END-READ
009396         END-PERFORM
009397         CLOSE FD-RESCAN
009398     END-IF.
009399
009400*----------------------------------------------------------------*
009401* COPY-EXPORT-ROW - CARRY ONE PARTITION EXPORT ROW ACROSS UNLESS  *
009402* ITS RACE-ID (THE FIRST FIELD) WAS REJECTED AS A DUPLICATE - THE *
009403* REGISTER THEN NAMES ANOTHER FILE FOR IT.                        *
009404*----------------------------------------------------------------*
009405 COPY-EXPORT-ROW.
009406     MOVE 'N' TO WS-DUP-SW.
009407     MOVE SPACES TO WS-MRG-RACE-ID.
009408     UNSTRING PEXPORT-RECORD DELIMITED BY '|'
009409         INTO WS-MRG-RACE-ID.
009410     MOVE WS-MRG-RACE-ID TO SN-RACE-ID.
009411     READ FD-SEEN
009412         INVALID KEY
009413             CONTINUE
009414         NOT INVALID KEY
009415             IF SN-INPUT-FILE NOT = WS-INPUT-FILE-NAME
009416                 SET WS-RACE-DUPLICATE TO TRUE
009417             END-IF
009418     END-READ.
009419     IF NOT WS-RACE-DUPLICATE
009420         WRITE EXPORT-RECORD FROM PEXPORT-RECORD
009421         ADD 1 TO WS-EXPORT-ROW-CT
009422     END-IF.
009423
009424*----------------------------------------------------------------*
009425* COPY-SUSPECT-RECORD - A HELD RACE FIRST SEEN IN ANOTHER FILE IS *
009426* REJECTED AS A DUPLICATE AND NOT HELD; ANY OTHER IS CARRIED      *
009427* ACROSS, ITS RELEASE LINE POINTED AT THE MERGED RESULTS FILE AND *
009428* ITS RUN STAMP SET TO THE JOB'S, SO DAY06HLD FILES IT UNDER THE  *
009429* JOB'S RUN DATE. NO HISTORY WAS WRITTEN FOR A HELD RACE.         *
009430*----------------------------------------------------------------*
009431 COPY-SUSPECT-RECORD.
009432     MOVE SP-RACE-ID TO WS-MRG-RACE-ID.
009433     PERFORM CHECK-NIGHT-REGISTER.
009434     IF WS-RACE-DUPLICATE
009435         MOVE SP-RACE-ID TO WE-RACE-ID
009436         MOVE SP-TIME TO WE-TIME
009437         MOVE SP-DIST TO WE-DIST
009438         MOVE 'DUPLICATE RACE-ID' TO WE-MESSAGE
009439         WRITE EXCEPT-RECORD FROM WS-EXCEPT-LINE
009440     ELSE
009441         MOVE WS-RESULTS-FILE-NAME TO SP-RESULTS-FILE
009442         MOVE WS-JOB-SPLIT-STAMP TO SP-RUN-STAMP
009443         WRITE SUSPECT-RECORD
009444         ADD 1 TO WS-HELD-CT
009445     END-IF.
009446
009447*----------------------------------------------------------------*
009448* REPORT-MISSING-OUTPUT - A FINISHED PARTITION'S RESULTS OR       *
009449* EXPORT FILE (NAMED IN WS-OPEN-FILE-NAME) HAS GONE. THE MERGE    *
009450* CARRIES ON SO THE REST IS SEEN, BUT IS FAILED LIKE A            *
009451* CONTROL-TOTAL FAILURE.                                          *
009452*----------------------------------------------------------------*
009453 REPORT-MISSING-OUTPUT.
009454     DISPLAY "*** Partition output not available: "
009455         FUNCTION TRIM(WS-OPEN-FILE-NAME).
009456     MOVE 'PARTITION OUTPUT MISSING (PARTITION)' TO WF-MESSAGE.
009457     MOVE WS-PT-PART-NO(WS-PART-IX) TO WF-EXPECTED.
009458     MOVE 0 TO WF-ACTUAL.
009459     PERFORM WRITE-CONTROL-FAILURE.
009460
009461*----------------------------------------------------------------*
009462* WRITE-MERGED-TRAILERS - CLOSE OFF THE MERGED FILES AS DAY06     *
009463* CLOSES OFF A RUN: ANY CONTROL FAILURE, THE GRAND TOTAL, THE     *
009464* RECONCILIATION FOR THE WHOLE ORIGINAL FILE (ITS ONE HDR AND TRL *
009465* IN PLACE OF ONE PER PARTITION), THE HELD RACES, AND THE EXPORT  *
009466* TRAILER. EVERY PROCESSED RACE HAS ONE EXPORT ROW, SO THE ROWS   *
009470* CARRIED ACROSS ARE CHECKED AGAINST THE PROCESSED COUNT.         *
009480*----------------------------------------------------------------*
009490 WRITE-MERGED-TRAILERS.
009500     COMPUTE WS-READ-CT = WS-READ-CT - 2 * (WS-PART-CT - 1).
009510     IF WS-SUM-DETAIL-CT NOT = WS-JOB-DETAIL-CT
009520         MOVE 'PARTITION RECORD COUNT MISMATCH' TO WF-MESSAGE
009530         MOVE WS-JOB-DETAIL-CT TO WF-EXPECTED
009540         MOVE WS-SUM-DETAIL-CT TO WF-ACTUAL
009550         PERFORM WRITE-CONTROL-FAILURE
009560     END-IF.
009570     IF WS-SUM-HASH NOT = WS-JOB-HASH
009580         MOVE 'PARTITION HASH TOTAL MISMATCH' TO WF-MESSAGE
009590         MOVE WS-JOB-HASH TO WF-EXPECTED
009600         MOVE WS-SUM-HASH TO WF-ACTUAL
009610         PERFORM WRITE-CONTROL-FAILURE
009620     END-IF.
009630     IF WS-EXPORT-ROW-CT NOT = WS-PROC-CT
009640         MOVE 'EXPORT ROWS VS RECORDS PROCESSED' TO WF-MESSAGE
009650         MOVE WS-PROC-CT TO WF-EXPECTED
009660         MOVE WS-EXPORT-ROW-CT TO WF-ACTUAL
009670         PERFORM WRITE-CONTROL-FAILURE
009680     END-IF.
009690
009700     MOVE WS-RES TO WT-RESULT.
009710     WRITE RESULTS-RECORD FROM WS-TOTAL-LINE.
009720     MOVE WS-READ-CT TO WC-READ.
009730     MOVE WS-PROC-CT TO WC-PROC.
009740     WRITE RESULTS-RECORD FROM WS-RECON-LINE.
009750     IF WS-HELD-CT > 0
009760         MOVE WS-HELD-CT TO HL-COUNT
009770         MOVE WS-SUSPECT-FILE-NAME TO HL-FILE
009780         WRITE RESULTS-RECORD FROM WS-HELD-LINE
009790     END-IF.
009800
009810     MOVE SPACES TO EXPORT-RECORD.
009820     STRING 'TRL|' WS-PROC-CT
009830         DELIMITED BY SIZE INTO EXPORT-RECORD.
009840     WRITE EXPORT-RECORD.
009850
009860*----------------------------------------------------------------*
009870* WRITE-CONTROL-FAILURE - ONE RECONCILIATION FAILURE ON THE       *
009880* MERGED RESULTS FILE, THE CONSOLE AND THE ALERT FILE, IN THE     *
009890* SAME FORM AS DAY06'S OWN CONTROL-TOTAL FAILURES.                *
009900*----------------------------------------------------------------*
009910 WRITE-CONTROL-FAILURE.
009920     SET WS-CONTROL-FAILED TO TRUE.
009930     WRITE RESULTS-RECORD FROM WS-CTL-FAIL-LINE.
009940     DISPLAY WS-CTL-FAIL-LINE.
009950     MOVE SPACES TO ALERT-RECORD.
009960     SET AL-CRITICAL TO TRUE.
009970     MOVE WS-INPUT-FILE-NAME TO AL-FILE.
009980     MOVE WF-MESSAGE TO AL-MESSAGE.
009990     PERFORM RAISE-ALERT.
010000
010010*----------------------------------------------------------------*
010020* WRITE-RUN-AUDIT - THE ONE RUN-LOG RECORD FOR THE WHOLE JOB, IN  *
010030* THE FORM DAY06 WRITES FOR A SINGLE RUN OF THE ORIGINAL FILE,    *
010040* SO DAY06INQ, DAY06REC, DAY06BAK AND DAY06BIL TREAT IT AS ONE.   *
010050*----------------------------------------------------------------*
010060 WRITE-RUN-AUDIT.
010070     OPEN EXTEND FD-RUNLOG.
010080     IF WS-RUNLOG-STATUS = '35'
010090         OPEN OUTPUT FD-RUNLOG
010100     END-IF.
010110     IF WS-RUNLOG-STATUS NOT = '00'
010120         DISPLAY "Run log not available, status "
010130             WS-RUNLOG-STATUS
010140     ELSE
010150         PERFORM FORMAT-TIME-STAMP
010160         MOVE SPACES TO RUN-AUDIT-RECORD
010170         MOVE WS-JOB-SPLIT-STAMP TO AU-START-STAMP
010180         MOVE WS-STAMP-WORK TO AU-END-STAMP
010190         SET AU-MULTI-RACE TO TRUE
010200         MOVE WS-RESUMED-SW TO AU-RESUMED
010210         MOVE WS-READ-CT TO AU-READ-CT
010220         MOVE WS-PROC-CT TO AU-PROC-CT
010230         COMPUTE AU-SKIP-CT = WS-READ-CT - WS-PROC-CT
010240         MOVE WS-RES TO AU-GRAND-TOTAL
010250         MOVE WS-INPUT-FILE-NAME TO AU-INPUT-FILE
010260         MOVE WS-RESULTS-FILE-NAME TO AU-RESULTS-FILE
010270         MOVE WS-EXCEPT-FILE-NAME TO AU-EXCEPT-FILE
010280         WRITE RUNLOG-RECORD FROM RUN-AUDIT-RECORD
010290         CLOSE FD-RUNLOG
010300     END-IF.
010310
010320*----------------------------------------------------------------*
010330* SET-RETURN-CODE - GRADE THE MERGED JOB AS DAY06 GRADES A RUN,   *
010340* OVER THE WHOLE ORIGINAL FILE. THE PARTITION RUNS HAVE ALREADY   *
010350* RAISED THEIR OWN REJECT WARNINGS; A JOB OVER THE TOLERANCE OR   *
010360* WITH NOTHING PROCESSED IS RAISED HERE AS WELL, SINCE NO SINGLE  *
010370* PARTITION SPEAKS FOR THE JOB.                                   *
010380*----------------------------------------------------------------*
010390 SET-RETURN-CODE.
010400     COMPUTE WS-REJECT-CT =
010410         WS-SUM-DETAIL-CT - WS-PROC-CT - WS-HELD-CT.
010420     IF WS-SUM-DETAIL-CT > 0
010430         COMPUTE WS-EXCEPT-RATE ROUNDED =
010440             WS-REJECT-CT * 100 / WS-SUM-DETAIL-CT
010450     ELSE
010460         MOVE 0 TO WS-EXCEPT-RATE
010470     END-IF.
010480
010490     MOVE 0 TO RETURN-CODE.
010500     IF WS-REJECT-CT > 0
010510        OR WS-HELD-CT > 0
010520         MOVE 4 TO RETURN-CODE
010530     END-IF.
010540     IF WS-EXCEPT-RATE > WS-TOLERANCE-PCT
010550        OR WS-PROC-CT = 0
010560         MOVE 8 TO RETURN-CODE
010570         MOVE SPACES TO ALERT-RECORD
010580         SET AL-ERROR TO TRUE
010590         MOVE WS-INPUT-FILE-NAME TO AL-FILE
010600         IF WS-PROC-CT = 0
010610             MOVE 'NO RECORDS PROCESSED IN ANY PARTITION'
010620                 TO AL-MESSAGE
010630         ELSE
010640             MOVE WS-REJECT-CT TO WS-ALERT-NUM
010650             STRING 'TOLERANCE BREACH OVER PARTITIONS - '
010660                    FUNCTION TRIM(WS-ALERT-NUM) ' REJECTED, RATE '
010670                    WS-EXCEPT-RATE '%'
010680                 DELIMITED BY SIZE INTO AL-MESSAGE
010690         END-IF
010700         PERFORM RAISE-ALERT
010710     END-IF.
010720     IF WS-CONTROL-FAILED
010730         MOVE 12 TO RETURN-CODE
010740     END-IF.
010750     DISPLAY "Exception rate/tolerance: " WS-EXCEPT-RATE
010760         "/" WS-TOLERANCE-PCT " RC=" RETURN-CODE.
010770
010780*----------------------------------------------------------------*
010790* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS STAMP FROM THE *
010800* SYSTEM CLOCK IN WS-STAMP-WORK, AS DAY06 DOES FOR ITS RUN LOG.  *
010810*----------------------------------------------------------------*
010820 FORMAT-TIME-STAMP.
010830     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
010840     MOVE SPACES TO WS-STAMP-WORK.
010850     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
010860            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
010870            DELIMITED BY SIZE INTO WS-STAMP-WORK.
010880
010890*----------------------------------------------------------------*
010900* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
010910* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
010920*----------------------------------------------------------------*
010930 RAISE-ALERT.
010940     MOVE 'DAY06MRG' TO AL-PROGRAM.
010950     CALL 'DAY06ALT' USING ALERT-RECORD.

000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06BAK                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   BACK-OUT UTILITY FOR A BAD DAY06 RUN (THE WRONG FILE RUN, OR  *
000090*   THE RIGHT FILE RUN TWICE), REPLACING THE HAND EDIT OF THE     *
000100*   KEYED RACE.HISTORY AND THE RENAMING OF THE RUN'S OUTPUTS.     *
000110*   TWO ACTIONS:                                                  *
000120*     RUN    - REVERSE ONE DAY06 RUN, IDENTIFIED BY ITS RUN-LOG   *
000130*              ENTRY (START STAMP PLUS INPUT FILE - SEE RUNLOG):  *
000140*              - EVERY RACE ON THE RUN'S RESULTS FILE (THE LINES  *
000146*                DAY06 ITSELF WROTE, AND ANY HELD RACES DAY06HLD  *
000152*                RELEASED INTO IT) HAS ITS RACE.HISTORY RECORD    *
000160*                FOR THE RUN DATE DELETED - OR, WHEN ANOTHER RUN  *
000170*                STILL STANDING ON THE LOG PROCESSED THE SAME     *
000180*                RACE THAT DAY, RESTORED FROM THAT RUN'S RESULTS  *
000190*                LINE (THE LATEST SUCH RUN WINS, AS IT DID WHEN   *
000200*                DAY06 REWROTE THE KEY);                          *
000202*              - A RACE WHOSE HISTORY RECORD IS DELETED ALSO      *
000204*                LOSES ITS FINISHES FOR THE RUN DATE ON           *
000206*                RACE.FINISHES (SEE RACEFIN); A RESTORED RACE     *
000208*                KEEPS THEM;                                      *
000210*              - A RETRACTION EXTRACT (<INPUT>.RETRACT: ONE       *
000220*                RACE-ID|RUN-DATE ROW PER EXPORTED RACE PLUS A    *
000230*                TRL COUNT ROW) TELLS THE WAREHOUSE WHICH ROWS    *
000232*                TO REMOVE. A RESTORED RACE GETS NO ROW - THE     *
000234*                RACE AND DATE STILL STAND, FOR THE OTHER RUN;    *
000236*              - THE FILE'S ENTRIES ON THE RACE-ID REGISTER (SEE  *
000238*                RACESEEN - <INPUT>.SEEN UNLESS THE PARM NAMES    *
000240*                THE NIGHT'S OWN) ARE CLEARED, SO THE FILE CAN    *
000242*                BE SENT AGAIN, UNLESS ANOTHER RUN OF THE SAME    *
000244*                FILE STILL STANDS ON THE LOG;                    *
000250*              - THE .RESULTS FILE GETS A 'RUN WITHDRAWN' LINE    *
000260*                AND THE .EXPORT A 'WDN|' ROW, SO NEITHER CAN BE  *
000270*                MISTAKEN FOR LIVE OUTPUT;                        *
000280*              - A REVERSAL RECORD (AU-MODE 'B') IS APPENDED TO   *
000290*                THE RUN LOG, SO DAY06INQ AND DAY06REC SHOW THE   *
000300*                RUN AS BACKED OUT RATHER THAN MISSING.           *
000310*     REPAIR - REVERSE THE LATEST DAY06REP REPAIR CYCLE ON A      *
000320*              RESULTS FILE: ITS REPAIRED LINES, MARKER AND       *
000330*              RESTATED TOTALS ARE MOVED OFF THE RESULTS FILE     *
000340*              ONTO <RESULTS>.WITHDRAWN (SO THE LAST TOTALS ON    *
000350*              THE FILE ARE THE PRE-REPAIR ONES AGAIN) AND THE    *
000360*              REPAIRED RACES' HISTORY RECORDS FOR THE REPAIR     *
000366*              DATE ARE DELETED OR RESTORED (AND THEIR FINISHES   *
000372*              DELETED) AS ABOVE.                                 *
000380*   A RUN IS REFUSED WHEN IT IS ALREADY BACKED OUT, WHEN A LATER  *
000390*   RUN STILL STANDING ON THE LOG HAS REUSED ITS RESULTS FILE,    *
000400*   OR WHEN A DAY06REP REPAIR CYCLE HAS BUILT ON ITS RESULTS      *
000410*   FILE - THAT REPAIR MUST BE BACKED OUT FIRST (REPAIRS UNWIND   *
000416*   NEWEST FIRST, ONE PER EXECUTION). A REPAIR IS REFUSED WHEN    *
000422*   DAY06HLD HAS RELEASED HELD RACES ONTO THE FILE AFTER IT.      *
000430*   RETURN CODES: 0 BACKED OUT, 8 REFUSED (NOTHING CHANGED),      *
000440*   12 A FILE NEEDED FOR THE BACK-OUT IS NOT AVAILABLE.           *
000450*----------------------------------------------------------------*
000460* MODIFICATION HISTORY                                            *
000470*----------------------------------------------------------------*
000480* DATE       INIT  DESCRIPTION                                    *
000490* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000492* 15/10/2026 TN    RUN BACK-OUT NOW ALSO REVERSES AND RETRACTS    *
000494*                  HELD RACES DAY06HLD RELEASED INTO THE RUN; A   *
000496*                  REPAIR WITH RELEASES APPENDED AFTER IT IS      *
000498*                  REFUSED.                                       *
000499* 15/10/2026 TN    RUN BACK-OUT CLEARS THE FILE FROM THE RACE-ID  *
000500*                  REGISTER AND WRITES NO RETRACTION ROW FOR A    *
000501*                  RESTORED RACE; DELETED HISTORY TAKES THE       *
000502*                  RACE'S FINISHES WITH IT.                       *
000503*----------------------------------------------------------------*
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. DAY06BAK.
000530 AUTHOR. T. NAKAMURA.
000540 INSTALLATION. ADVENT OF CODE.
000550 DATE-WRITTEN. 15/10/2026.
000560 DATE-COMPILED.
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT FD-RUNLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUNLOG-STATUS.
000630     SELECT FD-REVLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REVLOG-STATUS.
000660     SELECT FD-RESIN ASSIGN TO DYNAMIC WS-RESIN-FILE-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RESIN-STATUS.
000690     SELECT FD-RESCAN ASSIGN TO DYNAMIC WS-RESCAN-FILE-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RESCAN-STATUS.
000720     SELECT FD-WORK ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-WORK-STATUS.
000750     SELECT FD-WITHDRAWN ASSIGN TO DYNAMIC WS-WITHDRAWN-FILE-NAME
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-WITHDRAWN-STATUS.
000780     SELECT FD-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-EXPORT-STATUS.
000810     SELECT FD-RETRACT ASSIGN TO DYNAMIC WS-RETRACT-FILE-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RETRACT-STATUS.
000840     SELECT FD-RACEHIS ASSIGN TO DYNAMIC WS-RACEHIS-FILE-NAME
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS RH-KEY
000880         FILE STATUS IS WS-RACEHIS-STATUS.
000881     SELECT FD-FINISH ASSIGN TO DYNAMIC WS-FINISH-FILE-NAME
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS DYNAMIC
000884         RECORD KEY IS FN-KEY
000885         FILE STATUS IS WS-FINISH-STATUS.
000886     SELECT FD-SEEN ASSIGN TO DYNAMIC WS-SEEN-FILE-NAME
000887         ORGANIZATION IS INDEXED
000888         ACCESS MODE IS DYNAMIC
000889         RECORD KEY IS SN-RACE-ID
000890         FILE STATUS IS WS-SEEN-STATUS.
000891 DATA DIVISION.
000900 FILE SECTION.
000910 FD  FD-RUNLOG.
000920     COPY RUNLOG.
000930 FD  FD-REVLOG.
000940 01  REVLOG-RECORD               PIC X(334).
000950 FD  FD-RESIN.
000960 01  RESIN-RECORD                PIC X(148).
000970 FD  FD-RESCAN.
000980 01  RESCAN-RECORD               PIC X(148).
000990 FD  FD-WORK.
001000 01  WORK-RECORD                 PIC X(148).
001010 FD  FD-WITHDRAWN.
001020 01  WITHDRAWN-RECORD            PIC X(148).
001030 FD  FD-EXPORT.
001040 01  EXPORT-RECORD               PIC X(132).
001050 FD  FD-RETRACT.
001060 01  RETRACT-RECORD              PIC X(132).
001070 FD  FD-RACEHIS.
001080     COPY RACEHIS.
001082 FD  FD-FINISH.
001084     COPY RACEFIN.
001086 FD  FD-SEEN.
001088     COPY RACESEEN.
001090 WORKING-STORAGE SECTION.
001100 01  WS-RUNLOG-FILE-NAME         PIC X(80) VALUE 'day06.runlog'.
001110 01  WS-RESIN-FILE-NAME          PIC X(80) VALUE SPACES.
001120 01  WS-RESCAN-FILE-NAME         PIC X(80) VALUE SPACES.
001130 01  WS-WORK-FILE-NAME           PIC X(80) VALUE SPACES.
001140 01  WS-WITHDRAWN-FILE-NAME      PIC X(80) VALUE SPACES.
001150 01  WS-EXPORT-FILE-NAME         PIC X(80) VALUE SPACES.
001160 01  WS-RETRACT-FILE-NAME        PIC X(80) VALUE SPACES.
001170 01  WS-RACEHIS-FILE-NAME        PIC X(80) VALUE 'race.history'.
001173 01  WS-FINISH-FILE-NAME         PIC X(80) VALUE 'race.finishes'.
001176 01  WS-SEEN-FILE-NAME           PIC X(80) VALUE SPACES.
001180 01  WS-PARM-DATA                PIC X(240) VALUE SPACES.
001190 01  WS-PARM-ACTION              PIC X(10) VALUE SPACES.
001200     88  WS-ACTION-RUN                      VALUE 'RUN'.
001210     88  WS-ACTION-REPAIR                   VALUE 'REPAIR'.
001220 01  WS-PARM-RUN-DATE            PIC X(10) VALUE SPACES.
001230 01  WS-PARM-RUN-TIME            PIC X(08) VALUE SPACES.
001240 01  WS-PARM-INPUT               PIC X(80) VALUE SPACES.
001250 01  WS-PARM-RESULTS             PIC X(80) VALUE SPACES.
001260 01  WS-PARM-RUNLOG              PIC X(80) VALUE SPACES.
001265 01  WS-PARM-SEEN                PIC X(80) VALUE SPACES.
001270 01  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
001280 01  WS-REVLOG-STATUS            PIC X(02) VALUE SPACES.
001290 01  WS-RESIN-STATUS             PIC X(02) VALUE SPACES.
001300 01  WS-RESCAN-STATUS            PIC X(02) VALUE SPACES.
001310 01  WS-WORK-STATUS              PIC X(02) VALUE SPACES.
001320 01  WS-WITHDRAWN-STATUS         PIC X(02) VALUE SPACES.
001330 01  WS-EXPORT-STATUS            PIC X(02) VALUE SPACES.
001340 01  WS-RETRACT-STATUS           PIC X(02) VALUE SPACES.
001350 01  WS-RACEHIS-STATUS           PIC X(02) VALUE SPACES.
001353 01  WS-FINISH-STATUS            PIC X(02) VALUE SPACES.
001356 01  WS-SEEN-STATUS              PIC X(02) VALUE SPACES.
001360 01  WS-EOF                      PIC X(01) VALUE 'N'.
001370     88  WS-END-OF-FILE                     VALUE 'Y'.
001380 01  WS-LOG-EOF                  PIC X(01) VALUE 'N'.
001390     88  WS-LOG-END                         VALUE 'Y'.
001400 01  WS-REV-EOF                  PIC X(01) VALUE 'N'.
001410     88  WS-REV-END                         VALUE 'Y'.
001420 01  WS-SCAN-EOF                 PIC X(01) VALUE 'N'.
001430     88  WS-SCAN-END                        VALUE 'Y'.
001431 01  WS-FIN-EOF                  PIC X(01) VALUE 'N'.
001432     88  WS-FIN-END                         VALUE 'Y'.
001433 01  WS-SEEN-EOF                 PIC X(01) VALUE 'N'.
001434     88  WS-SEEN-END                        VALUE 'Y'.
001435*    THE FINISHES FILE AND THE REGISTER ARE OPTIONAL - A SITE
001436*    THAT HAS NEVER SCORED ENTRIES HAS NO FINISHES TO DELETE.
001437 01  WS-FINISH-OPEN-SW           PIC X(01) VALUE 'N'.
001438     88  WS-FINISHES-OPEN                   VALUE 'Y'.
001439 01  WS-SEEN-OPEN-SW             PIC X(01) VALUE 'N'.
001440     88  WS-REGISTER-OPEN                   VALUE 'Y'.
001441*    THE RUN BEING BACKED OUT, AS FOUND ON THE RUN LOG.
001450 01  WS-TARGET-SW                PIC X(01) VALUE 'N'.
001460     88  WS-TARGET-FOUND                    VALUE 'Y'.
001470 01  WS-TARGET-STAMP             PIC X(19) VALUE SPACES.
001480 01  WS-TARGET-INPUT             PIC X(80) VALUE SPACES.
001490 01  WS-TARGET-RESULTS           PIC X(80) VALUE SPACES.
001500 01  WS-TARGET-MODE              PIC X(01) VALUE SPACE.
001510     88  WS-TARGET-PLAN                     VALUE 'P'.
001520 01  WS-TARGET-IMAGE             PIC X(334) VALUE SPACES.
001522*    ANOTHER RUN OF THE SAME INPUT FILE STILL STANDING - ITS
001524*    REGISTER ENTRIES ARE THE SAME ONES, SO THEY ARE KEPT.
001526 01  WS-STANDING-SW              PIC X(01) VALUE 'N'.
001528     88  WS-INPUT-STILL-STANDING            VALUE 'Y'.
001530*    REFUSAL GATES - ANY ONE OF THEM AND NOTHING IS TOUCHED.
001540 01  WS-REUSED-SW                PIC X(01) VALUE 'N'.
001550     88  WS-RESULTS-REUSED                  VALUE 'Y'.
001560 01  WS-REPAIRED-SW              PIC X(01) VALUE 'N'.
001570     88  WS-REPAIR-ON-FILE                  VALUE 'Y'.
001580 01  WS-WITHDRAWN-SW             PIC X(01) VALUE 'N'.
001590     88  WS-ALREADY-WITHDRAWN               VALUE 'Y'.
001600*    ONE REVERSAL-RECORD LOOKUP: THE RUN ASKED ABOUT GOES IN
001610*    WS-CHECK-STAMP/WS-CHECK-INPUT, THE ANSWER COMES BACK IN
001620*    WS-BACKED-OUT-SW.
001630 01  WS-CHECK-STAMP              PIC X(19) VALUE SPACES.
001640 01  WS-CHECK-INPUT              PIC X(80) VALUE SPACES.
001650 01  WS-BACKED-OUT-SW            PIC X(01) VALUE 'N'.
001660     88  WS-RUN-BACKED-OUT                  VALUE 'Y'.
001670     COPY RUNREV.
001680*    THE RACE WHOSE HISTORY RECORD IS BEING REVERSED, AND THE
001690*    RESULTS LINE (IF ANY) IT IS RESTORED FROM.
001700 01  WS-BAK-RACE-ID              PIC X(10) VALUE SPACES.
001710 01  WS-BAK-DATE                 PIC X(10) VALUE SPACES.
001720 01  WS-BAK-DATE-ISO             PIC X(10) VALUE SPACES.
001730 01  WS-RESTORE-SW               PIC X(01) VALUE 'N'.
001740     88  WS-RESTORE-FOUND                   VALUE 'Y'.
001750 01  WS-RESTORE-LINE             PIC X(148) VALUE SPACES.
001780 01  WS-SCAN-BLOCK-SW            PIC X(01) VALUE 'N'.
001790     88  WS-SCAN-PAST-FIRST                 VALUE 'Y'.
001800*    REPAIR BACK-OUT: WHERE THE LATEST REPAIR BLOCK STARTS.
001810 77  WS-LINE-NO                  PIC 9(09) COMP VALUE 0.
001820 77  WS-RECON-LINE-NO            PIC 9(09) COMP VALUE 0.
001830 77  WS-CUT-LINE-NO              PIC 9(09) COMP VALUE 0.
001840 77  WS-MARK-LINE-NO             PIC 9(09) COMP VALUE 0.
001845 77  WS-RELEASE-LINE-NO          PIC 9(09) COMP VALUE 0.
001850 01  WS-REPAIR-DATE              PIC X(10) VALUE SPACES.
001860 01  WS-RACE-CT                  PIC 9(09) VALUE 0.
001870 01  WS-DELETED-CT               PIC 9(09) VALUE 0.
001880 01  WS-RESTORED-CT              PIC 9(09) VALUE 0.
001890 01  WS-NOT-ON-FILE-CT           PIC 9(09) VALUE 0.
001900 01  WS-RETRACT-CT               PIC 9(09) VALUE 0.
001910 01  WS-MOVED-CT                 PIC 9(09) VALUE 0.
001913 01  WS-FINISH-DEL-CT            PIC 9(09) VALUE 0.
001916 01  WS-SEEN-CLEAR-CT            PIC 9(09) VALUE 0.
001920     COPY RESLINE.
001930 01  WS-RUN-WITHDRAWN-LINE.
001940     05  FILLER                  PIC X(15) VALUE
001950             'RUN WITHDRAWN: '.
001960     05  WD-STAMP                PIC X(19).
001970     05  FILLER                  PIC X(13) VALUE
001980             ' RETRACTION: '.
001990     05  WD-RETRACT              PIC X(80).
002000 01  WS-REPAIR-WITHDRAWN-LINE.
002010     05  FILLER                  PIC X(18) VALUE
002020             'REPAIR WITHDRAWN: '.
002030     05  RW-STAMP                PIC X(19).
002040     05  FILLER                  PIC X(11) VALUE
002050             ' REPAIR OF '.
002060     05  RW-REPAIR-DATE          PIC X(10).
002070     05  FILLER                  PIC X(06) VALUE ' FROM '.
002080     05  RW-RESULTS              PIC X(80).
002090 01  WS-STAMP-WORK               PIC X(19) VALUE SPACES.
002100 01  WS-BAK-STAMP                PIC X(19) VALUE SPACES.
002110 01  WS-CURRENT-DATE-DATA.
002120     05  WS-CD-YEAR              PIC 9(04).
002130     05  WS-CD-MONTH             PIC 9(02).
002140     05  WS-CD-DAY               PIC 9(02).
002150     05  WS-CD-HOUR              PIC 9(02).
002160     05  WS-CD-MIN               PIC 9(02).
002170     05  WS-CD-SEC               PIC 9(02).
002180     05  FILLER                  PIC X(07).
002190 PROCEDURE DIVISION.
002200*----------------------------------------------------------------*
002210* MAINLINE                                                        *
002220*----------------------------------------------------------------*
002230     PERFORM GET-RUN-PARMS.
002240     PERFORM FORMAT-TIME-STAMP.
002250     MOVE WS-STAMP-WORK TO WS-BAK-STAMP.
002260
002270     IF WS-ACTION-RUN
002280         PERFORM BACK-OUT-RUN
002290     ELSE
002300         PERFORM BACK-OUT-REPAIR
002310     END-IF.
002320
002330     DISPLAY "Races reversed: " WS-RACE-CT.
002340     DISPLAY "History deleted/restored/not on file: "
002350         WS-DELETED-CT "/" WS-RESTORED-CT "/" WS-NOT-ON-FILE-CT.
002355     DISPLAY "Finishes deleted: " WS-FINISH-DEL-CT.
002360     MOVE 0 TO RETURN-CODE.
002370     STOP RUN.
002380
002390*----------------------------------------------------------------*
002400* GET-RUN-PARMS - "RUN DD/MM/YYYY HH:MM:SS INPUT-FILE [RUNLOG    *
002410* [REGISTER]]" (THE START STAMP AND INPUT FILE EXACTLY AS        *
002420* DAY06INQ SHOWS THEM) OR "REPAIR RESULTS-FILE [RUNLOG]".        *
002430*----------------------------------------------------------------*
002440 GET-RUN-PARMS.
002450     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
002460     UNSTRING WS-PARM-DATA DELIMITED BY ALL SPACE
002470         INTO WS-PARM-ACTION.
002480     EVALUATE TRUE
002490         WHEN WS-ACTION-RUN
002500             UNSTRING WS-PARM-DATA DELIMITED BY ALL SPACE
002510                 INTO WS-PARM-ACTION WS-PARM-RUN-DATE
002520                      WS-PARM-RUN-TIME WS-PARM-INPUT
002530                      WS-PARM-RUNLOG WS-PARM-SEEN
002540             IF WS-PARM-INPUT = SPACES
002550                 PERFORM SHOW-USAGE
002560             END-IF
002570             MOVE SPACES TO WS-TARGET-STAMP
002580             STRING WS-PARM-RUN-DATE ' ' WS-PARM-RUN-TIME
002590                 DELIMITED BY SIZE INTO WS-TARGET-STAMP
002600             MOVE WS-PARM-INPUT TO WS-TARGET-INPUT
002601             IF WS-PARM-SEEN NOT = SPACES
002602                 MOVE WS-PARM-SEEN TO WS-SEEN-FILE-NAME
002603             ELSE
002604                 STRING FUNCTION TRIM(WS-TARGET-INPUT)
002605                        '.seen' DELIMITED BY SIZE
002606                     INTO WS-SEEN-FILE-NAME
002607             END-IF
002610         WHEN WS-ACTION-REPAIR
002620             UNSTRING WS-PARM-DATA DELIMITED BY ALL SPACE
002630                 INTO WS-PARM-ACTION WS-PARM-RESULTS
002640                      WS-PARM-RUNLOG
002650             IF WS-PARM-RESULTS = SPACES
002660                 PERFORM SHOW-USAGE
002670             END-IF
002680             MOVE WS-PARM-RESULTS TO WS-TARGET-RESULTS
002690         WHEN OTHER
002700             PERFORM SHOW-USAGE
002710     END-EVALUATE.
002720     IF WS-PARM-RUNLOG NOT = SPACES
002730         MOVE WS-PARM-RUNLOG TO WS-RUNLOG-FILE-NAME
002740     END-IF.
002750
002760 SHOW-USAGE.
002770     DISPLAY "Usage: DAY06BAK RUN dd/mm/yyyy hh:mm:ss input-file"
002780         " [runlog-file [register-file]]".
002790     DISPLAY "       DAY06BAK REPAIR results-file [runlog-file]".
002800     MOVE 8 TO RETURN-CODE.
002810     STOP RUN.
002820
002830*----------------------------------------------------------------*
002840* BACK-OUT-RUN - REVERSE ONE DAY06 RUN. EVERY REFUSAL GATE IS    *
002850* PASSED BEFORE THE FIRST HISTORY RECORD IS TOUCHED.             *
002860*----------------------------------------------------------------*
002870 BACK-OUT-RUN.
002880     PERFORM FIND-TARGET-RUN.
002890     IF NOT WS-TARGET-FOUND
002900         DISPLAY "Run not on the run log: " WS-TARGET-STAMP " "
002910             FUNCTION TRIM(WS-TARGET-INPUT)
002920         MOVE 8 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     MOVE WS-TARGET-STAMP TO WS-CHECK-STAMP.
002960     MOVE WS-TARGET-INPUT TO WS-CHECK-INPUT.
002970     PERFORM CHECK-RUN-BACKED-OUT.
002980     IF WS-RUN-BACKED-OUT
002990         DISPLAY "Run already backed out at " RV-END-STAMP
003000         MOVE 8 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     IF WS-RESULTS-REUSED
003040         DISPLAY "Results file reused by a later run - back that"
003050             " run out first: " FUNCTION TRIM(WS-TARGET-RESULTS)
003060         MOVE 8 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090
003100     PERFORM CHECK-TARGET-RESULTS.
003110     IF WS-REPAIR-ON-FILE
003120         DISPLAY "A DAY06REP repair has built on this run - back"
003130             " it out first: DAY06BAK REPAIR "
003140             FUNCTION TRIM(WS-TARGET-RESULTS)
003150         MOVE 8 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     IF WS-ALREADY-WITHDRAWN
003190         DISPLAY "Results file already withdrawn: "
003200             FUNCTION TRIM(WS-TARGET-RESULTS)
003210         MOVE 8 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240
003250     MOVE SPACES TO WS-EXPORT-FILE-NAME.
003260     STRING FUNCTION TRIM(WS-TARGET-INPUT) DELIMITED BY SIZE
003270            '.export' DELIMITED BY SIZE
003280         INTO WS-EXPORT-FILE-NAME.
003290     MOVE SPACES TO WS-RETRACT-FILE-NAME.
003300     STRING FUNCTION TRIM(WS-TARGET-INPUT) DELIMITED BY SIZE
003310            '.retract' DELIMITED BY SIZE
003320         INTO WS-RETRACT-FILE-NAME.
003330
003337*    A PLANNING RUN WROTE NO HISTORY, NO EXPORT AND NO REGISTER
003344*    ENTRIES - ONLY ITS RESULTS FILE AND RUN-LOG ENTRY ARE
003351*    WITHDRAWN.
003360     IF NOT WS-TARGET-PLAN
003365         PERFORM OPEN-REGISTER
003370         PERFORM OPEN-HISTORY
003380         OPEN OUTPUT FD-RETRACT
003390         IF WS-RETRACT-STATUS NOT = '00'
003400             DISPLAY "Retraction extract not available: "
003410                 FUNCTION TRIM(WS-RETRACT-FILE-NAME)
003420             PERFORM CLOSE-HISTORY
003430             MOVE 12 TO RETURN-CODE
003440             STOP RUN
003450         END-IF
003460         MOVE WS-TARGET-STAMP(1:10) TO WS-BAK-DATE
003470         PERFORM REVERSE-RUN-RACES
003480         MOVE SPACES TO RETRACT-RECORD
003490         STRING 'TRL|' DELIMITED BY SIZE
003500                WS-RETRACT-CT DELIMITED BY SIZE
003510             INTO RETRACT-RECORD
003520         WRITE RETRACT-RECORD
003530         CLOSE FD-RETRACT
003534         PERFORM CLOSE-HISTORY
003538         IF WS-REGISTER-OPEN
003542             PERFORM CLEAR-INPUT-FROM-REGISTER
003546         END-IF
003550     END-IF.
003560
003570     PERFORM WITHDRAW-RUN-OUTPUTS.
003580     PERFORM WRITE-REVERSAL-RECORD.
003590     DISPLAY "Run backed out: " WS-TARGET-STAMP " "
003600         FUNCTION TRIM(WS-TARGET-INPUT).
003610     IF NOT WS-TARGET-PLAN
003620         DISPLAY "Retraction extract written: "
003630             FUNCTION TRIM(WS-RETRACT-FILE-NAME)
003640             " rows " WS-RETRACT-CT
003650     END-IF.
003660
003670*----------------------------------------------------------------*
003680* FIND-TARGET-RUN - ONE PASS OVER THE RUN LOG FOR THE RUN ASKED  *
003690* FOR (START STAMP AND INPUT FILE BOTH MATCH; A REVERSAL RECORD  *
003700* IS NEVER A TARGET). EVERY RUN LOGGED AFTER IT IS ALSO CHECKED: *
003710* ONE THAT WROTE THE SAME RESULTS FILE AND IS STILL STANDING     *
003716* HAS OVERWRITTEN THE OUTPUT THIS BACK-OUT WOULD READ. ANY OTHER *
003722* STANDING RUN OF THE SAME INPUT FILE IS NOTED AS WELL.          *
003730*----------------------------------------------------------------*
003740 FIND-TARGET-RUN.
003750     OPEN INPUT FD-RUNLOG.
003760     IF WS-RUNLOG-STATUS NOT = '00'
003770         DISPLAY "Run log not available: "
003780             FUNCTION TRIM(WS-RUNLOG-FILE-NAME)
003790         MOVE 12 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.
003820     MOVE 'N' TO WS-LOG-EOF.
003830     PERFORM UNTIL WS-LOG-END
003840         READ FD-RUNLOG
003850             AT END
003860                 SET WS-LOG-END TO TRUE
003870             NOT AT END
003880                 PERFORM CHECK-TARGET-LOG-RECORD
003890         END-READ
003900     END-PERFORM.
003910     CLOSE FD-RUNLOG.
003920
003930 CHECK-TARGET-LOG-RECORD.
003940     IF AU-BACKED-OUT
003950         CONTINUE
003960     ELSE
003961         IF (AU-MULTI-RACE OR AU-SINGLE-RACE)
003962            AND AU-START-STAMP NOT = WS-TARGET-STAMP
003963            AND FUNCTION TRIM(AU-INPUT-FILE) =
003964                FUNCTION TRIM(WS-TARGET-INPUT)
003965             MOVE AU-START-STAMP TO WS-CHECK-STAMP
003966             MOVE AU-INPUT-FILE TO WS-CHECK-INPUT
003967             PERFORM CHECK-RUN-BACKED-OUT
003968             IF NOT WS-RUN-BACKED-OUT
003969                 SET WS-INPUT-STILL-STANDING TO TRUE
003970             END-IF
003971         END-IF
003972         IF WS-TARGET-FOUND
003980             IF FUNCTION TRIM(AU-RESULTS-FILE) =
003990                FUNCTION TRIM(WS-TARGET-RESULTS)
004000                 MOVE AU-START-STAMP TO WS-CHECK-STAMP
004010                 MOVE AU-INPUT-FILE TO WS-CHECK-INPUT
004020                 PERFORM CHECK-RUN-BACKED-OUT
004030                 IF NOT WS-RUN-BACKED-OUT
004040                     SET WS-RESULTS-REUSED TO TRUE
004050                 END-IF
004060             END-IF
004070         ELSE
004080             IF AU-START-STAMP = WS-TARGET-STAMP
004090                AND FUNCTION TRIM(AU-INPUT-FILE) =
004100                    FUNCTION TRIM(WS-TARGET-INPUT)
004110                 SET WS-TARGET-FOUND TO TRUE
004120                 MOVE AU-RESULTS-FILE TO WS-TARGET-RESULTS
004130                 MOVE AU-MODE TO WS-TARGET-MODE
004140                 MOVE RUN-AUDIT-RECORD TO WS-TARGET-IMAGE
004150             END-IF
004160         END-IF
004170     END-IF.
004180
004190*----------------------------------------------------------------*
004200* CHECK-RUN-BACKED-OUT - RE-SCAN THE RUN LOG THROUGH ITS SECOND  *
004210* FD FOR A REVERSAL RECORD OF THE RUN IN WS-CHECK-STAMP AND      *
004220* WS-CHECK-INPUT. SETS WS-RUN-BACKED-OUT AND LEAVES THE          *
004230* REVERSAL IN THE RV- VIEW WHEN ONE IS FOUND.                    *
004240*----------------------------------------------------------------*
004250 CHECK-RUN-BACKED-OUT.
004260     MOVE 'N' TO WS-BACKED-OUT-SW.
004270     OPEN INPUT FD-REVLOG.
004280     IF WS-REVLOG-STATUS = '00'
004290         MOVE 'N' TO WS-REV-EOF
004300         PERFORM UNTIL WS-REV-END OR WS-RUN-BACKED-OUT
004310             READ FD-REVLOG INTO RUN-REVERSAL-WORK
004320                 AT END
004330                     SET WS-REV-END TO TRUE
004340                 NOT AT END
004350                     IF RV-BACKED-OUT
004360                        AND RV-START-STAMP = WS-CHECK-STAMP
004370                        AND FUNCTION TRIM(RV-INPUT-FILE) =
004380                            FUNCTION TRIM(WS-CHECK-INPUT)
004390                         SET WS-RUN-BACKED-OUT TO TRUE
004400                     END-IF
004410             END-READ
004420         END-PERFORM
004430         CLOSE FD-REVLOG
004440     END-IF.
004450
004460*----------------------------------------------------------------*
004470* CHECK-TARGET-RESULTS - THE RUN'S RESULTS FILE MUST BE THERE    *
004480* (IT IS THE LIST OF RACES TO REVERSE), MUST NOT ALREADY BE      *
004490* WITHDRAWN, AND MUST CARRY NO DAY06REP REPAIR MARKER - A REPAIR *
004500* STILL ON THE FILE HAS BUILT ON THIS RUN.                       *
004510*----------------------------------------------------------------*
004520 CHECK-TARGET-RESULTS.
004530     MOVE WS-TARGET-RESULTS TO WS-RESIN-FILE-NAME.
004540     OPEN INPUT FD-RESIN.
004550     IF WS-RESIN-STATUS NOT = '00'
004560         DISPLAY "Results file not available: "
004570             FUNCTION TRIM(WS-RESIN-FILE-NAME)
004580         MOVE 12 TO RETURN-CODE
004590         STOP RUN
004600     END-IF.
004610     MOVE 'N' TO WS-EOF.
004620     PERFORM UNTIL WS-END-OF-FILE
004630         READ FD-RESIN
004640             AT END
004650                 SET WS-END-OF-FILE TO TRUE
004660             NOT AT END
004670                 IF RESIN-RECORD(1:27) =
004680                    'REPAIRED RECORDS APPENDED: '
004690                     SET WS-REPAIR-ON-FILE TO TRUE
004700                 END-IF
004710                 IF RESIN-RECORD(1:15) = 'RUN WITHDRAWN: '
004720                     SET WS-ALREADY-WITHDRAWN TO TRUE
004730                 END-IF
004740         END-READ
004750     END-PERFORM.
004760     CLOSE FD-RESIN.
004770
004780*----------------------------------------------------------------*
004790* OPEN-HISTORY - THE KEYED HISTORY IS A HARD GATE, AS IN DAY06.  *
004795* THE FINISHES FILE IS OPENED WITH IT WHEN THERE IS ONE.         *
004800*----------------------------------------------------------------*
004810 OPEN-HISTORY.
004820     OPEN I-O FD-RACEHIS.
004830     IF WS-RACEHIS-STATUS NOT = '00'
004840         DISPLAY "Race history not available, status "
004850             WS-RACEHIS-STATUS
004860         MOVE 12 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004881     OPEN I-O FD-FINISH.
004882     EVALUATE WS-FINISH-STATUS
004883         WHEN '00'
004884             SET WS-FINISHES-OPEN TO TRUE
004885         WHEN '35'
004886             CONTINUE
004887         WHEN OTHER
004888             DISPLAY "Finishes file not available, status "
004889                 WS-FINISH-STATUS
004890             PERFORM CLOSE-HISTORY
004891             MOVE 12 TO RETURN-CODE
004892             STOP RUN
004893     END-EVALUATE.
004894
004895*----------------------------------------------------------------*
004896* CLOSE-HISTORY - CLOSE THE HISTORY, AND THE FINISHES IF OPEN.   *
004897*----------------------------------------------------------------*
004898 CLOSE-HISTORY.
004899     CLOSE FD-RACEHIS.
004900     IF WS-FINISHES-OPEN
004901         CLOSE FD-FINISH
004902         MOVE 'N' TO WS-FINISH-OPEN-SW
004903     END-IF.
004904
004905*----------------------------------------------------------------*
004906* OPEN-REGISTER - THE RACE-ID REGISTER THE RUN ENTERED ITS RACES *
004907* ON. NONE ON FILE LEAVES NOTHING TO CLEAR; ONE THAT CANNOT BE   *
004908* OPENED STOPS THE BACK-OUT BEFORE ANY HISTORY IS TOUCHED.       *
004909*----------------------------------------------------------------*
004910 OPEN-REGISTER.
004911     OPEN I-O FD-SEEN.
004912     EVALUATE WS-SEEN-STATUS
004913         WHEN '00'
004914             SET WS-REGISTER-OPEN TO TRUE
004915         WHEN '35'
004916             DISPLAY "No race-ID register to clear: "
004917                 FUNCTION TRIM(WS-SEEN-FILE-NAME)
004918         WHEN OTHER
004919             DISPLAY "Race-ID register not available: "
004920                 FUNCTION TRIM(WS-SEEN-FILE-NAME)
004921                 " status " WS-SEEN-STATUS
004922             MOVE 12 TO RETURN-CODE
004923             STOP RUN
004924     END-EVALUATE.
004925
004926*----------------------------------------------------------------*
004927* CLEAR-INPUT-FROM-REGISTER - DELETE THE REGISTER ENTRIES THAT   *
004928* NAME THE BACKED-OUT RUN'S INPUT FILE, SO ITS RACES ARE NO      *
004929* LONGER TAKEN AS SEEN WHEN THE FILE (OR ANOTHER CARRYING THE    *
004930* SAME RACES) IS SENT AGAIN. ANOTHER STANDING RUN OF THE SAME    *
004931* FILE STILL OWNS THOSE ENTRIES, SO THEN NONE ARE CLEARED.       *
004932*----------------------------------------------------------------*
004933 CLEAR-INPUT-FROM-REGISTER.
004934     IF WS-INPUT-STILL-STANDING
004935         DISPLAY "Register entries kept - another run of the file"
004936             " still stands"
004937     ELSE
004938         MOVE 'N' TO WS-SEEN-EOF
004939         MOVE LOW-VALUES TO SN-RACE-ID
004940         START FD-SEEN KEY IS NOT LESS THAN SN-RACE-ID
004941             INVALID KEY
004942                 SET WS-SEEN-END TO TRUE
004943         END-START
004944         PERFORM UNTIL WS-SEEN-END
004945             READ FD-SEEN NEXT RECORD
004946                 AT END
004947                     SET WS-SEEN-END TO TRUE
004948                 NOT AT END
004949                     IF SN-INPUT-FILE = WS-TARGET-INPUT
004950                         DELETE FD-SEEN RECORD
004951                         ADD 1 TO WS-SEEN-CLEAR-CT
004952                     END-IF
004953             END-READ
004954         END-PERFORM
004955         DISPLAY "Register entries cleared: " WS-SEEN-CLEAR-CT
004956     END-IF.
004957     CLOSE FD-SEEN.
004958
004959*----------------------------------------------------------------*
004960* REVERSE-RUN-RACES - EVERY DETAIL LINE ON THE RESULTS FILE IS   *
004961* ONE RACE PUBLISHED FOR THE RUN: DAY06'S OWN LINES AHEAD OF ITS *
004962* FIRST RECONCILIATION LINE, AND ANY HELD RACES DAY06HLD HAS     *
004963* SINCE RELEASED INTO IT (KEYED AND EXPORTED UNDER THE SAME RUN  *
004964* DATE). A DAY06REP REPAIR WOULD ALSO HAVE APPENDED LINES, BUT A *
004965* RUN WITH A REPAIR ON FILE IS REFUSED BEFORE THIS POINT. EACH   *
004966* RACE HAS ITS HISTORY RECORD FOR THE RUN DATE REVERSED; ONE     *
004967* WHOSE RECORD WAS DELETED (NOT RESTORED FROM ANOTHER STANDING   *
004968* RUN) ALSO GETS A RETRACTION ROW FOR THE WAREHOUSE.             *
004969*----------------------------------------------------------------*
004970 REVERSE-RUN-RACES.
004971     MOVE SPACES TO WS-BAK-DATE-ISO.
004980     STRING WS-BAK-DATE(7:4) '-' WS-BAK-DATE(4:2) '-'
004990            WS-BAK-DATE(1:2)
005000         DELIMITED BY SIZE INTO WS-BAK-DATE-ISO.
005010     OPEN INPUT FD-RESIN.
005020     MOVE 'N' TO WS-EOF.
005030     PERFORM UNTIL WS-END-OF-FILE
005050         READ FD-RESIN
005060             AT END
005070                 SET WS-END-OF-FILE TO TRUE
005080             NOT AT END
005090                 IF RESIN-RECORD(11:7) = ' TIME: '
005100                     MOVE RESIN-RECORD(1:10) TO WS-BAK-RACE-ID
005110                     PERFORM REVERSE-HISTORY-RECORD
005120                     IF NOT WS-RESTORE-FOUND
005130                         PERFORM WRITE-RETRACTION-ROW
005140                     END-IF
005180                 END-IF
005190         END-READ
005200     END-PERFORM.
005210     CLOSE FD-RESIN.
005220
005230 WRITE-RETRACTION-ROW.
005240     ADD 1 TO WS-RETRACT-CT.
005250     MOVE SPACES TO RETRACT-RECORD.
005260     STRING FUNCTION TRIM(WS-BAK-RACE-ID) DELIMITED BY SIZE
005270            '|' DELIMITED BY SIZE
005280            WS-BAK-DATE DELIMITED BY SIZE
005290         INTO RETRACT-RECORD.
005300     WRITE RETRACT-RECORD.
005310
005320*----------------------------------------------------------------*
005330* REVERSE-HISTORY-RECORD - TAKE WS-BAK-RACE-ID OFF THE HISTORY   *
005340* FOR WS-BAK-DATE-ISO: RESTORED FROM ANOTHER STANDING RUN'S      *
005350* RESULTS LINE FOR THE SAME RACE AND DAY WHEN THERE IS ONE,      *
005360* OTHERWISE DELETED ALONG WITH THE RACE'S FINISHES FOR THE DAY.  *
005370*----------------------------------------------------------------*
005380 REVERSE-HISTORY-RECORD.
005390     ADD 1 TO WS-RACE-CT.
005400     PERFORM FIND-RESTORE-SOURCE.
005410     MOVE SPACES TO RACE-HISTORY-RECORD.
005420     MOVE WS-BAK-RACE-ID TO RH-RACE-ID.
005430     MOVE WS-BAK-DATE-ISO TO RH-RUN-DATE.
005440     IF WS-RESTORE-FOUND
005450         MOVE WS-RESTORE-LINE TO WS-RESULT-LINE
005460         COMPUTE RH-TIME = FUNCTION NUMVAL(RL-TIME)
005470         COMPUTE RH-DIST = FUNCTION NUMVAL(RL-DIST)
005480         COMPUTE RH-WAYS = FUNCTION NUMVAL(RL-RESULT)
005490         COMPUTE RH-MIN-TIME = FUNCTION NUMVAL(RL-MIN-TIME)
005500         COMPUTE RH-MAX-TIME = FUNCTION NUMVAL(RL-MAX-TIME)
005510         ADD 1 TO WS-RESTORED-CT
005520         WRITE RACE-HISTORY-RECORD
005530             INVALID KEY
005540                 REWRITE RACE-HISTORY-RECORD
005550         END-WRITE
005560     ELSE
005570         DELETE FD-RACEHIS RECORD
005580             INVALID KEY
005590                 ADD 1 TO WS-NOT-ON-FILE-CT
005600             NOT INVALID KEY
005610                 ADD 1 TO WS-DELETED-CT
005620         END-DELETE
005622         IF WS-FINISHES-OPEN
005624             PERFORM DELETE-RACE-FINISHES
005626         END-IF
005630     END-IF.
005631
005632*----------------------------------------------------------------*
005633* DELETE-RACE-FINISHES - DELETE EVERY FINISH ON FILE FOR         *
005634* WS-BAK-RACE-ID AND WS-BAK-DATE-ISO, SCANNING FROM THE RACE'S   *
005635* FIRST KEY FOR THE DATE AS DAY06ENT DOES WHEN IT RESTATES A     *
005636* RACE.                                                          *
005637*----------------------------------------------------------------*
005638 DELETE-RACE-FINISHES.
005639     MOVE 'N' TO WS-FIN-EOF.
005640     MOVE WS-BAK-RACE-ID TO FN-RACE-ID.
005641     MOVE WS-BAK-DATE-ISO TO FN-RUN-DATE.
005642     MOVE LOW-VALUES TO FN-BOAT-ID.
005643     START FD-FINISH KEY IS NOT LESS THAN FN-KEY
005644         INVALID KEY
005645             SET WS-FIN-END TO TRUE
005646     END-START.
005647     IF NOT WS-FIN-END
005648         PERFORM READ-NEXT-RACE-FINISH
005649     END-IF.
005650     PERFORM UNTIL WS-FIN-END
005651         DELETE FD-FINISH RECORD
005652         ADD 1 TO WS-FINISH-DEL-CT
005653         PERFORM READ-NEXT-RACE-FINISH
005654     END-PERFORM.
005655
005656*----------------------------------------------------------------*
005657* READ-NEXT-RACE-FINISH - NEXT FINISH IN KEY ORDER; THE SCAN     *
005658* ENDS AT END OF FILE OR AT THE FIRST RECORD FOR ANOTHER RACE    *
005659* OR ANOTHER RUN DATE.                                           *
005660*----------------------------------------------------------------*
005661 READ-NEXT-RACE-FINISH.
005662     READ FD-FINISH NEXT RECORD
005663         AT END
005664             SET WS-FIN-END TO TRUE
005665         NOT AT END
005666             IF FN-RACE-ID NOT = WS-BAK-RACE-ID
005667                OR FN-RUN-DATE NOT = WS-BAK-DATE-ISO
005668                 SET WS-FIN-END TO TRUE
005669             END-IF
005670     END-READ.
005671
005672*----------------------------------------------------------------*
005673* FIND-RESTORE-SOURCE - LOOK FOR ANOTHER MULTI- OR SINGLE-RACE   *
005674* RUN STARTED ON WS-BAK-DATE, STILL STANDING (NO REVERSAL), WITH *
005680* ITS OWN RESULTS FILE, THAT PROCESSED WS-BAK-RACE-ID. THE LAST  *
005690* SUCH RUN ON THE LOG WINS - IT WAS THE LAST TO WRITE THE KEY.   *
005700*----------------------------------------------------------------*
005710 FIND-RESTORE-SOURCE.
005720     MOVE 'N' TO WS-RESTORE-SW.
005730     OPEN INPUT FD-RUNLOG.
005740     IF WS-RUNLOG-STATUS = '00'
005750         MOVE 'N' TO WS-LOG-EOF
005760         PERFORM UNTIL WS-LOG-END
005770             READ FD-RUNLOG
005780                 AT END
005790                     SET WS-LOG-END TO TRUE
005800                 NOT AT END
005810                     PERFORM CHECK-RESTORE-CANDIDATE
005820             END-READ
005830         END-PERFORM
005840         CLOSE FD-RUNLOG
005850     END-IF.
005860
005870 CHECK-RESTORE-CANDIDATE.
005880     IF (AU-MULTI-RACE OR AU-SINGLE-RACE)
005890        AND AU-START-STAMP(1:10) = WS-BAK-DATE
005900        AND FUNCTION TRIM(AU-RESULTS-FILE) NOT =
005910            FUNCTION TRIM(WS-TARGET-RESULTS)
005920         MOVE AU-START-STAMP TO WS-CHECK-STAMP
005930         MOVE AU-INPUT-FILE TO WS-CHECK-INPUT
005940         PERFORM CHECK-RUN-BACKED-OUT
005950         IF NOT WS-RUN-BACKED-OUT
005960             MOVE AU-RESULTS-FILE TO WS-RESCAN-FILE-NAME
005970             PERFORM SCAN-RESTORE-RESULTS
005980         END-IF
005990     END-IF.
006000
006010*----------------------------------------------------------------*
006020* SCAN-RESTORE-RESULTS - LOOK FOR THE RACE AMONG THE DETAIL      *
006030* LINES DAY06 WROTE ON ONE CANDIDATE RESULTS FILE.               *
006040*----------------------------------------------------------------*
006050 SCAN-RESTORE-RESULTS.
006060     OPEN INPUT FD-RESCAN.
006070     IF WS-RESCAN-STATUS = '00'
006080         MOVE 'N' TO WS-SCAN-EOF
006090         MOVE 'N' TO WS-SCAN-BLOCK-SW
006100         PERFORM UNTIL WS-SCAN-END OR WS-SCAN-PAST-FIRST
006110             READ FD-RESCAN
006120                 AT END
006130                     SET WS-SCAN-END TO TRUE
006140                 NOT AT END
006150                     IF RESCAN-RECORD(1:14) = 'RECORDS READ: '
006160                         SET WS-SCAN-PAST-FIRST TO TRUE
006170                     END-IF
006180                     IF RESCAN-RECORD(11:7) = ' TIME: '
006190                        AND RESCAN-RECORD(1:10) = WS-BAK-RACE-ID
006200                         MOVE RESCAN-RECORD TO WS-RESTORE-LINE
006210                         SET WS-RESTORE-FOUND TO TRUE
006220                     END-IF
006230             END-READ
006240         END-PERFORM
006250         CLOSE FD-RESCAN
006260     END-IF.
006270
006280*----------------------------------------------------------------*
006290* WITHDRAW-RUN-OUTPUTS - MARK THE RESULTS FILE AND THE EXPORT    *
006300* EXTRACT WITHDRAWN. THE FILES KEEP THEIR NAMES AND CONTENT FOR  *
006310* AUDIT; THE MARKER LINE/ROW ON THE END SAYS WHEN AND POINTS AT  *
006320* THE RETRACTION EXTRACT. A MISSING EXPORT IS NOT AN ERROR -     *
006330* THERE IS NOTHING ON IT TO WITHDRAW.                            *
006340*----------------------------------------------------------------*
006350 WITHDRAW-RUN-OUTPUTS.
006360     MOVE WS-BAK-STAMP TO WD-STAMP.
006370     IF WS-TARGET-PLAN
006380         MOVE SPACES TO WD-RETRACT
006390     ELSE
006400         MOVE WS-RETRACT-FILE-NAME TO WD-RETRACT
006410     END-IF.
006420     OPEN EXTEND FD-RESIN.
006430     IF WS-RESIN-STATUS = '00'
006440         WRITE RESIN-RECORD FROM WS-RUN-WITHDRAWN-LINE
006450         CLOSE FD-RESIN
006460     ELSE
006470         DISPLAY "Results file could not be marked, status "
006480             WS-RESIN-STATUS
006490     END-IF.
006500     IF NOT WS-TARGET-PLAN
006510         OPEN EXTEND FD-EXPORT
006520         IF WS-EXPORT-STATUS = '00'
006530             MOVE SPACES TO EXPORT-RECORD
006540             STRING 'WDN|' DELIMITED BY SIZE
006550                    WS-BAK-STAMP DELIMITED BY SIZE
006560                    '|' DELIMITED BY SIZE
006570                    FUNCTION TRIM(WS-RETRACT-FILE-NAME)
006580                        DELIMITED BY SIZE
006590                 INTO EXPORT-RECORD
006600             WRITE EXPORT-RECORD
006610             CLOSE FD-EXPORT
006620         ELSE
006630             DISPLAY "Export extract not on file: "
006640                 FUNCTION TRIM(WS-EXPORT-FILE-NAME)
006650         END-IF
006660     END-IF.
006670
006680*----------------------------------------------------------------*
006690* WRITE-REVERSAL-RECORD - APPEND THE 'B' RECORD TO THE RUN LOG:  *
006700* THE REVERSED RUN'S OWN RECORD WITH THE MODE SET TO 'B' AND THE *
006710* BACK-OUT TIME AS THE END STAMP.                                *
006720*----------------------------------------------------------------*
006730 WRITE-REVERSAL-RECORD.
006740     OPEN EXTEND FD-RUNLOG.
006750     IF WS-RUNLOG-STATUS NOT = '00'
006760         DISPLAY "Run log not available for the reversal record,"
006770             " status " WS-RUNLOG-STATUS
006780         MOVE 12 TO RETURN-CODE
006790         STOP RUN
006800     END-IF.
006810     MOVE WS-TARGET-IMAGE TO RUN-AUDIT-RECORD.
006820     MOVE WS-BAK-STAMP TO AU-END-STAMP.
006830     SET AU-BACKED-OUT TO TRUE.
006840     WRITE RUN-AUDIT-RECORD.
006850     CLOSE FD-RUNLOG.
006860
006870*----------------------------------------------------------------*
006880* BACK-OUT-REPAIR - REVERSE THE LATEST DAY06REP CYCLE ON A       *
006890* RESULTS FILE. THE CYCLE'S LINES RUN FROM THE LINE AFTER THE    *
006900* LAST RECONCILIATION LINE AHEAD OF ITS 'REPAIRED RECORDS        *
006910* APPENDED' MARKER TO THE END OF THE FILE.                       *
006920*----------------------------------------------------------------*
006930 BACK-OUT-REPAIR.
006940     PERFORM LOCATE-LAST-REPAIR.
006950     IF WS-MARK-LINE-NO = 0
006960         DISPLAY "No repair cycle on results file: "
006970             FUNCTION TRIM(WS-TARGET-RESULTS)
006980         MOVE 8 TO RETURN-CODE
006990         STOP RUN
007000     END-IF.
007001     IF WS-RELEASE-LINE-NO > WS-MARK-LINE-NO
007002         DISPLAY "Held races were released after this repair -"
007003             " it cannot be unwound: "
007004             FUNCTION TRIM(WS-TARGET-RESULTS)
007005         MOVE 8 TO RETURN-CODE
007006         STOP RUN
007007     END-IF.
007010     MOVE WS-REPAIR-DATE TO WS-BAK-DATE.
007020     MOVE SPACES TO WS-BAK-DATE-ISO.
007030     STRING WS-BAK-DATE(7:4) '-' WS-BAK-DATE(4:2) '-'
007040            WS-BAK-DATE(1:2)
007050         DELIMITED BY SIZE INTO WS-BAK-DATE-ISO.
007060
007070     PERFORM OPEN-HISTORY.
007080     PERFORM COPY-RESULTS-TO-WORK.
007090     PERFORM SPLIT-REPAIR-BLOCK.
007100     PERFORM CLOSE-HISTORY.
007110     DISPLAY "Repair of " WS-REPAIR-DATE " backed out of "
007120         FUNCTION TRIM(WS-TARGET-RESULTS).
007130     DISPLAY "Lines moved to "
007140         FUNCTION TRIM(WS-WITHDRAWN-FILE-NAME) ": " WS-MOVED-CT.
007150
007160*----------------------------------------------------------------*
007170* LOCATE-LAST-REPAIR - ONE PASS OVER THE RESULTS FILE NOTING THE *
007180* LAST REPAIR MARKER, ITS DATE, AND THE RECONCILIATION LINE THAT *
007185* CLOSED THE BLOCK BEFORE IT (THE CUT POINT), AND THE LAST      *
007190* DAY06HLD RELEASE MARKER - RELEASES APPENDED AFTER THE REPAIR   *
007195* WOULD BE CUT AWAY WITH IT, SO THEY MAKE IT IMMOVABLE.          *
007200*----------------------------------------------------------------*
007210 LOCATE-LAST-REPAIR.
007220     MOVE WS-TARGET-RESULTS TO WS-RESIN-FILE-NAME.
007230     OPEN INPUT FD-RESIN.
007240     IF WS-RESIN-STATUS NOT = '00'
007250         DISPLAY "Results file not available: "
007260             FUNCTION TRIM(WS-RESIN-FILE-NAME)
007270         MOVE 12 TO RETURN-CODE
007280         STOP RUN
007290     END-IF.
007300     MOVE 0 TO WS-LINE-NO.
007310     MOVE 'N' TO WS-EOF.
007320     PERFORM UNTIL WS-END-OF-FILE
007330         READ FD-RESIN
007340             AT END
007350                 SET WS-END-OF-FILE TO TRUE
007360             NOT AT END
007370                 ADD 1 TO WS-LINE-NO
007380                 IF RESIN-RECORD(1:27) =
007390                    'REPAIRED RECORDS APPENDED: '
007400                     MOVE WS-LINE-NO TO WS-MARK-LINE-NO
007410                     MOVE WS-RECON-LINE-NO TO WS-CUT-LINE-NO
007420                     MOVE RESIN-RECORD(41:10) TO WS-REPAIR-DATE
007422                 END-IF
007424                 IF RESIN-RECORD(1:26) =
007426                    'SUSPECT RECORDS RELEASED: '
007428                     MOVE WS-LINE-NO TO WS-RELEASE-LINE-NO
007430                 END-IF
007440                 IF RESIN-RECORD(1:14) = 'RECORDS READ: '
007450                     MOVE WS-LINE-NO TO WS-RECON-LINE-NO
007460                 END-IF
007470         END-READ
007480     END-PERFORM.
007490     CLOSE FD-RESIN.
007500
007510*----------------------------------------------------------------*
007520* COPY-RESULTS-TO-WORK - TAKE A WORK COPY OF THE RESULTS FILE SO *
007530* IT CAN BE WRITTEN BACK WITHOUT THE REPAIR BLOCK.               *
007540*----------------------------------------------------------------*
007550 COPY-RESULTS-TO-WORK.
007560     MOVE SPACES TO WS-WORK-FILE-NAME.
007570     STRING FUNCTION TRIM(WS-TARGET-RESULTS) DELIMITED BY SIZE
007580            '.work' DELIMITED BY SIZE
007590         INTO WS-WORK-FILE-NAME.
007600     OPEN INPUT FD-RESIN.
007610     OPEN OUTPUT FD-WORK.
007620     IF WS-WORK-STATUS NOT = '00'
007630         DISPLAY "Work file not available: "
007640             FUNCTION TRIM(WS-WORK-FILE-NAME)
007650         CLOSE FD-RESIN
007660         PERFORM CLOSE-HISTORY
007670         MOVE 12 TO RETURN-CODE
007680         STOP RUN
007690     END-IF.
007700     MOVE 'N' TO WS-EOF.
007710     PERFORM UNTIL WS-END-OF-FILE
007720         READ FD-RESIN
007730             AT END
007740                 SET WS-END-OF-FILE TO TRUE
007750             NOT AT END
007760                 WRITE WORK-RECORD FROM RESIN-RECORD
007770         END-READ
007780     END-PERFORM.
007790     CLOSE FD-RESIN.
007800     CLOSE FD-WORK.
007810
007820*----------------------------------------------------------------*
007830* SPLIT-REPAIR-BLOCK - WRITE THE RESULTS FILE BACK UP TO THE CUT *
007840* POINT AND MOVE EVERYTHING AFTER IT, UNDER A 'REPAIR WITHDRAWN' *
007850* HEADER, ONTO <RESULTS>.WITHDRAWN. EACH REPAIRED DETAIL LINE    *
007860* MOVED HAS ITS HISTORY RECORD FOR THE REPAIR DATE REVERSED.     *
007870*----------------------------------------------------------------*
007880 SPLIT-REPAIR-BLOCK.
007890     MOVE SPACES TO WS-WITHDRAWN-FILE-NAME.
007900     STRING FUNCTION TRIM(WS-TARGET-RESULTS) DELIMITED BY SIZE
007910            '.withdrawn' DELIMITED BY SIZE
007920         INTO WS-WITHDRAWN-FILE-NAME.
007930     OPEN EXTEND FD-WITHDRAWN.
007940     IF WS-WITHDRAWN-STATUS = '35'
007950         OPEN OUTPUT FD-WITHDRAWN
007960     END-IF.
007970     IF WS-WITHDRAWN-STATUS NOT = '00'
007980         DISPLAY "Withdrawn-lines file not available: "
007990             FUNCTION TRIM(WS-WITHDRAWN-FILE-NAME)
008000         PERFORM CLOSE-HISTORY
008010         MOVE 12 TO RETURN-CODE
008020         STOP RUN
008030     END-IF.
008040     MOVE WS-BAK-STAMP TO RW-STAMP.
008050     MOVE WS-REPAIR-DATE TO RW-REPAIR-DATE.
008060     MOVE WS-TARGET-RESULTS TO RW-RESULTS.
008070     WRITE WITHDRAWN-RECORD FROM WS-REPAIR-WITHDRAWN-LINE.
008080
008090     OPEN INPUT FD-WORK.
008100     OPEN OUTPUT FD-RESIN.
008110     MOVE 0 TO WS-LINE-NO.
008120     MOVE 'N' TO WS-EOF.
008130     PERFORM UNTIL WS-END-OF-FILE
008140         READ FD-WORK
008150             AT END
008160                 SET WS-END-OF-FILE TO TRUE
008170             NOT AT END
008180                 ADD 1 TO WS-LINE-NO
008190                 IF WS-LINE-NO > WS-CUT-LINE-NO
008200                     ADD 1 TO WS-MOVED-CT
008210                     WRITE WITHDRAWN-RECORD FROM WORK-RECORD
008220                     IF WORK-RECORD(11:7) = ' TIME: '
008230                         MOVE WORK-RECORD(1:10)
008240                             TO WS-BAK-RACE-ID
008250                         PERFORM REVERSE-HISTORY-RECORD
008260                     END-IF
008270                 ELSE
008280                     WRITE RESIN-RECORD FROM WORK-RECORD
008290                 END-IF
008300         END-READ
008310     END-PERFORM.
008320     CLOSE FD-WORK.
008330     CLOSE FD-RESIN.
008340     CLOSE FD-WITHDRAWN.
008350
008360*----------------------------------------------------------------*
008370* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS STAMP FROM THE *
008380* SYSTEM CLOCK IN WS-STAMP-WORK, AS DAY06 DOES FOR ITS RUN LOG.  *
008390*----------------------------------------------------------------*
008400 FORMAT-TIME-STAMP.
008410     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
008420     MOVE SPACES TO WS-STAMP-WORK.
008430     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
008440            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
008450            DELIMITED BY SIZE INTO WS-STAMP-WORK.

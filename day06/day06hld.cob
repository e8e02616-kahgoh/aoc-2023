000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06HLD                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   WORKS THE SUSPECT-VALUE HOLD QUEUE DAY06 LEAVES ON            *
000090*   <INPUT>.SUSPECT (SEE SUSPREC) FROM A SEQUENTIAL DECISIONS     *
000100*   FILE KEYED BY THE OPS ANALYST, ONE LINE PER HELD RACE:        *
000110*     'R' - RELEASE. THE RACE IS PUBLISHED EXACTLY AS DAY06       *
000120*           WOULD HAVE PUBLISHED IT HAD IT PASSED: ITS DETAIL     *
000130*           LINE IS APPENDED TO THE RUN'S RESULTS FILE (GRAND     *
000140*           TOTAL AND RECONCILIATION RESTATED AFTERWARDS, THE     *
000150*           DAY06REP WAY), ITS FIGURES GO ON THE KEYED            *
000160*           RACE.HISTORY UNDER THE ORIGINAL RUN DATE, AND A ROW   *
000170*           IN THE DAY06 EXPORT LAYOUT GOES TO THE SUPPLEMENTARY  *
000180*           EXPORT <SUSPECT>.EXPORT (WITH ITS OWN TRL ROW) FOR    *
000190*           THE WAREHOUSE LOADER.                                 *
000200*     'X' - REJECT. THE RACE GOES, IN THE EXCLINE LAYOUT WITH     *
000210*           'SUSPECT VALUE REJECTED', TO <SUSPECT>.REJECTED - AN  *
000220*           EXCEPT FILE FOR THE NORMAL DAY06REP REPAIR CYCLE      *
000230*           (NAME THE RESULTS FILE ON THE DAY06REP PARM, AS FOR   *
000240*           AN .UNRESOLVED FILE).                                 *
000250*   EVERY DECISION MUST CARRY THE ANALYST'S ID AND A REASON, AND  *
000260*   IS WRITTEN TO THE PERMANENT SUSPECT.AUDIT FILE (SEE HOLDAUD). *
000270*   THE AUDIT IS MANDATORY - A RUN THAT CANNOT RECORD WHO         *
000280*   DECIDED WHAT DECIDES NOTHING - AND IT IS ALSO HOW A RACE      *
000290*   ALREADY RELEASED OR REJECTED IS REFUSED A SECOND DECISION.    *
000300*   A DECISION THAT FAILS ITS EDITS (UNKNOWN ACTION, NO ANALYST   *
000310*   OR REASON, RACE NOT HELD, ALREADY DECIDED) GOES WITH THE      *
000320*   REASON TO <DECISIONS>.REJECTS AND THE RUN CARRIES ON. A HELD  *
000330*   RACE WITH NO DECISION SIMPLY STAYS HELD FOR A LATER RUN.      *
000340*   THE SUPPLEMENTARY EXPORT COVERS ONE RELEASE RUN; IT IS        *
000350*   LOADED BEFORE THE NEXT RELEASE RUN AGAINST THE SAME QUEUE.    *
000360*   RETURN CODES:                                                 *
000370*      0 - EVERY DECISION APPLIED AND NOTHING LEFT HELD.          *
000380*      4 - SOME DECISIONS REJECTED, OR RACES STILL HELD.          *
000390*      8 - THE RUN'S RESULTS FILE HAS BEEN WITHDRAWN BY DAY06BAK. *
000400*     12 - BAD PARM, OR A FILE THE RUN CANNOT DO WITHOUT IS NOT   *
000410*          AVAILABLE.                                             *
000420*----------------------------------------------------------------*
000430* MODIFICATION HISTORY                                            *
000440*----------------------------------------------------------------*
000450* DATE       INIT  DESCRIPTION                                    *
000460* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000470*----------------------------------------------------------------*
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. DAY06HLD.
000500 AUTHOR. T. NAKAMURA.
000510 INSTALLATION. ADVENT OF CODE.
000520 DATE-WRITTEN. 15/10/2026.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT FD-SUSPECT ASSIGN TO DYNAMIC WS-SUSPECT-FILE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SUSPECT-STATUS.
000600     SELECT FD-DECISION ASSIGN TO DYNAMIC WS-DECISION-FILE-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DECISION-STATUS.
000630     SELECT FD-AUDIT ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660     SELECT FD-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RESULTS-STATUS.
000690     SELECT FD-RACEHIS ASSIGN TO DYNAMIC WS-RACEHIS-FILE-NAME
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS RH-KEY
000730         FILE STATUS IS WS-RACEHIS-STATUS.
000740     SELECT FD-SUPP ASSIGN TO DYNAMIC WS-SUPP-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-SUPP-STATUS.
000770     SELECT FD-REJECTED ASSIGN TO DYNAMIC WS-REJECTED-FILE-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-REJECTED-STATUS.
000800     SELECT FD-REJECT ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-REJECT-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  FD-SUSPECT.
000860     COPY SUSPREC.
000870 FD  FD-DECISION.
000880 01  DECISION-RECORD.
000890     05  DC-ACTION               PIC X(01).
000900         88  DC-RELEASE                     VALUE 'R'.
000910         88  DC-REJECT                      VALUE 'X'.
000920     05  DC-RACE-ID              PIC X(10).
000930     05  DC-ANALYST              PIC X(08).
000940     05  DC-REASON               PIC X(40).
000950 FD  FD-AUDIT.
000960     COPY HOLDAUD.
000970 FD  FD-RESULTS.
000980 01  RESULTS-RECORD              PIC X(148).
000990 FD  FD-RACEHIS.
001000     COPY RACEHIS.
001010 FD  FD-SUPP.
001020 01  SUPP-RECORD                 PIC X(132).
001030 FD  FD-REJECTED.
001040 01  REJECTED-RECORD             PIC X(80).
001050 FD  FD-REJECT.
001060 01  REJECT-RECORD               PIC X(100).
001070 WORKING-STORAGE SECTION.
001080 01  WS-SUSPECT-FILE-NAME        PIC X(80) VALUE SPACES.
001090 01  WS-DECISION-FILE-NAME       PIC X(80) VALUE SPACES.
001100 01  WS-AUDIT-FILE-NAME          PIC X(80) VALUE 'suspect.audit'.
001110 01  WS-RESULTS-FILE-NAME        PIC X(80) VALUE SPACES.
001120 01  WS-RACEHIS-FILE-NAME        PIC X(80) VALUE 'race.history'.
001130 01  WS-SUPP-FILE-NAME           PIC X(80) VALUE SPACES.
001140 01  WS-REJECTED-FILE-NAME       PIC X(80) VALUE SPACES.
001150 01  WS-REJECT-FILE-NAME         PIC X(80) VALUE SPACES.
001160 01  WS-PARM-DATA                PIC X(160) VALUE SPACES.
001170 01  WS-SUSPECT-STATUS           PIC X(02) VALUE SPACES.
001180 01  WS-DECISION-STATUS          PIC X(02) VALUE SPACES.
001190 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001200 01  WS-RESULTS-STATUS           PIC X(02) VALUE SPACES.
001210 01  WS-RACEHIS-STATUS           PIC X(02) VALUE SPACES.
001220 01  WS-SUPP-STATUS              PIC X(02) VALUE SPACES.
001230 01  WS-REJECTED-STATUS          PIC X(02) VALUE SPACES.
001240 01  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001250 01  WS-EOF                      PIC X(01) VALUE 'N'.
001260     88  WS-END-OF-FILE                     VALUE 'Y'.
001270 01  WS-SCAN-EOF                 PIC X(01) VALUE 'N'.
001280     88  WS-SCAN-END                        VALUE 'Y'.
001290 01  WS-VALID-SW                 PIC X(01) VALUE 'Y'.
001300     88  WS-DATA-VALID                      VALUE 'Y'.
001310     88  WS-DATA-INVALID                    VALUE 'N'.
001320 01  WS-HELD-SW                  PIC X(01) VALUE 'N'.
001330     88  WS-HELD-FOUND                      VALUE 'Y'.
001340 01  WS-DECIDED-SW               PIC X(01) VALUE 'N'.
001350     88  WS-ALREADY-DECIDED                 VALUE 'Y'.
001360 01  WS-WITHDRAWN-SW             PIC X(01) VALUE 'N'.
001370     88  WS-RUN-WITHDRAWN                   VALUE 'Y'.
001380 01  WS-HELD-CT                  PIC 9(09) VALUE 0.
001390 01  WS-DECISION-CT              PIC 9(09) VALUE 0.
001400 01  WS-RELEASE-CT               PIC 9(09) VALUE 0.
001410 01  WS-REJECTED-CT              PIC 9(09) VALUE 0.
001420 01  WS-REJECT-CT                PIC 9(09) VALUE 0.
001430 01  WS-STILL-HELD-CT            PIC 9(09) VALUE 0.
001440 01  WS-GRAND-TOTAL              PIC 9(17) VALUE 0.
001450 01  WS-READ-CT                  PIC 9(09) VALUE 0.
001460 01  WS-PROC-CT                  PIC 9(09) VALUE 0.
001470 01  WS-REJECT-MSG               PIC X(24) VALUE SPACES.
001480 01  WS-AUDIT-ACTION             PIC X(08) VALUE SPACES.
001490 01  WS-REJECT-LINE.
001500     05  RJ-DECISION             PIC X(59).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  RJ-MESSAGE              PIC X(24).
001530*    THE HELD RACE A DECISION NAMES, AS FOUND ON THE SUSPECT FILE -
001540*    THE FD AREA IS RE-USED BY EVERY RE-SCAN, SO THE MATCH IS KEPT
001550*    HERE.
001560 01  WS-HELD-RACE                PIC X(283) VALUE SPACES.
001570*    THE RUN DATE OF THE HELD RACE IN THE SORTABLE YYYY-MM-DD FORM
001580*    THE KEYED HISTORY FILE USES IN RH-RUN-DATE.
001590 01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
001600     COPY RESLINE.
001610     COPY EXCLINE.
001620 01  WS-RELEASE-MARK-LINE.
001630     05  FILLER                  PIC X(27) VALUE
001640             'SUSPECT RECORDS RELEASED: '.
001650     05  RM-COUNT                PIC Z(8)9.
001660     05  FILLER                  PIC X(04) VALUE ' ON '.
001670     05  RM-DATE                 PIC X(10).
001680 01  WS-TOTAL-LINE.
001690     05  WT-LABEL                PIC X(20) VALUE
001700             'GRAND TOTAL RESULT: '.
001710     05  WT-RESULT               PIC Z(16)9.
001720 01  WS-RECON-LINE.
001730     05  WC-LABEL-READ           PIC X(14) VALUE
001740             'RECORDS READ: '.
001750     05  WC-READ                 PIC Z(8)9.
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  WC-LABEL-PROC           PIC X(20) VALUE
001780             'RECORDS PROCESSED: '.
001790     05  WC-PROC                 PIC Z(8)9.
001800 01  WS-STAMP-WORK               PIC X(19) VALUE SPACES.
001810 01  WS-RUN-STAMP                PIC X(19) VALUE SPACES.
001820 01  WS-CURRENT-DATE-DATA.
001830     05  WS-CD-YEAR              PIC 9(04).
001840     05  WS-CD-MONTH             PIC 9(02).
001850     05  WS-CD-DAY               PIC 9(02).
001860     05  WS-CD-HOUR              PIC 9(02).
001870     05  WS-CD-MIN               PIC 9(02).
001880     05  WS-CD-SEC               PIC 9(02).
001890     05  FILLER                  PIC X(07).
001900 PROCEDURE DIVISION.
001910*----------------------------------------------------------------*
001920* MAINLINE                                                        *
001930*----------------------------------------------------------------*
001940     PERFORM GET-RUN-PARMS.
001950     PERFORM FORMAT-TIME-STAMP.
001960     MOVE WS-STAMP-WORK TO WS-RUN-STAMP.
001970
001980     PERFORM LOAD-HOLD-QUEUE.
001990     IF WS-HELD-CT = 0
002000         DISPLAY "No races held on "
002010             FUNCTION TRIM(WS-SUSPECT-FILE-NAME)
002020         MOVE 0 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     PERFORM HARVEST-RESULT-TOTALS.
002060     PERFORM OPEN-RELEASE-FILES.
002070
002080     MOVE 'N' TO WS-EOF.
002090     PERFORM UNTIL WS-END-OF-FILE
002100         READ FD-DECISION
002110             AT END
002120                 SET WS-END-OF-FILE TO TRUE
002130             NOT AT END
002140                 ADD 1 TO WS-DECISION-CT
002150                 PERFORM APPLY-DECISION
002160         END-READ
002170     END-PERFORM.
002180
002190     PERFORM RESTATE-RUN-TOTALS.
002200     MOVE SPACES TO SUPP-RECORD.
002210     STRING 'TRL|' DELIMITED BY SIZE
002220            WS-RELEASE-CT DELIMITED BY SIZE
002230         INTO SUPP-RECORD.
002240     WRITE SUPP-RECORD.
002250
002260     CLOSE FD-DECISION.
002270     CLOSE FD-RESULTS.
002280     CLOSE FD-RACEHIS.
002290     CLOSE FD-SUPP.
002300     CLOSE FD-REJECTED.
002310     CLOSE FD-REJECT.
002320
002330     PERFORM COUNT-STILL-HELD.
002340     DISPLAY "Decisions read/released/rejected/refused: "
002350         WS-DECISION-CT "/" WS-RELEASE-CT "/" WS-REJECTED-CT
002360         "/" WS-REJECT-CT.
002370     DISPLAY "Races held/still held: " WS-HELD-CT
002380         "/" WS-STILL-HELD-CT.
002390     MOVE 0 TO RETURN-CODE.
002400     IF WS-REJECT-CT > 0
002410        OR WS-STILL-HELD-CT > 0
002420         MOVE 4 TO RETURN-CODE
002430     END-IF.
002440     STOP RUN.
002450
002460*----------------------------------------------------------------*
002470* GET-RUN-PARMS - "SUSPECT-FILE DECISIONS-FILE", BOTH REQUIRED.   *
002480* THE SUPPLEMENTARY EXPORT AND THE REJECTED-RACES EXCEPT FILE ARE *
002490* THE SUSPECT FILE NAME WITH .EXPORT / .REJECTED APPENDED; THE    *
002500* DECISION REJECTS ARE THE DECISIONS FILE NAME PLUS .REJECTS, THE *
002510* RACEMNT CONVENTION.                                             *
002520*----------------------------------------------------------------*
002530 GET-RUN-PARMS.
002540     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
002550     UNSTRING WS-PARM-DATA DELIMITED BY SPACE
002560         INTO WS-SUSPECT-FILE-NAME WS-DECISION-FILE-NAME.
002570     IF WS-SUSPECT-FILE-NAME = SPACES
002580        OR WS-DECISION-FILE-NAME = SPACES
002590         DISPLAY "Usage: DAY06HLD suspect-file decisions-file"
002600         MOVE 12 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     MOVE SPACES TO WS-SUPP-FILE-NAME.
002640     STRING FUNCTION TRIM(WS-SUSPECT-FILE-NAME) DELIMITED BY SIZE
002650            '.export' DELIMITED BY SIZE
002660         INTO WS-SUPP-FILE-NAME.
002670     MOVE SPACES TO WS-REJECTED-FILE-NAME.
002680     STRING FUNCTION TRIM(WS-SUSPECT-FILE-NAME) DELIMITED BY SIZE
002690            '.rejected' DELIMITED BY SIZE
002700         INTO WS-REJECTED-FILE-NAME.
002710     MOVE SPACES TO WS-REJECT-FILE-NAME.
002720     STRING FUNCTION TRIM(WS-DECISION-FILE-NAME) DELIMITED BY SIZE
002730            '.rejects' DELIMITED BY SIZE
002740         INTO WS-REJECT-FILE-NAME.
002750
002760*----------------------------------------------------------------*
002770* LOAD-HOLD-QUEUE - COUNT THE RACES ON THE SUSPECT FILE AND TAKE  *
002780* THE RESULTS FILE NAME OFF THE FIRST OF THEM. EVERY RACE ON ONE  *
002790* SUSPECT FILE WAS HELD BY THE SAME DAY06 RUN, SO THEY ALL NAME   *
002800* THE SAME RESULTS FILE.                                          *
002810*----------------------------------------------------------------*
002820 LOAD-HOLD-QUEUE.
002830     OPEN INPUT FD-SUSPECT.
002840     IF WS-SUSPECT-STATUS NOT = '00'
002850         DISPLAY "Suspect file not available: "
002860             FUNCTION TRIM(WS-SUSPECT-FILE-NAME)
002870         MOVE 12 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     MOVE 'N' TO WS-EOF.
002910     PERFORM UNTIL WS-END-OF-FILE
002920         READ FD-SUSPECT
002930             AT END
002940                 SET WS-END-OF-FILE TO TRUE
002950             NOT AT END
002960                 ADD 1 TO WS-HELD-CT
002970                 IF WS-HELD-CT = 1
002980                     MOVE SP-RESULTS-FILE TO WS-RESULTS-FILE-NAME
002990                 END-IF
003000         END-READ
003010     END-PERFORM.
003020     CLOSE FD-SUSPECT.
003030
003040*----------------------------------------------------------------*
003050* HARVEST-RESULT-TOTALS - PICK UP THE RUN'S CURRENT GRAND TOTAL   *
003060* AND RECONCILIATION COUNTS (LAST OCCURRENCE WINS, AS IN          *
003070* DAY06REP) SO THE RELEASES CAN BE FOLDED IN AND RESTATED. A RUN  *
003080* WITHDRAWN BY DAY06BAK IS NOT LIVE OUTPUT; NOTHING IS RELEASED   *
003090* INTO IT.                                                        *
003100*----------------------------------------------------------------*
003110 HARVEST-RESULT-TOTALS.
003120     OPEN INPUT FD-RESULTS.
003130     IF WS-RESULTS-STATUS NOT = '00'
003140         DISPLAY "Results file not available: "
003150             FUNCTION TRIM(WS-RESULTS-FILE-NAME)
003160         MOVE 12 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     MOVE 'N' TO WS-EOF.
003200     PERFORM UNTIL WS-END-OF-FILE
003210         READ FD-RESULTS
003220             AT END
003230                 SET WS-END-OF-FILE TO TRUE
003240             NOT AT END
003250                 IF RESULTS-RECORD(1:20) = 'GRAND TOTAL RESULT: '
003260                     COMPUTE WS-GRAND-TOTAL =
003270                         FUNCTION NUMVAL(RESULTS-RECORD(21:17))
003280                 END-IF
003290                 IF RESULTS-RECORD(1:14) = 'RECORDS READ: '
003300                     COMPUTE WS-READ-CT =
003310                         FUNCTION NUMVAL(RESULTS-RECORD(15:9))
003320                     COMPUTE WS-PROC-CT =
003330                         FUNCTION NUMVAL(RESULTS-RECORD(45:9))
003340                 END-IF
003350                 IF RESULTS-RECORD(1:15) = 'RUN WITHDRAWN: '
003360                     SET WS-RUN-WITHDRAWN TO TRUE
003370                 END-IF
003380         END-READ
003390     END-PERFORM.
003400     CLOSE FD-RESULTS.
003410     IF WS-RUN-WITHDRAWN
003420         DISPLAY "Run withdrawn - nothing released into: "
003430             FUNCTION TRIM(WS-RESULTS-FILE-NAME)
003440         MOVE 8 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470
003480*----------------------------------------------------------------*
003490* OPEN-RELEASE-FILES - THE HISTORY AND THE AUDIT ARE HARD GATES   *
003500* (THE DAY06REP DISCIPLINE); THE AUDIT IS PROVED WRITABLE HERE    *
003510* AND THEN OPENED PER DECISION, SINCE EACH DECISION ALSO RE-READS *
003520* IT. REJECTED RACES ACCUMULATE ON THE .REJECTED EXCEPT FILE      *
003530* ACROSS RELEASE RUNS UNTIL THE REPAIR CYCLE TAKES THEM.          *
003540*----------------------------------------------------------------*
003550 OPEN-RELEASE-FILES.
003560     OPEN I-O FD-RACEHIS.
003570     IF WS-RACEHIS-STATUS NOT = '00'
003580         DISPLAY "Race history not available, status "
003590             WS-RACEHIS-STATUS
003600         MOVE 12 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     OPEN EXTEND FD-AUDIT.
003640     IF WS-AUDIT-STATUS = '35'
003650         OPEN OUTPUT FD-AUDIT
003660     END-IF.
003670     IF WS-AUDIT-STATUS NOT = '00'
003680         DISPLAY "Suspect audit not available: "
003690             FUNCTION TRIM(WS-AUDIT-FILE-NAME)
003700             " STATUS " WS-AUDIT-STATUS
003710         CLOSE FD-RACEHIS
003720         MOVE 12 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     CLOSE FD-AUDIT.
003760     OPEN INPUT FD-DECISION.
003770     IF WS-DECISION-STATUS NOT = '00'
003780         DISPLAY "Decisions file not available: "
003790             FUNCTION TRIM(WS-DECISION-FILE-NAME)
003800         CLOSE FD-RACEHIS
003810         MOVE 12 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     OPEN EXTEND FD-RESULTS.
003850     OPEN OUTPUT FD-SUPP.
003860     OPEN OUTPUT FD-REJECT.
003870     OPEN EXTEND FD-REJECTED.
003880     IF WS-REJECTED-STATUS = '35'
003890         OPEN OUTPUT FD-REJECTED
003900     END-IF.
003910     IF WS-RESULTS-STATUS NOT = '00'
003920        OR WS-SUPP-STATUS NOT = '00'
003930        OR WS-REJECT-STATUS NOT = '00'
003940        OR WS-REJECTED-STATUS NOT = '00'
003950         DISPLAY "Output files not available, status "
003960             WS-RESULTS-STATUS "/" WS-SUPP-STATUS "/"
003970             WS-REJECT-STATUS "/" WS-REJECTED-STATUS
003980         CLOSE FD-RACEHIS
003990         MOVE 12 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020
004030*----------------------------------------------------------------*
004040* APPLY-DECISION - EDIT ONE DECISION AND, WHEN IT PASSES, RELEASE *
004050* OR REJECT THE HELD RACE IT NAMES.                               *
004060*----------------------------------------------------------------*
004070 APPLY-DECISION.
004080     PERFORM VALIDATE-DECISION.
004090     IF WS-DATA-VALID
004100         MOVE WS-HELD-RACE TO SUSPECT-RECORD
004110         IF DC-RELEASE
004120             PERFORM RELEASE-HELD-RACE
004130         ELSE
004140             PERFORM REJECT-HELD-RACE
004150         END-IF
004160         PERFORM WRITE-HOLD-AUDIT
004170     END-IF.
004180
004190*----------------------------------------------------------------*
004200* VALIDATE-DECISION - A KNOWN ACTION, THE RACE-ID, THE ANALYST'S  *
004210* ID AND A REASON ARE ALL REQUIRED; THE RACE MUST BE ON THE       *
004220* SUSPECT FILE AND NOT ALREADY DECIDED.                           *
004230*----------------------------------------------------------------*
004240 VALIDATE-DECISION.
004250     SET WS-DATA-VALID TO TRUE.
004260     EVALUATE TRUE
004270         WHEN NOT (DC-RELEASE OR DC-REJECT)
004280             MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-MSG
004290             PERFORM REJECT-DECISION
004300         WHEN DC-RACE-ID = SPACES
004310             MOVE 'BLANK RACE-ID' TO WS-REJECT-MSG
004320             PERFORM REJECT-DECISION
004330         WHEN DC-ANALYST = SPACES
004340             MOVE 'MISSING ANALYST ID' TO WS-REJECT-MSG
004350             PERFORM REJECT-DECISION
004360         WHEN DC-REASON = SPACES
004370             MOVE 'MISSING REASON' TO WS-REJECT-MSG
004380             PERFORM REJECT-DECISION
004390     END-EVALUATE.
004400     IF WS-DATA-VALID
004410         PERFORM FIND-HELD-RACE
004420         IF NOT WS-HELD-FOUND
004430             MOVE 'RACE NOT HELD' TO WS-REJECT-MSG
004440             PERFORM REJECT-DECISION
004450         END-IF
004460     END-IF.
004470     IF WS-DATA-VALID
004480         PERFORM CHECK-ALREADY-DECIDED
004490         IF WS-ALREADY-DECIDED
004500             MOVE 'ALREADY DECIDED' TO WS-REJECT-MSG
004510             PERFORM REJECT-DECISION
004520         END-IF
004530     END-IF.
004540
004550*----------------------------------------------------------------*
004560* REJECT-DECISION - ONE REFUSED DECISION, ONE LINE ON             *
004570* <DECISIONS>.REJECTS: THE DECISION AS KEYED PLUS THE REASON.     *
004580*----------------------------------------------------------------*
004590 REJECT-DECISION.
004600     SET WS-DATA-INVALID TO TRUE.
004610     ADD 1 TO WS-REJECT-CT.
004620     MOVE DECISION-RECORD TO RJ-DECISION.
004630     MOVE WS-REJECT-MSG TO RJ-MESSAGE.
004640     WRITE REJECT-RECORD FROM WS-REJECT-LINE.
004650     DISPLAY "Decision refused: " DC-RACE-ID " " WS-REJECT-MSG.
004660
004670*----------------------------------------------------------------*
004680* FIND-HELD-RACE - SCAN THE SUSPECT FILE FOR THE DECISION'S       *
004690* RACE-ID; THE MATCH IS KEPT IN WS-HELD-RACE.                     *
004700*----------------------------------------------------------------*
004710 FIND-HELD-RACE.
004720     MOVE 'N' TO WS-HELD-SW.
004730     OPEN INPUT FD-SUSPECT.
004740     IF WS-SUSPECT-STATUS = '00'
004750         MOVE 'N' TO WS-SCAN-EOF
004760         PERFORM UNTIL WS-SCAN-END OR WS-HELD-FOUND
004770             READ FD-SUSPECT
004780                 AT END
004790                     SET WS-SCAN-END TO TRUE
004800                 NOT AT END
004810                     IF SP-RACE-ID = DC-RACE-ID
004820                         MOVE SUSPECT-RECORD TO WS-HELD-RACE
004830                         SET WS-HELD-FOUND TO TRUE
004840                     END-IF
004850             END-READ
004860         END-PERFORM
004870         CLOSE FD-SUSPECT
004880     END-IF.
004890
004900*----------------------------------------------------------------*
004910* CHECK-ALREADY-DECIDED - A HOLD IS ONE SUSPECT FILE, ONE DAY06   *
004920* RUN STAMP AND ONE RACE-ID; ANY AUDIT RECORD FOR ALL THREE MEANS *
004930* IT HAS BEEN RELEASED OR REJECTED ALREADY. THE HELD RACE IS IN   *
004940* WS-HELD-RACE, SO THE SUSPECT FD AREA IS FREE TO BE RELOADED.    *
004950*----------------------------------------------------------------*
004960 CHECK-ALREADY-DECIDED.
004970     MOVE 'N' TO WS-DECIDED-SW.
004980     MOVE WS-HELD-RACE TO SUSPECT-RECORD.
004990     OPEN INPUT FD-AUDIT.
005000     IF WS-AUDIT-STATUS = '00'
005010         MOVE 'N' TO WS-SCAN-EOF
005020         PERFORM UNTIL WS-SCAN-END OR WS-ALREADY-DECIDED
005030             READ FD-AUDIT
005040                 AT END
005050                     SET WS-SCAN-END TO TRUE
005060                 NOT AT END
005070                     IF HA-RACE-ID = SP-RACE-ID
005080                        AND HA-RUN-STAMP = SP-RUN-STAMP
005090                        AND HA-SUSPECT-FILE = WS-SUSPECT-FILE-NAME
005100                         SET WS-ALREADY-DECIDED TO TRUE
005110                     END-IF
005120             END-READ
005130         END-PERFORM
005140         CLOSE FD-AUDIT
005150     END-IF.
005160
005170*----------------------------------------------------------------*
005180* RELEASE-HELD-RACE - PUBLISH THE HELD RACE THE WAY DAY06 WOULD   *
005190* HAVE: DETAIL LINE ON THE RUN'S RESULTS FILE (FOLDED INTO THE    *
005200* GRAND TOTAL BY THE MULTI-RACE RULE), HISTORY UNDER THE RUN'S    *
005210* OWN DATE, AND AN EXPORT ROW CARRYING THAT RUN DATE.             *
005220*----------------------------------------------------------------*
005230 RELEASE-HELD-RACE.
005240     ADD 1 TO WS-RELEASE-CT.
005250     ADD 1 TO WS-PROC-CT.
005260     COMPUTE WS-GRAND-TOTAL = WS-GRAND-TOTAL * SP-WAYS.
005270     MOVE SP-RACE-ID    TO WR-RACE-ID.
005280     MOVE SP-TIME       TO WR-TIME.
005290     MOVE SP-DIST       TO WR-DIST.
005300     MOVE SP-WAYS       TO WR-RESULT.
005310     MOVE SP-MIN-TIME   TO WR-MIN-TIME.
005320     MOVE SP-MAX-TIME   TO WR-MAX-TIME.
005330     MOVE SP-VENUE      TO WR-VENUE.
005340     MOVE SP-RACE-DATE  TO WR-RACE-DATE.
005350     MOVE SP-CLASS      TO WR-CLASS.
005360     MOVE SP-VENUE-CODE TO WR-VENUE-CODE.
005370     WRITE RESULTS-RECORD FROM WS-RESULT-LINE.
005380
005390     MOVE SPACES TO WS-RUN-DATE-ISO.
005400     STRING SP-RUN-STAMP(7:4) '-' SP-RUN-STAMP(4:2) '-'
005410            SP-RUN-STAMP(1:2)
005420         DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
005430     MOVE SPACES TO RACE-HISTORY-RECORD.
005440     MOVE SP-RACE-ID TO RH-RACE-ID.
005450     MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
005460     MOVE SP-TIME TO RH-TIME.
005470     MOVE SP-DIST TO RH-DIST.
005480     MOVE SP-WAYS TO RH-WAYS.
005490     MOVE SP-MIN-TIME TO RH-MIN-TIME.
005500     MOVE SP-MAX-TIME TO RH-MAX-TIME.
005510     WRITE RACE-HISTORY-RECORD
005520         INVALID KEY
005530             REWRITE RACE-HISTORY-RECORD
005540     END-WRITE.
005550
005560     MOVE SPACES TO SUPP-RECORD.
005570     STRING FUNCTION TRIM(SP-RACE-ID) DELIMITED BY SIZE
005580            '|' DELIMITED BY SIZE
005590            SP-TIME DELIMITED BY SIZE
005600            '|' DELIMITED BY SIZE
005610            SP-DIST DELIMITED BY SIZE
005620            '|' DELIMITED BY SIZE
005630            SP-WAYS DELIMITED BY SIZE
005640            '|' DELIMITED BY SIZE
005650            SP-MIN-TIME DELIMITED BY SIZE
005660            '|' DELIMITED BY SIZE
005670            SP-MAX-TIME DELIMITED BY SIZE
005680            '|' DELIMITED BY SIZE
005690            SP-RUN-STAMP(1:10) DELIMITED BY SIZE
005700            '|' DELIMITED BY SIZE
005710            SP-VENUE-CODE DELIMITED BY SIZE
005720         INTO SUPP-RECORD.
005730     WRITE SUPP-RECORD.
005740     MOVE 'RELEASED' TO WS-AUDIT-ACTION.
005750
005760*----------------------------------------------------------------*
005770* REJECT-HELD-RACE - SEND THE HELD RACE INTO THE REPAIR CYCLE AS  *
005780* AN ORDINARY EXCEPT LINE.                                        *
005790*----------------------------------------------------------------*
005800 REJECT-HELD-RACE.
005810     ADD 1 TO WS-REJECTED-CT.
005820     MOVE SP-RACE-ID TO WE-RACE-ID.
005830     MOVE SP-TIME TO WE-TIME.
005840     MOVE SP-DIST TO WE-DIST.
005850     MOVE 'SUSPECT VALUE REJECTED' TO WE-MESSAGE.
005860     WRITE REJECTED-RECORD FROM WS-EXCEPT-LINE.
005870     MOVE 'REJECTED' TO WS-AUDIT-ACTION.
005880
005890*----------------------------------------------------------------*
005900* WRITE-HOLD-AUDIT - APPEND THE DECISION TO THE PERMANENT AUDIT.  *
005910* THE RELEASE OR REJECT HAS ALREADY SET WS-AUDIT-ACTION.          *
005920*----------------------------------------------------------------*
005930 WRITE-HOLD-AUDIT.
005940     MOVE SPACES TO HOLD-AUDIT-RECORD.
005950     MOVE WS-RUN-STAMP TO HA-STAMP.
005960     MOVE WS-AUDIT-ACTION TO HA-ACTION.
005970     MOVE DC-ANALYST TO HA-ANALYST.
005980     MOVE SP-RACE-ID TO HA-RACE-ID.
005990     MOVE DC-REASON TO HA-REASON.
006000     MOVE SP-TIME TO HA-TIME.
006010     MOVE SP-DIST TO HA-DIST.
006020     MOVE SP-WAYS TO HA-WAYS.
006030     MOVE SP-SWING-MEASURE TO HA-SWING-MEASURE.
006040     MOVE SP-SWING-PCT TO HA-SWING-PCT.
006050     MOVE SP-RUN-STAMP TO HA-RUN-STAMP.
006060     MOVE WS-SUSPECT-FILE-NAME TO HA-SUSPECT-FILE.
006070     OPEN EXTEND FD-AUDIT.
006080     WRITE HOLD-AUDIT-RECORD.
006090     CLOSE FD-AUDIT.
006100
006110*----------------------------------------------------------------*
006120* RESTATE-RUN-TOTALS - MARK THE RELEASES ON THE RESULTS FILE AND  *
006130* RE-WRITE THE GRAND-TOTAL AND RECONCILIATION LINES WITH THEM     *
006140* FOLDED IN - THE SAME LAST-OCCURRENCE-WINS CONVENTION AS A       *
006150* DAY06REP REPAIR.                                                *
006160*----------------------------------------------------------------*
006170 RESTATE-RUN-TOTALS.
006180     IF WS-RELEASE-CT > 0
006190         MOVE WS-RELEASE-CT TO RM-COUNT
006200         MOVE WS-RUN-STAMP(1:10) TO RM-DATE
006210         WRITE RESULTS-RECORD FROM WS-RELEASE-MARK-LINE
006220         MOVE WS-GRAND-TOTAL TO WT-RESULT
006230         WRITE RESULTS-RECORD FROM WS-TOTAL-LINE
006240         MOVE WS-READ-CT TO WC-READ
006250         MOVE WS-PROC-CT TO WC-PROC
006260         WRITE RESULTS-RECORD FROM WS-RECON-LINE
006270     END-IF.
006280
006290*----------------------------------------------------------------*
006300* COUNT-STILL-HELD - HOW MANY RACES ON THE SUSPECT FILE STILL     *
006310* HAVE NO DECISION ON THE AUDIT, FOR THE CLOSING COUNTS AND THE   *
006320* RETURN CODE.                                                    *
006330*----------------------------------------------------------------*
006340 COUNT-STILL-HELD.
006350     MOVE 0 TO WS-STILL-HELD-CT.
006360     OPEN INPUT FD-SUSPECT.
006370     MOVE 'N' TO WS-EOF.
006380     PERFORM UNTIL WS-END-OF-FILE
006390         READ FD-SUSPECT
006400             AT END
006410                 SET WS-END-OF-FILE TO TRUE
006420             NOT AT END
006430                 MOVE SUSPECT-RECORD TO WS-HELD-RACE
006440                 PERFORM CHECK-ALREADY-DECIDED
006450                 IF NOT WS-ALREADY-DECIDED
006460                     ADD 1 TO WS-STILL-HELD-CT
006470                 END-IF
006480         END-READ
006490     END-PERFORM.
006500     CLOSE FD-SUSPECT.
006510
006520*----------------------------------------------------------------*
006530* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS STAMP FROM THE *
006540* SYSTEM CLOCK IN WS-STAMP-WORK, AS DAY06 DOES FOR ITS RUN LOG.  *
006550*----------------------------------------------------------------*
006560 FORMAT-TIME-STAMP.
006570     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
006580     MOVE SPACES TO WS-STAMP-WORK.
006590     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
006600            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
006610            DELIMITED BY SIZE INTO WS-STAMP-WORK.

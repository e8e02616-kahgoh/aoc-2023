000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06ENT                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   SCORES THE STEWARDS' COMPETITOR ENTRIES FILE (SEE ENTRYREC)   *
000090*   AGAINST THE NIGHT'S SOLVED RACES. DAY06 ONLY COUNTS HOW MANY  *
000100*   HOLD TIMES WOULD BEAT THE RECORD; THIS PROGRAM TAKES THE HOLD *
000110*   TIME EACH BOAT ACTUALLY DECLARED AND WORKS OUT WHAT IT DID.   *
000120*   THE ENTRIES FILE MUST PASS ITS HDR/TRL CONTROLS (COUNT AND    *
000130*   HOLD-TIME HASH) FIRST OR NOTHING IS SCORED (RETURN CODE 12).  *
000140*   EACH ENTRY IS THEN VALIDATED: BOAT AND SKIPPER PRESENT, A     *
000150*   NUMERIC HOLD TIME, THE RACE-ID KNOWN AND ACTIVE ON THE RACE   *
000160*   MASTER, THE RACE PROCESSED ON THE RUN DATE (A RACE.HISTORY    *
000170*   RECORD UNDER RACE-ID PLUS THAT DATE - THE SAME LOOKUP         *
000180*   DAY06MIS MAKES) AND THE HOLD NO LONGER THAN THE RACE TIME.    *
000190*   A VALID ENTRY IS SCORED AS                                    *
000200*       DISTANCE = (COL-TIME - HOLD) * HOLD                       *
000210*   WITH COL-TIME AND COL-DIST TAKEN FROM THAT HISTORY RECORD,    *
000220*   AND MARKED BEAT, TIED OR MISSED AGAINST THE RECORD DISTANCE.  *
000230*   THE SCORED ENTRIES GO THROUGH THE SORT VERB (RACE-ID ASC,     *
000240*   DISTANCE DESC) AND ARE RANKED WITHIN THE RACE - EQUAL         *
000250*   DISTANCES SHARE A RANK, THE NEXT BOAT DOWN TAKES ITS PLACE    *
000260*   COUNT. A SECOND ENTRY FOR THE SAME BOAT IN THE SAME RACE IS   *
000270*   REJECTED (THE BETTER-SCORING ONE STANDS). EVERY RANKED ENTRY  *
000280*   IS WRITTEN TO THE CUMULATIVE RACE.FINISHES FILE (SEE RACEFIN) *
000290*   FOR THE DAY06STD SEASON STANDINGS; A RERUN OF THE SAME        *
000300*   ENTRIES FILE RESTATES THE RACE'S FINISHES FOR THE DATE.       *
000310*   OUTPUTS: <ENTRIES>.SCORED (THE RANKED LISTING FOR THE CLUBS)  *
000320*   AND <ENTRIES>.REJECTS (EACH REJECTED ENTRY AS SENT PLUS THE   *
000330*   REASON, FOR THE STEWARDS TO FIX AND RESEND).                  *
000340*   RETURN CODES: 0 ALL ENTRIES SCORED, 4 AT LEAST ONE REJECTED,  *
000350*   8 A FILE NOT AVAILABLE OR A BAD DATE PARM, 12 ENTRIES FILE    *
000360*   CONTROLS FAILED.                                              *
000370*----------------------------------------------------------------*
000380* MODIFICATION HISTORY                                            *
000390*----------------------------------------------------------------*
000400* DATE       INIT  DESCRIPTION                                    *
000410* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000420*----------------------------------------------------------------*
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DAY06ENT.
000450 AUTHOR. T. NAKAMURA.
000460 INSTALLATION. ADVENT OF CODE.
000470 DATE-WRITTEN. 15/10/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT FD-ENTRY ASSIGN TO DYNAMIC WS-ENTRY-FILE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-ENTRY-STATUS.
000550     SELECT FD-RACEMST ASSIGN TO DYNAMIC WS-RACEMST-FILE-NAME
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS RM-RACE-ID
000590         FILE STATUS IS WS-RACEMST-STATUS.
000600     SELECT FD-RACEHIS ASSIGN TO DYNAMIC WS-RACEHIS-FILE-NAME
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS RH-KEY
000640         FILE STATUS IS WS-RACEHIS-STATUS.
000650     SELECT FD-FINISH ASSIGN TO DYNAMIC WS-FINISH-FILE-NAME
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS FN-KEY
000690         FILE STATUS IS WS-FINISH-STATUS.
000700     SELECT FD-SCORED ASSIGN TO DYNAMIC WS-SCORED-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SCORED-STATUS.
000730     SELECT FD-REJECT ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REJECT-STATUS.
000760     SELECT SD-SORT ASSIGN TO 'SORTWK01'.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  FD-ENTRY.
000800     COPY ENTRYREC.
000810 FD  FD-RACEMST.
000820     COPY RACEMST.
000830 FD  FD-RACEHIS.
000840     COPY RACEHIS.
000850 FD  FD-FINISH.
000860     COPY RACEFIN.
000870 FD  FD-SCORED.
000880 01  SCORED-RECORD               PIC X(132).
000890 FD  FD-REJECT.
000900 01  REJECT-RECORD               PIC X(80).
000910*    ONE SCORED ENTRY ON ITS WAY TO BE RANKED. THE ENTRY AS SENT
000920*    RIDES ALONG SO A DUPLICATE-BOAT REJECT FOUND ON THE RANKING
000930*    SIDE CAN STILL BE WRITTEN TO THE REJECTS FILE VERBATIM.
000940 SD  SD-SORT.
000950 01  SORT-RECORD.
000960     05  SR-RACE-ID              PIC X(10).
000970     05  SR-DISTANCE             PIC 9(17).
000980     05  SR-BOAT-ID              PIC X(10).
000990     05  SR-SKIPPER              PIC X(20).
001000     05  SR-CLASS                PIC X(08).
001010     05  SR-HOLD-TIME            PIC 9(08).
001020     05  SR-TIME                 PIC 9(08).
001030     05  SR-RECORD-DIST          PIC 9(17).
001040     05  SR-ENTRY                PIC X(48).
001050 WORKING-STORAGE SECTION.
001060 01  WS-ENTRY-FILE-NAME          PIC X(80) VALUE 'race.entries'.
001070 01  WS-RACEMST-FILE-NAME        PIC X(80) VALUE 'race.master'.
001080 01  WS-RACEHIS-FILE-NAME        PIC X(80) VALUE 'race.history'.
001090 01  WS-FINISH-FILE-NAME         PIC X(80) VALUE 'race.finishes'.
001100 01  WS-SCORED-FILE-NAME         PIC X(80) VALUE SPACES.
001110 01  WS-REJECT-FILE-NAME         PIC X(80) VALUE SPACES.
001120 01  WS-PARM-DATA                PIC X(400) VALUE SPACES.
001130 01  WS-PARM-ENTRY               PIC X(80) VALUE SPACES.
001140 01  WS-PARM-DATE                PIC X(10) VALUE SPACES.
001150 01  WS-PARM-MASTER              PIC X(80) VALUE SPACES.
001160 01  WS-PARM-HISTORY             PIC X(80) VALUE SPACES.
001170 01  WS-PARM-FINISH              PIC X(80) VALUE SPACES.
001180 01  WS-ENTRY-STATUS             PIC X(02) VALUE SPACES.
001190 01  WS-RACEMST-STATUS           PIC X(02) VALUE SPACES.
001200 01  WS-RACEHIS-STATUS           PIC X(02) VALUE SPACES.
001210 01  WS-FINISH-STATUS            PIC X(02) VALUE SPACES.
001220 01  WS-SCORED-STATUS            PIC X(02) VALUE SPACES.
001230 01  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001240 01  WS-EOF                      PIC X(01) VALUE 'N'.
001250     88  WS-END-OF-FILE                     VALUE 'Y'.
001260 01  WS-SORT-EOF                 PIC X(01) VALUE 'N'.
001270     88  WS-SORT-END                        VALUE 'Y'.
001280 01  WS-SCAN-EOF                 PIC X(01) VALUE 'N'.
001290     88  WS-SCAN-END                        VALUE 'Y'.
001300 01  WS-VALID-SW                 PIC X(01) VALUE 'Y'.
001310     88  WS-DATA-VALID                      VALUE 'Y'.
001320     88  WS-DATA-INVALID                    VALUE 'N'.
001330 01  WS-GROUP-SW                 PIC X(01) VALUE 'N'.
001340     88  WS-GROUP-OPEN                      VALUE 'Y'.
001350 01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
001360 01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
001370*    HDR/TRL CONTROL GATE ON THE ENTRIES FILE - THE SAME RULE AS
001380*    DAY06 AND DAY06REP, WITH THE HASH TAKEN OVER THE HOLD TIMES.
001390     COPY BOATCTL.
001400 01  WS-CTL-HDR-SW               PIC X(01) VALUE 'N'.
001410     88  WS-CTL-HDR-SEEN                    VALUE 'Y'.
001420 01  WS-CTL-TRL-SW               PIC X(01) VALUE 'N'.
001430     88  WS-CTL-TRL-SEEN                    VALUE 'Y'.
001440 01  WS-CTL-FAIL-SW              PIC X(01) VALUE 'N'.
001450     88  WS-CTL-FAILED                      VALUE 'Y'.
001460 01  WS-CTL-DETAIL-CT            PIC 9(09) VALUE 0.
001470 01  WS-CTL-HASH                 PIC 9(18) VALUE 0.
001480 01  WS-CTL-EXPECT-CT            PIC 9(09) VALUE 0.
001490 01  WS-CTL-EXPECT-HASH          PIC 9(18) VALUE 0.
001500 01  WS-STEWARD-ID               PIC X(08) VALUE SPACES.
001510 01  WS-ENTRY-CT                 PIC 9(09) VALUE 0.
001520 01  WS-SCORED-CT                PIC 9(09) VALUE 0.
001530 01  WS-REJECT-CT                PIC 9(09) VALUE 0.
001540 01  WS-RACE-CT                  PIC 9(09) VALUE 0.
001550 01  WS-RESTATED-CT              PIC 9(09) VALUE 0.
001560 01  WS-BEAT-CT                  PIC 9(09) VALUE 0.
001570 01  WS-TIED-CT                  PIC 9(09) VALUE 0.
001580 01  WS-MISSED-CT                PIC 9(09) VALUE 0.
001590 01  WS-DISTANCE                 PIC 9(17) VALUE 0.
001600 01  WS-MARGIN                   PIC S9(17) VALUE 0.
001610 01  WS-CUR-RACE-ID              PIC X(10) VALUE SPACES.
001620 01  WS-PREV-DISTANCE            PIC 9(17) VALUE 0.
001630 77  WS-POSITION                 PIC 9(05) COMP VALUE 0.
001640 77  WS-RANK                     PIC 9(05) COMP VALUE 0.
001650 77  WS-NEXT-POSITION            PIC 9(05) COMP VALUE 0.
001660 77  WS-NEXT-RANK                PIC 9(05) COMP VALUE 0.
001670 01  WS-REJECT-MSG               PIC X(24) VALUE SPACES.
001680 01  WS-REJECT-LINE.
001690     05  RJ-ENTRY                PIC X(48).
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  RJ-MESSAGE              PIC X(24).
001720 01  WS-CURRENT-DATE-DATA.
001730     05  WS-CD-YEAR              PIC 9(04).
001740     05  WS-CD-MONTH             PIC 9(02).
001750     05  WS-CD-DAY               PIC 9(02).
001760     05  FILLER                  PIC X(13).
001770 01  WS-PAGE-HEAD-1.
001780     05  FILLER                  PIC X(42) VALUE
001790             'DAY06 COMPETITOR ENTRIES SCORED'.
001800     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001810     05  PH-RUN-DATE             PIC X(10).
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  FILLER                  PIC X(09) VALUE 'STEWARD: '.
001840     05  PH-STEWARD              PIC X(08).
001850 01  WS-PAGE-HEAD-2.
001860     05  FILLER                  PIC X(14) VALUE 'ENTRIES FILE: '.
001870     05  PH-FILE-NAME            PIC X(80).
001880 01  WS-RACE-HEAD.
001890     05  FILLER                  PIC X(06) VALUE 'RACE: '.
001900     05  RT-RACE-ID              PIC X(10).
001910     05  FILLER                  PIC X(09) VALUE '  CLASS: '.
001920     05  RT-CLASS                PIC X(08).
001930     05  FILLER                  PIC X(13) VALUE '  RACE TIME: '.
001940     05  RT-TIME                 PIC Z(7)9.
001950     05  FILLER                  PIC X(19) VALUE
001960             '  RECORD DISTANCE: '.
001970     05  RT-DIST                 PIC Z(16)9.
001980 01  WS-COL-HEAD-1.
001990     05  FILLER                  PIC X(06) VALUE ' RANK '.
002000     05  FILLER                  PIC X(11) VALUE 'BOAT-ID'.
002010     05  FILLER                  PIC X(21) VALUE 'SKIPPER'.
002020     05  FILLER                  PIC X(09) VALUE '    HOLD '.
002030     05  FILLER                  PIC X(18) VALUE
002040             '         DISTANCE '.
002050     05  FILLER                  PIC X(19) VALUE
002060             ' MARGIN OVER RECORD'.
002070     05  FILLER                  PIC X(07) VALUE ' RESULT'.
002080 01  WS-DETAIL-LINE.
002090     05  DL-RANK                 PIC Z(4)9.
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  DL-BOAT-ID              PIC X(10).
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  DL-SKIPPER              PIC X(20).
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  DL-HOLD-TIME            PIC Z(7)9.
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  DL-DISTANCE             PIC Z(16)9.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  DL-MARGIN               PIC -(17)9.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  DL-RESULT               PIC X(06).
002220 01  WS-RACE-FOOT.
002230     05  FILLER                  PIC X(16) VALUE
002240             'BOATS RANKED:   '.
002250     05  RF-FIELD-CT             PIC Z(4)9.
002260 01  WS-SUMMARY-LINE.
002270     05  SM-LABEL                PIC X(40).
002280     05  SM-VALUE                PIC Z(16)9.
002290 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
002300 PROCEDURE DIVISION.
002310*----------------------------------------------------------------*
002320* MAINLINE                                                        *
002330*----------------------------------------------------------------*
002340     PERFORM GET-RUN-PARMS.
002350     PERFORM VALIDATE-ENTRY-CONTROLS.
002360
002370     OPEN INPUT FD-RACEMST.
002380     IF WS-RACEMST-STATUS NOT = '00'
002390         DISPLAY "Race master not available, status "
002400             WS-RACEMST-STATUS
002410         MOVE 8 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     OPEN INPUT FD-RACEHIS.
002450     IF WS-RACEHIS-STATUS NOT = '00'
002460         DISPLAY "Race history not available, status "
002470             WS-RACEHIS-STATUS
002480         CLOSE FD-RACEMST
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520*    THE FIRST ENTRIES FILE EVER SCORED CREATES THE FINISHES
002530*    FILE, THE WAY RACEMNT CREATES THE MASTER ON FIRST LOAD.
002540     OPEN I-O FD-FINISH.
002550     IF WS-FINISH-STATUS = '35'
002560         OPEN OUTPUT FD-FINISH
002570         CLOSE FD-FINISH
002580         OPEN I-O FD-FINISH
002590     END-IF.
002600     IF WS-FINISH-STATUS NOT = '00'
002610         DISPLAY "Finishes file not available: "
002620             FUNCTION TRIM(WS-FINISH-FILE-NAME)
002630             " STATUS " WS-FINISH-STATUS
002640         CLOSE FD-RACEMST
002650         CLOSE FD-RACEHIS
002660         MOVE 8 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     OPEN OUTPUT FD-REJECT.
002700     OPEN OUTPUT FD-SCORED.
002710     IF WS-REJECT-STATUS NOT = '00'
002720        OR WS-SCORED-STATUS NOT = '00'
002730         DISPLAY "Scored/rejects files not available for "
002740             FUNCTION TRIM(WS-ENTRY-FILE-NAME)
002750         CLOSE FD-RACEMST
002760         CLOSE FD-RACEHIS
002770         CLOSE FD-FINISH
002780         MOVE 8 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810
002820     MOVE WS-RUN-DATE TO PH-RUN-DATE.
002830     MOVE WS-STEWARD-ID TO PH-STEWARD.
002840     MOVE WS-ENTRY-FILE-NAME TO PH-FILE-NAME.
002850     WRITE SCORED-RECORD FROM WS-PAGE-HEAD-1.
002860     WRITE SCORED-RECORD FROM WS-PAGE-HEAD-2.
002870
002880     SORT SD-SORT
002890         ON ASCENDING KEY SR-RACE-ID
002900         ON DESCENDING KEY SR-DISTANCE
002910         ON ASCENDING KEY SR-BOAT-ID
002920         INPUT PROCEDURE IS SCORE-ENTRIES-INPUT
002930         OUTPUT PROCEDURE IS RANK-ENTRIES-OUTPUT.
002940
002950     PERFORM WRITE-SUMMARY-BLOCK.
002960     CLOSE FD-RACEMST.
002970     CLOSE FD-RACEHIS.
002980     CLOSE FD-FINISH.
002990     CLOSE FD-REJECT.
003000     CLOSE FD-SCORED.
003010
003020     DISPLAY "Entries read/scored/rejected: " WS-ENTRY-CT
003030         "/" WS-SCORED-CT "/" WS-REJECT-CT.
003040     DISPLAY "Races ranked: " WS-RACE-CT
003050         "  beat/tied/missed: " WS-BEAT-CT "/" WS-TIED-CT
003060         "/" WS-MISSED-CT.
003070     DISPLAY "Scored listing: "
003080         FUNCTION TRIM(WS-SCORED-FILE-NAME).
003090     IF WS-REJECT-CT > 0
003100         MOVE 4 TO RETURN-CODE
003110     ELSE
003120         MOVE 0 TO RETURN-CODE
003130     END-IF.
003140     STOP RUN.
003150
003160*----------------------------------------------------------------*
003170* GET-RUN-PARMS - "ENTRIES-FILE [RUN-DATE(DD/MM/YYYY) [MASTER    *
003180* [HISTORY [FINISHES]]]]"; THE DATE DEFAULTS TO TODAY, THE FILES *
003190* TO THE PRODUCTION NAMES. THE DATE IS ALSO HELD AS YYYY-MM-DD   *
003200* FOR THE KEYED HISTORY AND FINISHES FILES. THE SCORED LISTING   *
003210* AND REJECTS FILE NAMES DERIVE FROM THE ENTRIES FILE NAME.      *
003220*----------------------------------------------------------------*
003230 GET-RUN-PARMS.
003240     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
003250     UNSTRING WS-PARM-DATA DELIMITED BY SPACE
003260         INTO WS-PARM-ENTRY WS-PARM-DATE WS-PARM-MASTER
003270              WS-PARM-HISTORY WS-PARM-FINISH.
003280     IF WS-PARM-ENTRY NOT = SPACES
003290         MOVE WS-PARM-ENTRY TO WS-ENTRY-FILE-NAME
003300     END-IF.
003310     IF WS-PARM-DATE = SPACES
003320         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
003330         MOVE SPACES TO WS-RUN-DATE
003340         STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR
003350             DELIMITED BY SIZE INTO WS-RUN-DATE
003360     ELSE
003370         MOVE WS-PARM-DATE TO WS-RUN-DATE
003380     END-IF.
003390     IF WS-RUN-DATE(1:2) IS NUMERIC
003400        AND WS-RUN-DATE(4:2) IS NUMERIC
003410        AND WS-RUN-DATE(7:4) IS NUMERIC
003420        AND WS-RUN-DATE(3:1) = '/'
003430        AND WS-RUN-DATE(6:1) = '/'
003440         MOVE SPACES TO WS-RUN-DATE-ISO
003450         STRING WS-RUN-DATE(7:4) '-' WS-RUN-DATE(4:2) '-'
003460                WS-RUN-DATE(1:2)
003470             DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
003480     ELSE
003490         DISPLAY "Run date not valid: " WS-RUN-DATE
003500         MOVE 8 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     IF WS-PARM-MASTER NOT = SPACES
003540         MOVE WS-PARM-MASTER TO WS-RACEMST-FILE-NAME
003550     END-IF.
003560     IF WS-PARM-HISTORY NOT = SPACES
003570         MOVE WS-PARM-HISTORY TO WS-RACEHIS-FILE-NAME
003580     END-IF.
003590     IF WS-PARM-FINISH NOT = SPACES
003600         MOVE WS-PARM-FINISH TO WS-FINISH-FILE-NAME
003610     END-IF.
003620     MOVE SPACES TO WS-SCORED-FILE-NAME.
003630     STRING FUNCTION TRIM(WS-ENTRY-FILE-NAME) DELIMITED BY SIZE
003640            '.scored' DELIMITED BY SIZE
003650         INTO WS-SCORED-FILE-NAME.
003660     MOVE SPACES TO WS-REJECT-FILE-NAME.
003670     STRING FUNCTION TRIM(WS-ENTRY-FILE-NAME) DELIMITED BY SIZE
003680            '.rejects' DELIMITED BY SIZE
003690         INTO WS-REJECT-FILE-NAME.
003700
003710*----------------------------------------------------------------*
003720* VALIDATE-ENTRY-CONTROLS - A FIRST PASS OVER THE ENTRIES FILE   *
003730* BEFORE ANYTHING IS SCORED: THE HDR MUST BE THERE (AND NAMES    *
003740* THE SENDING STEWARD), THE TRL MUST BE THERE AND ITS DETAIL     *
003750* COUNT AND HOLD-TIME HASH MUST MATCH WHAT WAS ACTUALLY READ.    *
003760* A TRUNCATED OR DOCTORED ENTRIES FILE FAILS THE RUN WITH        *
003770* RETURN CODE 12 AND THE FINISHES FILE IS NOT TOUCHED.           *
003780*----------------------------------------------------------------*
003790 VALIDATE-ENTRY-CONTROLS.
003800     OPEN INPUT FD-ENTRY.
003810     IF WS-ENTRY-STATUS NOT = '00'
003820         DISPLAY "Entries file not available: "
003830             FUNCTION TRIM(WS-ENTRY-FILE-NAME)
003840         MOVE 8 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     MOVE 'N' TO WS-EOF.
003880     PERFORM UNTIL WS-END-OF-FILE
003890         READ FD-ENTRY
003900             AT END
003910                 SET WS-END-OF-FILE TO TRUE
003920             NOT AT END
003930                 PERFORM CHECK-ONE-CTL-RECORD
003940         END-READ
003950     END-PERFORM.
003960     CLOSE FD-ENTRY.
003970     IF NOT WS-CTL-HDR-SEEN
003980         SET WS-CTL-FAILED TO TRUE
003990         DISPLAY "No header on entries file"
004000     END-IF.
004010     IF NOT WS-CTL-TRL-SEEN
004020         SET WS-CTL-FAILED TO TRUE
004030         DISPLAY "No trailer on entries file"
004040     ELSE
004050         IF WS-CTL-DETAIL-CT NOT = WS-CTL-EXPECT-CT
004060             SET WS-CTL-FAILED TO TRUE
004070             DISPLAY "Entries count mismatch: expected "
004080                 WS-CTL-EXPECT-CT " read " WS-CTL-DETAIL-CT
004090         END-IF
004100         IF WS-CTL-HASH NOT = WS-CTL-EXPECT-HASH
004110             SET WS-CTL-FAILED TO TRUE
004120             DISPLAY "Entries hash mismatch: expected "
004130                 WS-CTL-EXPECT-HASH " read " WS-CTL-HASH
004140         END-IF
004150     END-IF.
004160     IF WS-CTL-FAILED
004170         DISPLAY "*** ENTRIES CONTROLS FAILED - NOTHING SCORED"
004180         MOVE 12 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210
004220*----------------------------------------------------------------*
004230* CHECK-ONE-CTL-RECORD - CLASSIFY ONE ENTRIES LINE ON THE        *
004240* CONTROL PASS: THE HDR GIVES UP THE STEWARD ID, THE TRL THE     *
004250* EXPECTED COUNT AND HASH, AND EVERY DETAIL RECORD IS COUNTED    *
004260* AND ITS HOLD TIME HASHED (LOW-ORDER 18 DIGITS). A HOLD TIME     *
004270* THAT IS NOT NUMERIC CANNOT BE HASHED AND SURFACES AS A HASH    *
004280* MISMATCH, AS ON THE MAIN INPUT.                                *
004290*----------------------------------------------------------------*
004300 CHECK-ONE-CTL-RECORD.
004310     MOVE ENTRY-RECORD TO BOAT-CONTROL-RECORD.
004320     EVALUATE TRUE
004330         WHEN CTL-HEADER
004340             SET WS-CTL-HDR-SEEN TO TRUE
004350             MOVE CTL-SOURCE-SYSTEM TO WS-STEWARD-ID
004360         WHEN CTL-TRAILER
004370             SET WS-CTL-TRL-SEEN TO TRUE
004380             IF FUNCTION TEST-NUMVAL(CTL-EXPECT-CT) = 0
004390                 COMPUTE WS-CTL-EXPECT-CT =
004400                     FUNCTION NUMVAL(CTL-EXPECT-CT)
004410             END-IF
004420             IF FUNCTION TEST-NUMVAL(CTL-HASH-TOTAL) = 0
004430                 COMPUTE WS-CTL-EXPECT-HASH =
004440                     FUNCTION NUMVAL(CTL-HASH-TOTAL)
004450             END-IF
004460         WHEN OTHER
004470             ADD 1 TO WS-CTL-DETAIL-CT
004480             IF EN-HOLD-TIME IS NUMERIC
004490                 COMPUTE WS-CTL-HASH =
004500                     FUNCTION MOD(WS-CTL-HASH + EN-HOLD-TIME,
004510                         1000000000000000000)
004520             END-IF
004530     END-EVALUATE.
004540
004550*----------------------------------------------------------------*
004560* SCORE-ENTRIES-INPUT - SORT INPUT PROCEDURE. SECOND PASS OVER   *
004570* THE ENTRIES FILE: SKIP THE CONTROL RECORDS, VALIDATE AND       *
004580* SCORE EACH ENTRY, AND RELEASE THE GOOD ONES FOR RANKING.       *
004590*----------------------------------------------------------------*
004600 SCORE-ENTRIES-INPUT.
004610     OPEN INPUT FD-ENTRY.
004620     MOVE 'N' TO WS-EOF.
004630     PERFORM UNTIL WS-END-OF-FILE
004640         READ FD-ENTRY
004650             AT END
004660                 SET WS-END-OF-FILE TO TRUE
004670             NOT AT END
004680                 MOVE ENTRY-RECORD TO BOAT-CONTROL-RECORD
004690                 IF NOT (CTL-HEADER OR CTL-TRAILER)
004700                     ADD 1 TO WS-ENTRY-CT
004710                     PERFORM SCORE-ONE-ENTRY
004720                 END-IF
004730         END-READ
004740     END-PERFORM.
004750     CLOSE FD-ENTRY.
004760
004770*----------------------------------------------------------------*
004780* SCORE-ONE-ENTRY - THE FIELD AND REFERENCE GATES ONE ENTRY MUST *
004790* PASS, THEN THE SCORE. THE FIRST FAILED GATE NAMES THE REJECT;  *
004800* THE RACE'S TIME AND RECORD DISTANCE COME OFF THE NIGHT'S       *
004810* RACE.HISTORY RECORD, SO AN ENTRY IS ONLY EVER SCORED AGAINST   *
004820* FIGURES THAT WERE ACTUALLY PUBLISHED.                          *
004830*----------------------------------------------------------------*
004840 SCORE-ONE-ENTRY.
004850     SET WS-DATA-VALID TO TRUE.
004860     IF EN-BOAT-ID = SPACES OR EN-SKIPPER = SPACES
004870         MOVE 'MISSING BOAT OR SKIPPER' TO WS-REJECT-MSG
004880         PERFORM REJECT-ENTRY
004890     END-IF.
004900     IF WS-DATA-VALID AND EN-HOLD-TIME IS NOT NUMERIC
004910         MOVE 'NON-NUMERIC HOLD TIME' TO WS-REJECT-MSG
004920         PERFORM REJECT-ENTRY
004930     END-IF.
004940     IF WS-DATA-VALID
004950         MOVE EN-RACE-ID TO RM-RACE-ID
004960         READ FD-RACEMST
004970             INVALID KEY
004980                 MOVE 'UNKNOWN RACE-ID' TO WS-REJECT-MSG
004990                 PERFORM REJECT-ENTRY
005000             NOT INVALID KEY
005010                 IF NOT RM-ACTIVE
005020                     MOVE 'INACTIVE RACE-ID' TO WS-REJECT-MSG
005030                     PERFORM REJECT-ENTRY
005040                 END-IF
005050         END-READ
005060     END-IF.
005070     IF WS-DATA-VALID
005080         MOVE EN-RACE-ID TO RH-RACE-ID
005090         MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE
005100         READ FD-RACEHIS
005110             INVALID KEY
005120                 MOVE 'RACE NOT RUN ON RUN DATE' TO WS-REJECT-MSG
005130                 PERFORM REJECT-ENTRY
005140         END-READ
005150     END-IF.
005160     IF WS-DATA-VALID AND EN-HOLD-TIME > RH-TIME
005170         MOVE 'HOLD EXCEEDS RACE TIME' TO WS-REJECT-MSG
005180         PERFORM REJECT-ENTRY
005190     END-IF.
005200     IF WS-DATA-VALID
005210         COMPUTE WS-DISTANCE =
005220             (RH-TIME - EN-HOLD-TIME) * EN-HOLD-TIME
005230         MOVE EN-RACE-ID TO SR-RACE-ID
005240         MOVE WS-DISTANCE TO SR-DISTANCE
005250         MOVE EN-BOAT-ID TO SR-BOAT-ID
005260         MOVE EN-SKIPPER TO SR-SKIPPER
005270         MOVE RM-CLASS TO SR-CLASS
005280         MOVE EN-HOLD-TIME TO SR-HOLD-TIME
005290         MOVE RH-TIME TO SR-TIME
005300         MOVE RH-DIST TO SR-RECORD-DIST
005310         MOVE ENTRY-RECORD TO SR-ENTRY
005320         RELEASE SORT-RECORD
005330     END-IF.
005340
005350*----------------------------------------------------------------*
005360* REJECT-ENTRY - ONE REJECT, ONE LINE ON THE REJECTS FILE: THE   *
005370* ENTRY EXACTLY AS IT CAME IN PLUS THE REASON, SO THE STEWARDS   *
005380* CAN FIX THE LINE AND RESEND IT (RACEMNT'S DISCIPLINE).         *
005390*----------------------------------------------------------------*
005400 REJECT-ENTRY.
005410     SET WS-DATA-INVALID TO TRUE.
005420     ADD 1 TO WS-REJECT-CT.
005430     MOVE ENTRY-RECORD TO RJ-ENTRY.
005440     MOVE WS-REJECT-MSG TO RJ-MESSAGE.
005450     WRITE REJECT-RECORD FROM WS-REJECT-LINE.
005460     DISPLAY "Rejected (" FUNCTION TRIM(WS-REJECT-MSG) "): "
005470         EN-RACE-ID " " EN-BOAT-ID.
005480
005490*----------------------------------------------------------------*
005500* RANK-ENTRIES-OUTPUT - SORT OUTPUT PROCEDURE. THE SCORED        *
005510* ENTRIES COME BACK RACE BY RACE, BEST DISTANCE FIRST; EACH      *
005520* RACE IS ONE CONTROL GROUP.                                     *
005530*----------------------------------------------------------------*
005540 RANK-ENTRIES-OUTPUT.
005550     PERFORM UNTIL WS-SORT-END
005560         RETURN SD-SORT
005570             AT END
005580                 SET WS-SORT-END TO TRUE
005590             NOT AT END
005600                 PERFORM RANK-ONE-ENTRY
005610         END-RETURN
005620     END-PERFORM.
005630     IF WS-GROUP-OPEN
005640         PERFORM CLOSE-RACE-GROUP
005650     END-IF.
005660
005670*----------------------------------------------------------------*
005680* RANK-ONE-ENTRY - RANK ONE SCORED ENTRY WITHIN ITS RACE AND     *
005690* FILE IT AS A FINISH. STANDARD COMPETITION RANKING: A BOAT      *
005700* LEVEL ON DISTANCE WITH THE ONE ABOVE SHARES ITS RANK, THE NEXT *
005710* BOAT DOWN TAKES ITS PLACE COUNT (1, 2, 2, 4). THE FINISHES KEY *
005720* IS RACE, DATE AND BOAT, SO A SECOND ENTRY FOR A BOAT ALREADY   *
005730* FILED IN THIS RACE FAILS THE WRITE AND IS REJECTED - IT NEVER  *
005740* TAKES A PLACE IN THE RANKING.                                  *
005750*----------------------------------------------------------------*
005760 RANK-ONE-ENTRY.
005770     IF NOT WS-GROUP-OPEN
005780         PERFORM START-RACE-GROUP
005790     ELSE
005800         IF SR-RACE-ID NOT = WS-CUR-RACE-ID
005810             PERFORM CLOSE-RACE-GROUP
005820             PERFORM START-RACE-GROUP
005830         END-IF
005840     END-IF.
005850     COMPUTE WS-NEXT-POSITION = WS-POSITION + 1.
005860     IF WS-POSITION = 0 OR SR-DISTANCE NOT = WS-PREV-DISTANCE
005870         MOVE WS-NEXT-POSITION TO WS-NEXT-RANK
005880     ELSE
005890         MOVE WS-RANK TO WS-NEXT-RANK
005900     END-IF.
005910     COMPUTE WS-MARGIN = SR-DISTANCE - SR-RECORD-DIST.
005920     MOVE SPACES TO RACE-FINISH-RECORD.
005930     MOVE SR-RACE-ID TO FN-RACE-ID.
005940     MOVE WS-RUN-DATE-ISO TO FN-RUN-DATE.
005950     MOVE SR-BOAT-ID TO FN-BOAT-ID.
005960     MOVE SR-SKIPPER TO FN-SKIPPER.
005970     MOVE SR-CLASS TO FN-CLASS.
005980     MOVE SR-HOLD-TIME TO FN-HOLD-TIME.
005990     MOVE SR-DISTANCE TO FN-DISTANCE.
006000     MOVE SR-RECORD-DIST TO FN-RECORD-DIST.
006010     EVALUATE TRUE
006020         WHEN WS-MARGIN > 0
006030             SET FN-BEAT TO TRUE
006040         WHEN WS-MARGIN = 0
006050             SET FN-TIED TO TRUE
006060         WHEN OTHER
006070             SET FN-MISSED TO TRUE
006080     END-EVALUATE.
006090     MOVE WS-NEXT-RANK TO FN-RANK.
006100     MOVE 0 TO FN-FIELD-CT.
006110     MOVE 0 TO FN-POINTS.
006120     WRITE RACE-FINISH-RECORD
006130         INVALID KEY
006140             PERFORM REJECT-DUPLICATE-BOAT
006150         NOT INVALID KEY
006160             MOVE WS-NEXT-POSITION TO WS-POSITION
006170             MOVE WS-NEXT-RANK TO WS-RANK
006180             MOVE SR-DISTANCE TO WS-PREV-DISTANCE
006190             PERFORM WRITE-SCORED-LINE
006200     END-WRITE.
006210
006220*----------------------------------------------------------------*
006230* REJECT-DUPLICATE-BOAT - THE SAME BOAT ENTERED TWICE IN ONE     *
006240* RACE. THE ENTRY AS SENT RODE THROUGH THE SORT WITH THE SCORE,  *
006250* SO IT GOES TO THE REJECTS FILE JUST AS AN INPUT-SIDE REJECT.   *
006260*----------------------------------------------------------------*
006270 REJECT-DUPLICATE-BOAT.
006280     ADD 1 TO WS-REJECT-CT.
006290     MOVE SR-ENTRY TO RJ-ENTRY.
006300     MOVE 'DUPLICATE BOAT ENTRY' TO RJ-MESSAGE.
006310     WRITE REJECT-RECORD FROM WS-REJECT-LINE.
006320     DISPLAY "Rejected (DUPLICATE BOAT ENTRY): "
006330         SR-RACE-ID " " SR-BOAT-ID.
006340
006350*----------------------------------------------------------------*
006360* WRITE-SCORED-LINE - ONE RANKED BOAT ON THE SCORED LISTING AND  *
006370* IN THE RUN'S BEAT/TIED/MISSED COUNTS.                          *
006380*----------------------------------------------------------------*
006390 WRITE-SCORED-LINE.
006400     ADD 1 TO WS-SCORED-CT.
006410     MOVE FN-RANK TO DL-RANK.
006420     MOVE FN-BOAT-ID TO DL-BOAT-ID.
006430     MOVE FN-SKIPPER TO DL-SKIPPER.
006440     MOVE FN-HOLD-TIME TO DL-HOLD-TIME.
006450     MOVE FN-DISTANCE TO DL-DISTANCE.
006460     MOVE WS-MARGIN TO DL-MARGIN.
006470     EVALUATE TRUE
006480         WHEN FN-BEAT
006490             MOVE 'BEAT' TO DL-RESULT
006500             ADD 1 TO WS-BEAT-CT
006510         WHEN FN-TIED
006520             MOVE 'TIED' TO DL-RESULT
006530             ADD 1 TO WS-TIED-CT
006540         WHEN OTHER
006550             MOVE 'MISSED' TO DL-RESULT
006560             ADD 1 TO WS-MISSED-CT
006570     END-EVALUATE.
006580     WRITE SCORED-RECORD FROM WS-DETAIL-LINE.
006590
006600*----------------------------------------------------------------*
006610* START-RACE-GROUP - OPEN A NEW RACE: CLEAR THE RANKING AND      *
006620* WRITE THE RACE HEADING. ANY FINISHES ALREADY ON FILE FOR THIS  *
006630* RACE AND RUN DATE ARE FROM AN EARLIER RUN OF THE ENTRIES AND   *
006640* ARE DELETED FIRST, SO A RERUN RESTATES THE RACE'S FIELD        *
006650* RATHER THAN MIXING OLD AND NEW ENTRIES IN ONE RANKING.         *
006660*----------------------------------------------------------------*
006670 START-RACE-GROUP.
006680     SET WS-GROUP-OPEN TO TRUE.
006690     MOVE SR-RACE-ID TO WS-CUR-RACE-ID.
006700     MOVE 0 TO WS-POSITION.
006710     MOVE 0 TO WS-RANK.
006720     MOVE 0 TO WS-PREV-DISTANCE.
006730     PERFORM POSITION-RACE-FINISHES.
006740     PERFORM UNTIL WS-SCAN-END
006750         DELETE FD-FINISH RECORD
006760         ADD 1 TO WS-RESTATED-CT
006770         PERFORM READ-NEXT-RACE-FINISH
006780     END-PERFORM.
006790     MOVE SR-RACE-ID TO RT-RACE-ID.
006800     MOVE SR-CLASS TO RT-CLASS.
006810     MOVE SR-TIME TO RT-TIME.
006820     MOVE SR-RECORD-DIST TO RT-DIST.
006830     WRITE SCORED-RECORD FROM WS-BLANK-LINE.
006840     WRITE SCORED-RECORD FROM WS-RACE-HEAD.
006850     WRITE SCORED-RECORD FROM WS-COL-HEAD-1.
006860
006870*----------------------------------------------------------------*
006880* CLOSE-RACE-GROUP - THE RACE'S FIELD IS COMPLETE, SO NOW THE    *
006890* NUMBER OF BOATS RANKED IS KNOWN: GO BACK OVER THE RACE'S       *
006900* FINISHES IN KEY ORDER AND STAMP EACH WITH THE FIELD SIZE AND   *
006910* THE SEASON POINTS ITS RANK EARNS (FIELD - RANK + 1).           *
006920*----------------------------------------------------------------*
006930 CLOSE-RACE-GROUP.
006940     ADD 1 TO WS-RACE-CT.
006950     PERFORM POSITION-RACE-FINISHES.
006960     PERFORM UNTIL WS-SCAN-END
006970         MOVE WS-POSITION TO FN-FIELD-CT
006980         COMPUTE FN-POINTS = WS-POSITION - FN-RANK + 1
006990         REWRITE RACE-FINISH-RECORD
007000         PERFORM READ-NEXT-RACE-FINISH
007010     END-PERFORM.
007020     MOVE WS-POSITION TO RF-FIELD-CT.
007030     WRITE SCORED-RECORD FROM WS-RACE-FOOT.
007040
007050*----------------------------------------------------------------*
007060* POSITION-RACE-FINISHES - START THE FINISHES FILE AT THE FIRST  *
007070* RECORD FOR THE CURRENT RACE AND RUN DATE AND READ IT; SETS     *
007080* WS-SCAN-END IF THE RACE HAS NO FINISHES FOR THE DATE.          *
007090*----------------------------------------------------------------*
007100 POSITION-RACE-FINISHES.
007110     MOVE 'N' TO WS-SCAN-EOF.
007120     MOVE WS-CUR-RACE-ID TO FN-RACE-ID.
007130     MOVE WS-RUN-DATE-ISO TO FN-RUN-DATE.
007140     MOVE LOW-VALUES TO FN-BOAT-ID.
007150     START FD-FINISH KEY IS NOT LESS THAN FN-KEY
007160         INVALID KEY
007170             SET WS-SCAN-END TO TRUE
007180     END-START.
007190     IF NOT WS-SCAN-END
007200         PERFORM READ-NEXT-RACE-FINISH
007210     END-IF.
007220
007230*----------------------------------------------------------------*
007240* READ-NEXT-RACE-FINISH - NEXT FINISH IN KEY ORDER; THE SCAN     *
007250* ENDS AT END OF FILE OR AT THE FIRST RECORD FOR ANOTHER RACE    *
007260* OR ANOTHER RUN DATE.                                           *
007270*----------------------------------------------------------------*
007280 READ-NEXT-RACE-FINISH.
007290     READ FD-FINISH NEXT RECORD
007300         AT END
007310             SET WS-SCAN-END TO TRUE
007320         NOT AT END
007330             IF FN-RACE-ID NOT = WS-CUR-RACE-ID
007340                OR FN-RUN-DATE NOT = WS-RUN-DATE-ISO
007350                 SET WS-SCAN-END TO TRUE
007360             END-IF
007370     END-READ.
007380
007390*----------------------------------------------------------------*
007400* WRITE-SUMMARY-BLOCK - THE RUN'S COUNTS AT THE FOOT OF THE      *
007410* SCORED LISTING.                                                *
007420*----------------------------------------------------------------*
007430 WRITE-SUMMARY-BLOCK.
007440     WRITE SCORED-RECORD FROM WS-BLANK-LINE.
007450     MOVE 'ENTRIES READ' TO SM-LABEL.
007460     MOVE WS-ENTRY-CT TO SM-VALUE.
007470     WRITE SCORED-RECORD FROM WS-SUMMARY-LINE.
007480     MOVE 'ENTRIES SCORED AND RANKED' TO SM-LABEL.
007490     MOVE WS-SCORED-CT TO SM-VALUE.
007500     WRITE SCORED-RECORD FROM WS-SUMMARY-LINE.
007510     MOVE 'ENTRIES REJECTED' TO SM-LABEL.
007520     MOVE WS-REJECT-CT TO SM-VALUE.
007530     WRITE SCORED-RECORD FROM WS-SUMMARY-LINE.
007540     MOVE 'RACES RANKED' TO SM-LABEL.
007550     MOVE WS-RACE-CT TO SM-VALUE.
007560     WRITE SCORED-RECORD FROM WS-SUMMARY-LINE.
007570     MOVE 'BEAT THE RECORD' TO SM-LABEL.
007580     MOVE WS-BEAT-CT TO SM-VALUE.
007590     WRITE SCORED-RECORD FROM WS-SUMMARY-LINE.
007600     MOVE 'TIED THE RECORD' TO SM-LABEL.
007610     MOVE WS-TIED-CT TO SM-VALUE.
007620     WRITE SCORED-RECORD FROM WS-SUMMARY-LINE.
007630     MOVE 'MISSED THE RECORD' TO SM-LABEL.
007640     MOVE WS-MISSED-CT TO SM-VALUE.
007650     WRITE SCORED-RECORD FROM WS-SUMMARY-LINE.
007660     MOVE 'EARLIER FINISHES RESTATED' TO SM-LABEL.
007670     MOVE WS-RESTATED-CT TO SM-VALUE.
007680     WRITE SCORED-RECORD FROM WS-SUMMARY-LINE.

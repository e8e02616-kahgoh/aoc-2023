000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06STD                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   SEASON STANDINGS - THE FIGURE THE CLUBS ACTUALLY FOLLOW.      *
000090*   READS THE CUMULATIVE RACE.FINISHES FILE DAY06ENT BUILDS (SEE  *
000100*   RACEFIN), TAKES EVERY FINISH WHOSE RUN DATE FALLS IN THE      *
000110*   SEASON YEAR ASKED FOR (DEFAULT THIS YEAR) AND ACCUMULATES     *
000120*   THEM PER SKIPPER WITHIN RACE CLASS: RACES SAILED, WINS (RANK  *
000130*   ONE, SHARED FIRSTS INCLUDED), BEAT/TIED/MISSED AGAINST THE    *
000140*   RECORD, SEASON POINTS AND THE BEST MARGIN OVER A RECORD       *
000150*   DISTANCE. A SKIPPER WHO SAILS IN TWO CLASSES STANDS IN BOTH.  *
000160*   TWO PASSES OF THE SORT VERB: THE FIRST (CLASS, SKIPPER)       *
000170*   GATHERS EACH SKIPPER'S FINISHES TOGETHER AND TOTALS THEM TO   *
000180*   A WORK FILE (<REPORT>.WORK, REBUILT EVERY RUN); THE SECOND    *
000190*   (CLASS ASC, POINTS DESC, WINS DESC, BEATS DESC) ORDERS THE    *
000200*   TOTALS INTO THE STANDINGS. SKIPPERS LEVEL ON POINTS AND WINS  *
000210*   SHARE A POSITION. THE PAGINATED REPORT (DAY06RPT'S LAYOUT     *
000220*   RULES) HAS ONE GROUP PER CLASS WITH A CLASS SUBTOTAL BLOCK    *
000230*   AND AN OVERALL SUMMARY AT THE END.                            *
000240*   RETURN CODES: 0 STANDINGS WRITTEN, 4 NO FINISHES ON FILE FOR  *
000250*   THE SEASON, 8 FILES NOT AVAILABLE OR A BAD SEASON PARM.       *
000260*----------------------------------------------------------------*
000270* MODIFICATION HISTORY                                            *
000280*----------------------------------------------------------------*
000290* DATE       INIT  DESCRIPTION                                    *
000300* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000310*----------------------------------------------------------------*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DAY06STD.
000340 AUTHOR. T. NAKAMURA.
000350 INSTALLATION. ADVENT OF CODE.
000360 DATE-WRITTEN. 15/10/2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FD-FINISH ASSIGN TO DYNAMIC WS-FINISH-FILE-NAME
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS FN-KEY
000450         FILE STATUS IS WS-FINISH-STATUS.
000460     SELECT FD-STDWORK ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-WORK-STATUS.
000490     SELECT FD-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-STATUS.
000520     SELECT SD-FINISH ASSIGN TO 'SORTWK01'.
000530     SELECT SD-STAND ASSIGN TO 'SORTWK02'.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  FD-FINISH.
000570     COPY RACEFIN.
000580*    ONE SKIPPER'S SEASON TOTALS WITHIN ONE CLASS - WRITTEN BY
000590*    THE FIRST SORT PASS, READ BACK BY THE SECOND.
000600 FD  FD-STDWORK.
000610 01  STANDING-WORK-RECORD.
000620     05  SW-CLASS                PIC X(08).
000630     05  SW-POINTS               PIC 9(07).
000640     05  SW-WINS                 PIC 9(05).
000650     05  SW-BEAT                 PIC 9(05).
000660     05  SW-SKIPPER              PIC X(20).
000670     05  SW-RACES                PIC 9(05).
000680     05  SW-TIED                 PIC 9(05).
000690     05  SW-MISSED               PIC 9(05).
000700     05  SW-BEST-MARGIN          PIC S9(17)
000710                                 SIGN IS LEADING SEPARATE.
000720 FD  FD-REPORT.
000730 01  REPORT-RECORD               PIC X(132).
000740 SD  SD-FINISH.
000750 01  SORT-FINISH-RECORD.
000760     05  SF-CLASS                PIC X(08).
000770     05  SF-SKIPPER              PIC X(20).
000780     05  SF-RESULT               PIC X(01).
000790         88  SF-BEAT                        VALUE 'B'.
000800         88  SF-TIED                        VALUE 'T'.
000810     05  SF-RANK                 PIC 9(05).
000820     05  SF-POINTS               PIC 9(05).
000830     05  SF-MARGIN               PIC S9(17)
000840                                 SIGN IS LEADING SEPARATE.
000850 SD  SD-STAND.
000860 01  SORT-STAND-RECORD.
000870     05  SS-CLASS                PIC X(08).
000880     05  SS-POINTS               PIC 9(07).
000890     05  SS-WINS                 PIC 9(05).
000900     05  SS-BEAT                 PIC 9(05).
000910     05  SS-SKIPPER              PIC X(20).
000920     05  SS-RACES                PIC 9(05).
000930     05  SS-TIED                 PIC 9(05).
000940     05  SS-MISSED               PIC 9(05).
000950     05  SS-BEST-MARGIN          PIC S9(17)
000960                                 SIGN IS LEADING SEPARATE.
000970 WORKING-STORAGE SECTION.
000980 01  WS-FINISH-FILE-NAME         PIC X(80) VALUE 'race.finishes'.
000990 01  WS-REPORT-FILE-NAME         PIC X(80) VALUE SPACES.
001000 01  WS-WORK-FILE-NAME           PIC X(80) VALUE SPACES.
001010 01  WS-PARM-DATA                PIC X(200) VALUE SPACES.
001020 01  WS-PARM-SEASON              PIC X(04) VALUE SPACES.
001030 01  WS-PARM-FINISH              PIC X(80) VALUE SPACES.
001040 01  WS-PARM-REPORT              PIC X(80) VALUE SPACES.
001050 01  WS-FINISH-STATUS            PIC X(02) VALUE SPACES.
001060 01  WS-WORK-STATUS              PIC X(02) VALUE SPACES.
001070 01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001080 01  WS-SEASON                   PIC X(04) VALUE SPACES.
001090 01  WS-EOF                      PIC X(01) VALUE 'N'.
001100     88  WS-END-OF-FILE                     VALUE 'Y'.
001110 01  WS-SORT-EOF                 PIC X(01) VALUE 'N'.
001120     88  WS-SORT-END                        VALUE 'Y'.
001130 01  WS-SKIPPER-SW               PIC X(01) VALUE 'N'.
001140     88  WS-SKIPPER-OPEN                    VALUE 'Y'.
001150 01  WS-GROUP-SW                 PIC X(01) VALUE 'N'.
001160     88  WS-GROUP-OPEN                      VALUE 'Y'.
001170 01  WS-READ-CT                  PIC 9(09) VALUE 0.
001180 01  WS-FINISH-CT                PIC 9(09) VALUE 0.
001190 01  WS-OTHER-SEASON-CT          PIC 9(09) VALUE 0.
001200 01  WS-SKIPPER-CT               PIC 9(09) VALUE 0.
001210 01  WS-CLASS-CT                 PIC 9(09) VALUE 0.
001220 01  WS-CUR-CLASS                PIC X(08) VALUE SPACES.
001230 01  WS-CUR-SKIPPER              PIC X(20) VALUE SPACES.
001240 01  WS-PREV-POINTS              PIC 9(07) VALUE 0.
001250 01  WS-PREV-WINS                PIC 9(05) VALUE 0.
001260 77  WS-CLS-POSITION             PIC 9(05) COMP VALUE 0.
001270 77  WS-CLS-RANK                 PIC 9(05) COMP VALUE 0.
001280 01  WS-CLS-SKIPPER-CT           PIC 9(09) VALUE 0.
001290 01  WS-CLS-FINISH-CT            PIC 9(09) VALUE 0.
001300 01  WS-CLS-BEAT-CT              PIC 9(09) VALUE 0.
001310 77  WS-LINE-CT                  PIC 9(03) COMP VALUE 99.
001320 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001330 77  WS-PAGE-CT                  PIC 9(05) COMP VALUE 0.
001340 01  WS-CURRENT-DATE-DATA.
001350     05  WS-CD-YEAR              PIC 9(04).
001360     05  WS-CD-MONTH             PIC 9(02).
001370     05  WS-CD-DAY               PIC 9(02).
001380     05  FILLER                  PIC X(13).
001390 01  WS-RUN-DATE                 PIC X(10).
001400 01  WS-PAGE-HEAD-1.
001410     05  FILLER                  PIC X(26) VALUE
001420             'DAY06 SEASON STANDINGS'.
001430     05  FILLER                  PIC X(08) VALUE 'SEASON: '.
001440     05  PH-SEASON               PIC X(04).
001450     05  FILLER                  PIC X(04) VALUE SPACES.
001460     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001470     05  PH-RUN-DATE             PIC X(10).
001480     05  FILLER                  PIC X(04) VALUE SPACES.
001490     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
001500     05  PH-PAGE                 PIC Z(4)9.
001510 01  WS-PAGE-HEAD-2.
001520     05  FILLER                  PIC X(15) VALUE
001530             'FINISHES FILE: '.
001540     05  PH-FILE-NAME            PIC X(80).
001550 01  WS-CLASS-HEAD.
001560     05  FILLER                  PIC X(07) VALUE 'CLASS: '.
001570     05  CH-CLASS                PIC X(08).
001580 01  WS-COL-HEAD-1.
001590     05  FILLER                  PIC X(05) VALUE ' POS '.
001600     05  FILLER                  PIC X(21) VALUE 'SKIPPER'.
001610     05  FILLER                  PIC X(06) VALUE ' RACES'.
001620     05  FILLER                  PIC X(06) VALUE '  WINS'.
001630     05  FILLER                  PIC X(06) VALUE '  BEAT'.
001640     05  FILLER                  PIC X(06) VALUE '  TIED'.
001650     05  FILLER                  PIC X(07) VALUE ' MISSED'.
001660     05  FILLER                  PIC X(09) VALUE '   POINTS'.
001670     05  FILLER                  PIC X(19) VALUE
001680             '        BEST MARGIN'.
001690 01  WS-DETAIL-LINE.
001700     05  DL-POS                  PIC Z(3)9.
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  DL-SKIPPER              PIC X(20).
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  DL-RACES                PIC Z(4)9.
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  DL-WINS                 PIC Z(4)9.
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  DL-BEAT                 PIC Z(4)9.
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  DL-TIED                 PIC Z(4)9.
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  DL-MISSED               PIC Z(4)9.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  DL-POINTS               PIC Z(7)9.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  DL-BEST-MARGIN          PIC -(17)9.
001870 01  WS-SUMMARY-LINE.
001880     05  SM-LABEL                PIC X(40).
001890     05  SM-VALUE                PIC Z(16)9.
001900 01  WS-CLS-TOTAL-LINE.
001910     05  CS-LABEL                PIC X(40).
001920     05  CS-VALUE                PIC Z(16)9.
001930 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
001940 PROCEDURE DIVISION.
001950*----------------------------------------------------------------*
001960* MAINLINE                                                        *
001970*----------------------------------------------------------------*
001980     PERFORM GET-RUN-PARMS.
001990
002000     OPEN INPUT FD-FINISH.
002010     IF WS-FINISH-STATUS NOT = '00'
002020         DISPLAY "Finishes file not available: "
002030             FUNCTION TRIM(WS-FINISH-FILE-NAME)
002040             " STATUS " WS-FINISH-STATUS
002050         MOVE 8 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080     CLOSE FD-FINISH.
002090
002100     SORT SD-FINISH
002110         ON ASCENDING KEY SF-CLASS
002120         ON ASCENDING KEY SF-SKIPPER
002130         INPUT PROCEDURE IS READ-FINISHES-INPUT
002140         OUTPUT PROCEDURE IS TOTAL-SKIPPER-OUTPUT.
002150
002160     IF WS-WORK-STATUS NOT = '00'
002170         DISPLAY "Standings work file not available: "
002180             FUNCTION TRIM(WS-WORK-FILE-NAME)
002190             " STATUS " WS-WORK-STATUS
002200         MOVE 8 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230
002240     SORT SD-STAND
002250         ON ASCENDING KEY SS-CLASS
002260         ON DESCENDING KEY SS-POINTS
002270         ON DESCENDING KEY SS-WINS
002280         ON DESCENDING KEY SS-BEAT
002290         ON ASCENDING KEY SS-SKIPPER
002300         USING FD-STDWORK
002310         OUTPUT PROCEDURE IS WRITE-STANDINGS-OUTPUT.
002320
002330     DISPLAY "Standings written: "
002340         FUNCTION TRIM(WS-REPORT-FILE-NAME).
002350     DISPLAY "Season " WS-SEASON " finishes/skippers: "
002360         WS-FINISH-CT "/" WS-SKIPPER-CT.
002370     IF WS-FINISH-CT = 0
002380         DISPLAY "No finishes on file for season " WS-SEASON
002390         MOVE 4 TO RETURN-CODE
002400     ELSE
002410         MOVE 0 TO RETURN-CODE
002420     END-IF.
002430     STOP RUN.
002440
002450*----------------------------------------------------------------*
002460* GET-RUN-PARMS - "[SEASON(YYYY) [FINISHES-FILE [REPORT-FILE]]]"; *
002470* THE SEASON DEFAULTS TO THE CURRENT YEAR, THE FINISHES FILE TO  *
002480* THE PRODUCTION NAME AND THE REPORT TO <FINISHES>.STANDINGS.    *
002490* THE WORK FILE DERIVES FROM THE REPORT NAME SO TWO SEASONS CAN  *
002500* BE REPORTED SIDE BY SIDE WITHOUT TREADING ON EACH OTHER.       *
002510*----------------------------------------------------------------*
002520 GET-RUN-PARMS.
002530     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
002540     UNSTRING WS-PARM-DATA DELIMITED BY SPACE
002550         INTO WS-PARM-SEASON WS-PARM-FINISH WS-PARM-REPORT.
002560     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
002570     MOVE SPACES TO WS-RUN-DATE.
002580     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR
002590         DELIMITED BY SIZE INTO WS-RUN-DATE.
002600     IF WS-PARM-SEASON = SPACES
002610         MOVE WS-CD-YEAR TO WS-SEASON
002620     ELSE
002630         MOVE WS-PARM-SEASON TO WS-SEASON
002640     END-IF.
002650     IF WS-SEASON IS NOT NUMERIC
002660         DISPLAY "Season not valid: " WS-SEASON
002670         MOVE 8 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     IF WS-PARM-FINISH NOT = SPACES
002710         MOVE WS-PARM-FINISH TO WS-FINISH-FILE-NAME
002720     END-IF.
002730     MOVE SPACES TO WS-REPORT-FILE-NAME.
002740     STRING FUNCTION TRIM(WS-FINISH-FILE-NAME) DELIMITED BY SIZE
002750            '.standings' DELIMITED BY SIZE
002760         INTO WS-REPORT-FILE-NAME.
002770     IF WS-PARM-REPORT NOT = SPACES
002780         MOVE WS-PARM-REPORT TO WS-REPORT-FILE-NAME
002790     END-IF.
002800     MOVE SPACES TO WS-WORK-FILE-NAME.
002810     STRING FUNCTION TRIM(WS-REPORT-FILE-NAME) DELIMITED BY SIZE
002820            '.work' DELIMITED BY SIZE
002830         INTO WS-WORK-FILE-NAME.
002840
002850*----------------------------------------------------------------*
002860* READ-FINISHES-INPUT - FIRST SORT'S INPUT PROCEDURE. EVERY      *
002870* FINISH ON FILE IS READ IN KEY ORDER; THOSE WHOSE RUN DATE      *
002880* (YYYY-MM-DD) FALLS IN THE SEASON YEAR ARE RELEASED, THE REST   *
002890* ARE ONLY COUNTED.                                              *
002900*----------------------------------------------------------------*
002910 READ-FINISHES-INPUT.
002920     OPEN INPUT FD-FINISH.
002930     PERFORM UNTIL WS-END-OF-FILE
002940         READ FD-FINISH NEXT RECORD
002950             AT END
002960                 SET WS-END-OF-FILE TO TRUE
002970             NOT AT END
002980                 ADD 1 TO WS-READ-CT
002990                 PERFORM SELECT-SEASON-FINISH
003000         END-READ
003010     END-PERFORM.
003020     CLOSE FD-FINISH.
003030
003040*----------------------------------------------------------------*
003050* SELECT-SEASON-FINISH - RELEASE ONE FINISH IF IT BELONGS TO THE *
003060* SEASON, CARRYING ITS MARGIN OVER THE RECORD DISTANCE (SIGNED - *
003070* A MISS IS A NEGATIVE MARGIN).                                  *
003080*----------------------------------------------------------------*
003090 SELECT-SEASON-FINISH.
003100     IF FN-RUN-DATE(1:4) NOT = WS-SEASON
003110         ADD 1 TO WS-OTHER-SEASON-CT
003120     ELSE
003130         ADD 1 TO WS-FINISH-CT
003140         MOVE FN-CLASS TO SF-CLASS
003150         MOVE FN-SKIPPER TO SF-SKIPPER
003160         MOVE FN-RESULT TO SF-RESULT
003170         MOVE FN-RANK TO SF-RANK
003180         MOVE FN-POINTS TO SF-POINTS
003190         COMPUTE SF-MARGIN = FN-DISTANCE - FN-RECORD-DIST
003200         RELEASE SORT-FINISH-RECORD
003210     END-IF.
003220
003230*----------------------------------------------------------------*
003240* TOTAL-SKIPPER-OUTPUT - FIRST SORT'S OUTPUT PROCEDURE. THE      *
003250* FINISHES COME BACK CLASS BY CLASS, SKIPPER BY SKIPPER; EACH    *
003260* SKIPPER IS ONE CONTROL GROUP, TOTALLED TO THE WORK FILE.       *
003270*----------------------------------------------------------------*
003280 TOTAL-SKIPPER-OUTPUT.
003290     OPEN OUTPUT FD-STDWORK.
003300     IF WS-WORK-STATUS = '00'
003310         PERFORM UNTIL WS-SORT-END
003320             RETURN SD-FINISH
003330                 AT END
003340                     SET WS-SORT-END TO TRUE
003350                 NOT AT END
003360                     PERFORM TOTAL-ONE-FINISH
003370             END-RETURN
003380         END-PERFORM
003390         IF WS-SKIPPER-OPEN
003400             PERFORM WRITE-SKIPPER-TOTAL
003410         END-IF
003420         CLOSE FD-STDWORK
003430     END-IF.
003440
003450*----------------------------------------------------------------*
003460* TOTAL-ONE-FINISH - FOLD ONE FINISH INTO ITS SKIPPER'S TOTALS,  *
003470* CLOSING THE PREVIOUS SKIPPER ON A CHANGE OF CLASS OR SKIPPER.  *
003480*----------------------------------------------------------------*
003490 TOTAL-ONE-FINISH.
003500     IF WS-SKIPPER-OPEN
003510         IF SF-CLASS NOT = WS-CUR-CLASS
003520            OR SF-SKIPPER NOT = WS-CUR-SKIPPER
003530             PERFORM WRITE-SKIPPER-TOTAL
003540         END-IF
003550     END-IF.
003560     IF NOT WS-SKIPPER-OPEN
003570         SET WS-SKIPPER-OPEN TO TRUE
003580         MOVE SF-CLASS TO WS-CUR-CLASS
003590         MOVE SF-SKIPPER TO WS-CUR-SKIPPER
003600         MOVE SPACES TO STANDING-WORK-RECORD
003610         MOVE SF-CLASS TO SW-CLASS
003620         MOVE SF-SKIPPER TO SW-SKIPPER
003630         MOVE 0 TO SW-POINTS SW-WINS SW-BEAT SW-RACES
003640                   SW-TIED SW-MISSED
003650         MOVE SF-MARGIN TO SW-BEST-MARGIN
003660     END-IF.
003670     ADD 1 TO SW-RACES.
003680     ADD SF-POINTS TO SW-POINTS.
003690     IF SF-RANK = 1
003700         ADD 1 TO SW-WINS
003710     END-IF.
003720     EVALUATE TRUE
003730         WHEN SF-BEAT
003740             ADD 1 TO SW-BEAT
003750         WHEN SF-TIED
003760             ADD 1 TO SW-TIED
003770         WHEN OTHER
003780             ADD 1 TO SW-MISSED
003790     END-EVALUATE.
003800     IF SF-MARGIN > SW-BEST-MARGIN
003810         MOVE SF-MARGIN TO SW-BEST-MARGIN
003820     END-IF.
003830
003840*----------------------------------------------------------------*
003850* WRITE-SKIPPER-TOTAL - ONE SKIPPER'S SEASON IN ONE CLASS TO THE *
003860* WORK FILE FOR THE STANDINGS SORT.                              *
003870*----------------------------------------------------------------*
003880 WRITE-SKIPPER-TOTAL.
003890     WRITE STANDING-WORK-RECORD.
003900     ADD 1 TO WS-SKIPPER-CT.
003910     MOVE 'N' TO WS-SKIPPER-SW.
003920
003930*----------------------------------------------------------------*
003940* WRITE-STANDINGS-OUTPUT - SECOND SORT'S OUTPUT PROCEDURE. THE   *
003950* SKIPPER TOTALS COME BACK CLASS BY CLASS IN STANDINGS ORDER.    *
003960*----------------------------------------------------------------*
003970 WRITE-STANDINGS-OUTPUT.
003980     OPEN OUTPUT FD-REPORT.
003990     IF WS-REPORT-STATUS NOT = '00'
004000         DISPLAY "Standings report not available: "
004010             FUNCTION TRIM(WS-REPORT-FILE-NAME)
004020         MOVE 8 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     MOVE 'N' TO WS-SORT-EOF.
004060     PERFORM UNTIL WS-SORT-END
004070         RETURN SD-STAND
004080             AT END
004090                 SET WS-SORT-END TO TRUE
004100             NOT AT END
004110                 PERFORM WRITE-SKIPPER-LINE
004120         END-RETURN
004130     END-PERFORM.
004140     IF WS-GROUP-OPEN
004150         PERFORM WRITE-CLASS-SUBTOTAL
004160     END-IF.
004170     PERFORM WRITE-SUMMARY-BLOCK.
004180     CLOSE FD-REPORT.
004190
004200*----------------------------------------------------------------*
004210* WRITE-PAGE-HEADING - NEW PAGE WITH THE TITLE, SEASON, RUN DATE *
004220* AND PAGE NUMBER, THE FINISHES FILE NAME AND COLUMN HEADINGS.   *
004230*----------------------------------------------------------------*
004240 WRITE-PAGE-HEADING.
004250     ADD 1 TO WS-PAGE-CT.
004260     MOVE WS-SEASON TO PH-SEASON.
004270     MOVE WS-RUN-DATE TO PH-RUN-DATE.
004280     MOVE WS-PAGE-CT TO PH-PAGE.
004290     MOVE WS-FINISH-FILE-NAME TO PH-FILE-NAME.
004300     IF WS-PAGE-CT = 1
004310         WRITE REPORT-RECORD FROM WS-PAGE-HEAD-1
004320     ELSE
004330         WRITE REPORT-RECORD FROM WS-PAGE-HEAD-1
004340             AFTER ADVANCING PAGE
004350     END-IF.
004360     WRITE REPORT-RECORD FROM WS-PAGE-HEAD-2.
004370     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
004380     WRITE REPORT-RECORD FROM WS-COL-HEAD-1.
004390     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
004400     MOVE 5 TO WS-LINE-CT.
004410
004420*----------------------------------------------------------------*
004430* WRITE-SKIPPER-LINE - ONE STANDINGS LINE. SKIPPERS LEVEL WITH   *
004440* THE ONE ABOVE ON BOTH POINTS AND WINS SHARE ITS POSITION; THE  *
004450* NEXT SKIPPER DOWN TAKES ITS PLACE COUNT (1, 2, 2, 4).          *
004460*----------------------------------------------------------------*
004470 WRITE-SKIPPER-LINE.
004480     IF NOT WS-GROUP-OPEN
004490         PERFORM START-CLASS-GROUP
004500     ELSE
004510         IF SS-CLASS NOT = WS-CUR-CLASS
004520             PERFORM WRITE-CLASS-SUBTOTAL
004530             PERFORM START-CLASS-GROUP
004540         END-IF
004550     END-IF.
004560     IF WS-LINE-CT >= WS-LINES-PER-PAGE
004570         PERFORM WRITE-PAGE-HEADING
004580     END-IF.
004590     ADD 1 TO WS-CLS-POSITION.
004600     IF WS-CLS-POSITION = 1
004610        OR SS-POINTS NOT = WS-PREV-POINTS
004620        OR SS-WINS NOT = WS-PREV-WINS
004630         MOVE WS-CLS-POSITION TO WS-CLS-RANK
004640     END-IF.
004650     MOVE SS-POINTS TO WS-PREV-POINTS.
004660     MOVE SS-WINS TO WS-PREV-WINS.
004670     ADD 1 TO WS-CLS-SKIPPER-CT.
004680     ADD SS-RACES TO WS-CLS-FINISH-CT.
004690     ADD SS-BEAT TO WS-CLS-BEAT-CT.
004700     MOVE WS-CLS-RANK TO DL-POS.
004710     MOVE SS-SKIPPER TO DL-SKIPPER.
004720     MOVE SS-RACES TO DL-RACES.
004730     MOVE SS-WINS TO DL-WINS.
004740     MOVE SS-BEAT TO DL-BEAT.
004750     MOVE SS-TIED TO DL-TIED.
004760     MOVE SS-MISSED TO DL-MISSED.
004770     MOVE SS-POINTS TO DL-POINTS.
004780     MOVE SS-BEST-MARGIN TO DL-BEST-MARGIN.
004790     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
004800     ADD 1 TO WS-LINE-CT.
004810
004820*----------------------------------------------------------------*
004830* START-CLASS-GROUP - OPEN A NEW CLASS GROUP: RESET THE POSITION *
004840* AND CLASS COUNTERS AND WRITE THE CLASS HEADING, STARTING A NEW *
004850* PAGE IF THE HEADING WOULD SIT ALONE AT THE FOOT OF THIS ONE.   *
004860*----------------------------------------------------------------*
004870 START-CLASS-GROUP.
004880     SET WS-GROUP-OPEN TO TRUE.
004890     ADD 1 TO WS-CLASS-CT.
004900     MOVE SS-CLASS TO WS-CUR-CLASS.
004910     MOVE 0 TO WS-CLS-POSITION.
004920     MOVE 0 TO WS-CLS-RANK.
004930     MOVE 0 TO WS-CLS-SKIPPER-CT.
004940     MOVE 0 TO WS-CLS-FINISH-CT.
004950     MOVE 0 TO WS-CLS-BEAT-CT.
004960     IF WS-LINE-CT + 3 >= WS-LINES-PER-PAGE
004970         PERFORM WRITE-PAGE-HEADING
004980     END-IF.
004990     MOVE WS-CUR-CLASS TO CH-CLASS.
005000     WRITE REPORT-RECORD FROM WS-CLASS-HEAD.
005010     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005020     ADD 2 TO WS-LINE-CT.
005030
005040*----------------------------------------------------------------*
005050* WRITE-CLASS-SUBTOTAL - CLOSE THE CURRENT CLASS GROUP: SKIPPERS *
005060* STANDING, FINISHES COUNTED AND RECORDS BEATEN IN THE CLASS.    *
005070*----------------------------------------------------------------*
005080 WRITE-CLASS-SUBTOTAL.
005090     IF WS-LINE-CT + 5 >= WS-LINES-PER-PAGE
005100         PERFORM WRITE-PAGE-HEADING
005110     END-IF.
005120     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005130     MOVE SPACES TO CS-LABEL.
005140     STRING 'CLASS ' FUNCTION TRIM(WS-CUR-CLASS)
005150            ' SKIPPERS' DELIMITED BY SIZE INTO CS-LABEL.
005160     MOVE WS-CLS-SKIPPER-CT TO CS-VALUE.
005170     WRITE REPORT-RECORD FROM WS-CLS-TOTAL-LINE.
005180     MOVE SPACES TO CS-LABEL.
005190     STRING 'CLASS ' FUNCTION TRIM(WS-CUR-CLASS)
005200            ' FINISHES' DELIMITED BY SIZE INTO CS-LABEL.
005210     MOVE WS-CLS-FINISH-CT TO CS-VALUE.
005220     WRITE REPORT-RECORD FROM WS-CLS-TOTAL-LINE.
005230     MOVE SPACES TO CS-LABEL.
005240     STRING 'CLASS ' FUNCTION TRIM(WS-CUR-CLASS)
005250            ' RECORDS BEATEN' DELIMITED BY SIZE INTO CS-LABEL.
005260     MOVE WS-CLS-BEAT-CT TO CS-VALUE.
005270     WRITE REPORT-RECORD FROM WS-CLS-TOTAL-LINE.
005280     ADD 4 TO WS-LINE-CT.
005290
005300*----------------------------------------------------------------*
005310* WRITE-SUMMARY-BLOCK - THE OVERALL COUNTS AT THE END OF THE     *
005320* STANDINGS. FINISHES READ IS EVERYTHING ON FILE; THOSE OUTSIDE  *
005330* THE SEASON YEAR ARE SHOWN SO A WRONG SEASON PARM IS OBVIOUS.   *
005340*----------------------------------------------------------------*
005350 WRITE-SUMMARY-BLOCK.
005360     IF WS-LINE-CT + 7 >= WS-LINES-PER-PAGE
005370         PERFORM WRITE-PAGE-HEADING
005380     END-IF.
005390     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005400     MOVE 'CLASSES' TO SM-LABEL.
005410     MOVE WS-CLASS-CT TO SM-VALUE.
005420     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
005430     MOVE 'SKIPPERS STANDING' TO SM-LABEL.
005440     MOVE WS-SKIPPER-CT TO SM-VALUE.
005450     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
005460     MOVE 'SEASON FINISHES COUNTED' TO SM-LABEL.
005470     MOVE WS-FINISH-CT TO SM-VALUE.
005480     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
005490     MOVE 'FINISHES ON FILE (ALL SEASONS)' TO SM-LABEL.
005500     MOVE WS-READ-CT TO SM-VALUE.
005510     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
005520     MOVE 'FINISHES OUTSIDE THE SEASON' TO SM-LABEL.
005530     MOVE WS-OTHER-SEASON-CT TO SM-VALUE.
005540     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.

000300*   COUNTS HARVESTED FROM THAT FILE'S RESULTS FILE, SO FILES      *
000310*   COMPLETED BEFORE A RESTART STILL APPEAR) PLUS A               *
000320*   SEASON-TO-DATE ROLL-UP ACROSS THE MANIFEST.                   *
000321*                                                                 *
000322*   EVERY FILE ON THE MANIFEST SHARES ONE RACE-ID REGISTER        *
000323*   (<MANIFEST>.SEEN, SEE RACESEEN) SO A RACE-ID SENT IN TWO      *
000324*   FILES ON THE SAME NIGHT IS REJECTED BY DAY06 AS A DUPLICATE   *
000325*   THE SECOND TIME. THE REGISTER IS STARTED EMPTY ON A FRESH     *
000326*   MANIFEST RUN AND KEPT ON A RESTART; THE SUMMARY LISTS EACH    *
000327*   DUPLICATE UNDER ITS FILE WITH THE FILE IT FIRST CAME IN ON.   *
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY                                            *
000350*----------------------------------------------------------------*
000410*                  MANIFEST IS NOW STREAMED (COUNT PASS, RUN     *
000420*                  PASS, SUMMARY PASS) SO NO ENTRY PAST A FIXED  *
000430*                  LIMIT CAN EVER BE IGNORED.                    *
000431* 15/10/2026 TN    NIGHT-WIDE RACE-ID REGISTER SHARED WITH DAY06  *
000432*                  SO A RACE RE-SENT IN ANOTHER FILE IS REJECTED  *
000433*                  AS A DUPLICATE; THE SUMMARY NOW LISTS EVERY    *
000434*                  DUPLICATE WITH THE FILE IT FIRST APPEARED IN.  *
000435*                  THE CHECKPOINT IS WRITTEN AT THE START OF A    *
000436*                  FRESH RUN SO A RESTART CAN TELL ITSELF APART   *
000437*                  FROM A NEW NIGHT EVEN BEFORE A FILE COMPLETES. *
000438* 15/10/2026 TN    RESULTS LINE FD WIDENED 141 -> 148 FOR THE     *
000439*                  VENUE CODE NOW CARRIED ON THE END OF EVERY     *
000440*                  RESULTS LINE (SEE RESLINE).                    *
000441* 15/10/2026 TN    AN EMPTY MANIFEST, A REGISTER THAT CANNOT BE   *
000442*                  CREATED AND A STREAM STOPPED BY A FAILED FILE  *
000443*                  ARE NOW ALSO APPENDED TO THE SHARED            *
000444*                  DAY06.ALERTS FILE THROUGH DAY06ALT (SEE        *
000445*                  ALERTREC).                                     *
000446* 15/10/2026 TN    THE SUMMARY NOW ALSO CARRIES THE FILE A        *
000447*                  STOPPED STREAM ENDED ON ('STOP:' LINE, KEPT    *
000448*                  OUT OF THE ROLL-UP) WITH ITS DUPLICATES.       *
000449*----------------------------------------------------------------*
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. DAY06DRV.
000470 AUTHOR. T. NAKAMURA.
000620     SELECT FD-RESHARV ASSIGN TO DYNAMIC WS-RESHARV-FILE-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RESHARV-STATUS.
000641     SELECT FD-EXCHARV ASSIGN TO DYNAMIC WS-EXCHARV-FILE-NAME
000642         ORGANIZATION IS LINE SEQUENTIAL
000643         FILE STATUS IS WS-EXCHARV-STATUS.
000644     SELECT FD-SEEN ASSIGN TO DYNAMIC WS-SEEN-FILE-NAME
000645         ORGANIZATION IS INDEXED
000646         ACCESS MODE IS RANDOM
000647         RECORD KEY IS SN-RACE-ID
000648         FILE STATUS IS WS-SEEN-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  FD-MANIFEST.
000720 FD  FD-SUMMARY.
000730 01  SUMMARY-RECORD              PIC X(160).
000740 FD  FD-RESHARV.
000746 01  RESHARV-RECORD              PIC X(148).
000752 FD  FD-EXCHARV.
000754 01  EXCHARV-RECORD              PIC X(80).
000756 FD  FD-SEEN.
000758     COPY RACESEEN.
000760 WORKING-STORAGE SECTION.
000770 01  WS-MANIFEST-FILE-NAME       PIC X(80) VALUE 'day06.manifest'.
000780 01  WS-DRVCKPT-FILE-NAME        PIC X(80) VALUE SPACES.
000790 01  WS-SUMMARY-FILE-NAME        PIC X(80) VALUE SPACES.
000800 01  WS-RESHARV-FILE-NAME        PIC X(80) VALUE SPACES.
000803 01  WS-EXCHARV-FILE-NAME        PIC X(80) VALUE SPACES.
000806 01  WS-SEEN-FILE-NAME           PIC X(80) VALUE SPACES.
000810 01  WS-PARM-DATA                PIC X(160) VALUE SPACES.
000820 01  WS-CALL-PARM                PIC X(160) VALUE SPACES.
000830 01  WS-MANIFEST-STATUS          PIC X(02) VALUE SPACES.
000840 01  WS-DRVCKPT-STATUS           PIC X(02) VALUE SPACES.
000850 01  WS-RESHARV-STATUS           PIC X(02) VALUE SPACES.
000853 01  WS-EXCHARV-STATUS           PIC X(02) VALUE SPACES.
000856 01  WS-SEEN-STATUS              PIC X(02) VALUE SPACES.
000860 01  WS-EOF                      PIC X(01) VALUE 'N'.
000870     88  WS-END-OF-FILE                     VALUE 'Y'.
000880*    THE HARVEST READS A RESULTS FILE WHILE A MANIFEST PASS IS
000910     88  WS-HARV-END                        VALUE 'Y'.
000920 01  WS-STREAM-SW                PIC X(01) VALUE 'N'.
000930     88  WS-STREAM-STOPPED                  VALUE 'Y'.
000932 01  WS-RESTART-SW               PIC X(01) VALUE 'N'.
000934     88  WS-MANIFEST-RESTART                VALUE 'Y'.
000936 01  WS-SEEN-OPEN-SW             PIC X(01) VALUE 'N'.
000938     88  WS-SEEN-OPEN                       VALUE 'Y'.
000940 77  WS-FILE-CT                  PIC 9(09) COMP VALUE 0.
000950 77  WS-DONE-CT                  PIC 9(09) COMP VALUE 0.
000960 77  WS-ENTRY-CT                 PIC 9(09) COMP VALUE 0.
001060 01  WS-TOT-GRAND                PIC 9(18) VALUE 0.
001070 01  WS-TOT-READ                 PIC 9(09) VALUE 0.
001080 01  WS-TOT-PROC                 PIC 9(09) VALUE 0.
001085 01  WS-TOT-DUPS                 PIC 9(09) VALUE 0.
001090 01  WS-SUMMARY-HEAD.
001100     05  FILLER                  PIC X(27) VALUE
001110             'DAY06 MANIFEST RUN SUMMARY '.
001300     05  FILLER                  PIC X(14) VALUE ' TOTAL OF ALL '.
001310     05  FILLER                  PIC X(08) VALUE 'TOTALS: '.
001320     05  RU-GRAND                PIC Z(17)9.
001321 01  WS-DUP-LINE.
001322     05  FILLER                  PIC X(21) VALUE
001323             '  DUPLICATE RACE-ID: '.
001324     05  DP-RACE-ID              PIC X(10).
001325     05  FILLER                  PIC X(11) VALUE ' FIRST IN: '.
001326     05  DP-FIRST-FILE           PIC X(80).
001327     05  FILLER                  PIC X(08) VALUE ' RECORD '.
001328     05  DP-FIRST-REC            PIC Z(8)9.
001329 01  WS-DUP-TOTAL-LINE.
001330     05  FILLER                  PIC X(29) VALUE
001331             'DUPLICATE RACE-IDS REJECTED: '.
001332     05  DT-DUPS                 PIC Z(8)9.
001333*    EACH FILE'S EXCEPT LINES ARE READ BACK THROUGH THE SAME
001334*    LAYOUT DAY06 WRITES THEM WITH.
001335     COPY EXCLINE.
001336     COPY ALERTREC.
001337 01  WS-ALERT-RC                 PIC Z9.
001338*    SHARED WITH DAY06 - THE PARM LINE GOES IN HERE BEFORE EACH
001340*    CALL, AND IS CLEARED AFTERWARDS SO A STANDALONE DAY06 RUN
001350*    IN THE SAME RUN UNIT WOULD STILL READ ITS COMMAND LINE.
001360 01  DAY06-PARM-AREA             PIC X(160) IS EXTERNAL.
001363*    LIKEWISE THE NAME OF THE NIGHT-WIDE RACE-ID REGISTER.
001366 01  DAY06-SEEN-AREA             PIC X(80) IS EXTERNAL.
001370 PROCEDURE DIVISION.
001380*----------------------------------------------------------------*
001390* MAINLINE                                                        *
001480     IF WS-FILE-CT = 0
001490         DISPLAY "Manifest empty or not available: "
001500             FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
001501         MOVE SPACES TO ALERT-RECORD
001502         SET AL-ERROR TO TRUE
001503         MOVE WS-MANIFEST-FILE-NAME TO AL-FILE
001504         MOVE 'MANIFEST EMPTY OR NOT AVAILABLE' TO AL-MESSAGE
001505         PERFORM RAISE-ALERT
001510         MOVE 8 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001560     IF WS-DONE-CT > 0
001570         DISPLAY "Restarting manifest after "
001580             WS-DONE-CT " completed file(s)"
001581     END-IF.
001582*    A FRESH NIGHT STARTS WITH AN EMPTY RACE-ID REGISTER AND A
001583*    ZERO CHECKPOINT; A RESTART KEEPS THE REGISTER AS IT STANDS.
001584     IF NOT WS-MANIFEST-RESTART
001585         PERFORM RESET-RACE-REGISTER
001586         PERFORM WRITE-DRIVER-CHECKPOINT
001590     END-IF.
001600
001610     PERFORM RUN-MANIFEST-STREAM.
001880            DELIMITED BY SIZE
001890            '.summary' DELIMITED BY SIZE
001900         INTO WS-SUMMARY-FILE-NAME.
001901     MOVE SPACES TO WS-SEEN-FILE-NAME.
001902     STRING FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
001903            DELIMITED BY SIZE
001904            '.seen' DELIMITED BY SIZE
001905         INTO WS-SEEN-FILE-NAME.
001910
001920*----------------------------------------------------------------*
001930* COUNT-MANIFEST - FIRST PASS: COUNT THE NON-BLANK ENTRIES SO AN *
002580                 CONTINUE
002590             NOT AT END
002600                 MOVE DK-DONE-CT TO WS-DONE-CT
002605                 SET WS-MANIFEST-RESTART TO TRUE
002610         END-READ
002620         CLOSE FD-DRVCKPT
002630     END-IF.
002780     CLOSE FD-DRVCKPT.
002790
002800*----------------------------------------------------------------*
002801* RESET-RACE-REGISTER - START THE NIGHT'S RACE-ID REGISTER EMPTY. *
002802* ONLY A FRESH MANIFEST RUN DOES THIS; A RESTART MUST KEEP EVERY  *
002803* RACE-ID THE COMPLETED (AND PART-COMPLETED) FILES REGISTERED.    *
002804*----------------------------------------------------------------*
002805 RESET-RACE-REGISTER.
002806     OPEN OUTPUT FD-SEEN.
002807     IF WS-SEEN-STATUS NOT = '00'
002808         DISPLAY "Race-ID register not creatable: "
002809             FUNCTION TRIM(WS-SEEN-FILE-NAME)
002810             " STATUS " WS-SEEN-STATUS
002811         MOVE SPACES TO ALERT-RECORD
002812         SET AL-CRITICAL TO TRUE
002813         MOVE WS-SEEN-FILE-NAME TO AL-FILE
002814         STRING 'RACE-ID REGISTER NOT CREATABLE, STATUS '
002815                WS-SEEN-STATUS
002816             DELIMITED BY SIZE INTO AL-MESSAGE
002817         PERFORM RAISE-ALERT
002818         MOVE 12 TO RETURN-CODE
002819         STOP RUN
002820     END-IF.
002821     CLOSE FD-SEEN.
002822
002823*----------------------------------------------------------------*
002824* RUN-ONE-FILE - CALL DAY06 FOR THE MANIFEST ENTRY JUST PARSED    *
002825* INTO MF-INPUT-FILE/MF-MODE WITH THE SAME PARM LINE IT WOULD     *
002830* GET FROM THE COMMAND LINE. DAY06 DERIVES THE PER-FILE OUTPUT    *
002840* NAMES AND KEEPS ITS OWN RECORD-LEVEL CHECKPOINT; THE DRIVER     *
002850* ONLY TRACKS WHOLE FILES. CANCEL RESETS DAY06'S WORKING-STORAGE  *
002960     DISPLAY "Running: "
002970         FUNCTION TRIM(MF-INPUT-FILE).
002980     MOVE WS-CALL-PARM TO DAY06-PARM-AREA.
002985     MOVE WS-SEEN-FILE-NAME TO DAY06-SEEN-AREA.
002990     MOVE 0 TO RETURN-CODE.
003000     CALL 'DAY06'.
003010     MOVE RETURN-CODE TO WS-FILE-RC.
003020     CANCEL 'DAY06'.
003030     MOVE SPACES TO DAY06-PARM-AREA.
003035     MOVE SPACES TO DAY06-SEEN-AREA.
003040     MOVE 0 TO RETURN-CODE.
003050     IF WS-FILE-RC > WS-MAX-RC
003060         MOVE WS-FILE-RC TO WS-MAX-RC
003090         SET WS-STREAM-STOPPED TO TRUE
003100         DISPLAY "Stream stopped, file ended with RC "
003110             WS-FILE-RC
003111         MOVE SPACES TO ALERT-RECORD
003112         IF WS-FILE-RC >= 12
003113             SET AL-CRITICAL TO TRUE
003114         ELSE
003115             SET AL-ERROR TO TRUE
003116         END-IF
003117         MOVE MF-INPUT-FILE TO AL-FILE
003118         MOVE WS-FILE-RC TO WS-ALERT-RC
003119         STRING 'MANIFEST STREAM STOPPED HERE, RC '
003120                FUNCTION TRIM(WS-ALERT-RC)
003121                ' - RESTART PENDING'
003122             DELIMITED BY SIZE INTO AL-MESSAGE
003123         PERFORM RAISE-ALERT
003124     ELSE
003130         ADD 1 TO WS-DONE-CT
003140         PERFORM WRITE-DRIVER-CHECKPOINT
003150     END-IF.
003190* MANIFEST FILE WITH THE GRAND TOTAL AND RECONCILIATION COUNTS    *
003200* HARVESTED FROM THAT FILE'S RESULTS FILE (THE LAST OCCURRENCE    *
003210* OF EACH WINS, SO A REPAIRED FILE SHOWS ITS RESTATED FIGURES),   *
003214* THEN THE SEASON-TO-DATE ROLL-UP ACROSS THE MANIFEST. EACH FILE  *
003218* LINE IS FOLLOWED BY THE DUPLICATE RACE-IDS DAY06 REJECTED FROM  *
003222* THAT FILE, EACH WITH THE FILE AND RECORD IT FIRST CAME IN ON    *
003223* (OFF THE NIGHT'S RACE-ID REGISTER). WHEN THE STREAM STOPPED,    *
003224* THE FILE IT STOPPED ON GETS A 'STOP:' LINE AND ITS DUPLICATES   *
003225* AS WELL - THEY WERE REJECTED AND ARE ON THE REGISTER - BUT ITS  *
003226* FIGURES STAY OUT OF THE ROLL-UP UNTIL IT COMPLETES.             *
003230*----------------------------------------------------------------*
003240 WRITE-RUN-SUMMARY.
003250     OPEN OUTPUT FD-SUMMARY.
003290     MOVE 0 TO WS-TOT-READ.
003300     MOVE 0 TO WS-TOT-PROC.
003310     MOVE 0 TO WS-ENTRY-CT.
003311     MOVE 0 TO WS-TOT-DUPS.
003312     MOVE 'N' TO WS-SEEN-OPEN-SW.
003313     OPEN INPUT FD-SEEN.
003314     IF WS-SEEN-STATUS = '00'
003315         SET WS-SEEN-OPEN TO TRUE
003316     END-IF.
003320     OPEN INPUT FD-MANIFEST.
003330     PERFORM UNTIL WS-END-OF-FILE
003340         READ FD-MANIFEST
003380                 IF MANIFEST-RECORD NOT = SPACES
003390                     ADD 1 TO WS-ENTRY-CT
003400                     IF WS-ENTRY-CT <= WS-DONE-CT
003403                        OR (WS-STREAM-STOPPED
003406                            AND WS-ENTRY-CT = WS-DONE-CT + 1)
003410                         MOVE SPACES TO MF-INPUT-FILE
003420                         MOVE SPACES TO MF-MODE
003430                         UNSTRING MANIFEST-RECORD
003550     MOVE WS-TOT-PROC TO RU-PROC.
003560     MOVE WS-TOT-GRAND TO RU-GRAND.
003570     WRITE SUMMARY-RECORD FROM WS-ROLLUP-LINE.
003571     MOVE WS-TOT-DUPS TO DT-DUPS.
003572     WRITE SUMMARY-RECORD FROM WS-DUP-TOTAL-LINE.
003573     IF WS-SEEN-OPEN
003574         CLOSE FD-SEEN
003575     END-IF.
003580     CLOSE FD-SUMMARY.
003590     DISPLAY "Summary written: "
003600         FUNCTION TRIM(WS-SUMMARY-FILE-NAME).
003610
003620 WRITE-ONE-FILE-LINE.
003630     PERFORM HARVEST-FILE-TOTALS.
003631     IF WS-ENTRY-CT > WS-DONE-CT
003632         MOVE 'STOP: ' TO FL-LABEL
003633     ELSE
003634         MOVE 'FILE: ' TO FL-LABEL
003635     END-IF.
003640     MOVE MF-INPUT-FILE TO FL-INPUT.
003650     MOVE WS-HARV-GRAND TO FL-GRAND.
003660     MOVE WS-HARV-READ TO FL-READ.
003670     MOVE WS-HARV-PROC TO FL-PROC.
003680     WRITE SUMMARY-RECORD FROM WS-FILE-LINE.
003685     IF WS-ENTRY-CT <= WS-DONE-CT
003690         ADD WS-HARV-GRAND TO WS-TOT-GRAND
003695         ADD WS-HARV-READ TO WS-TOT-READ
003700         ADD WS-HARV-PROC TO WS-TOT-PROC
003705     END-IF.
003715     PERFORM LIST-FILE-DUPLICATES.
003720
003730*----------------------------------------------------------------*
003740* HARVEST-FILE-TOTALS - PICK THE GRAND-TOTAL AND RECONCILIATION   *
004120         END-PERFORM
004130         CLOSE FD-RESHARV
004140     END-IF.
004150
004160*----------------------------------------------------------------*
004170* LIST-FILE-DUPLICATES - READ ONE FILE'S EXCEPT FILE (INPUT +     *
004180* .EXCEPT, THE SAME DERIVATION AS THE RESULTS HARVEST) AND WRITE  *
004190* A SUMMARY LINE FOR EVERY DUPLICATE RACE-ID ON IT, WITH WHERE    *
004200* THE REGISTER SAYS THAT RACE-ID FIRST CAME IN.                   *
004210*----------------------------------------------------------------*
004220 LIST-FILE-DUPLICATES.
004230     MOVE SPACES TO WS-EXCHARV-FILE-NAME.
004240     STRING FUNCTION TRIM(MF-INPUT-FILE)
004250            DELIMITED BY SIZE
004260            '.except' DELIMITED BY SIZE
004270         INTO WS-EXCHARV-FILE-NAME.
004280     OPEN INPUT FD-EXCHARV.
004290     IF WS-EXCHARV-STATUS = '00'
004300         MOVE 'N' TO WS-HARV-EOF
004310         PERFORM UNTIL WS-HARV-END
004320             READ FD-EXCHARV
004330                 AT END
004340                     SET WS-HARV-END TO TRUE
004350                 NOT AT END
004360                     MOVE EXCHARV-RECORD TO WS-EXCEPT-LINE
004370                     IF EL-MESSAGE = 'DUPLICATE RACE-ID'
004380                         PERFORM WRITE-DUPLICATE-LINE
004390                     END-IF
004400             END-READ
004410         END-PERFORM
004420         CLOSE FD-EXCHARV
004430     END-IF.
004440
004450 WRITE-DUPLICATE-LINE.
004460     ADD 1 TO WS-TOT-DUPS.
004470     MOVE EL-RACE-ID TO DP-RACE-ID.
004480     MOVE '(NOT ON THE RACE-ID REGISTER)' TO DP-FIRST-FILE.
004490     MOVE 0 TO DP-FIRST-REC.
004500     IF WS-SEEN-OPEN
004510         MOVE EL-RACE-ID TO SN-RACE-ID
004520         READ FD-SEEN
004530             INVALID KEY
004540                 CONTINUE
004550             NOT INVALID KEY
004560                 MOVE SN-INPUT-FILE TO DP-FIRST-FILE
004570                 MOVE SN-RECORD-NO TO DP-FIRST-REC
004580         END-READ
004590     END-IF.
004600     WRITE SUMMARY-RECORD FROM WS-DUP-LINE.
004610
004620*----------------------------------------------------------------*
004630* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
004640* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
004650*----------------------------------------------------------------*
004660 RAISE-ALERT.
004670     MOVE 'DAY06DRV' TO AL-PROGRAM.
004680     CALL 'DAY06ALT' USING ALERT-RECORD.

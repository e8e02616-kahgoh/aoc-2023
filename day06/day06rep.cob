000625*                  (E.G. STILL PRE-DAY06CNV) OR AN UNWRITABLE    *
000626*                  AUDIT FILE STOPS THE RUN BEFORE ANYTHING IS   *
000627*                  APPLIED - THE RACEMNT JOURNAL DISCIPLINE.     *
000628* 15/10/2026 TN    A DUPLICATE RACE-ID REJECT IS NEVER REPAIRED - *
000629*                  ITS FIRST OCCURRENCE WAS ALREADY PROCESSED, SO *
000630*                  A CORRECTION WOULD COUNT THE RACE TWICE. IT    *
000631*                  STAYS UNRESOLVED FOR FOLLOW-UP WITH THE VENUE. *
000632* 15/10/2026 TN    RESULTS LINE FD WIDENED 141 -> 148 FOR THE     *
000633*                  VENUE CODE NOW CARRIED ON THE END OF EVERY     *
000634*                  RESULTS LINE (SEE RESLINE).                    *
000635* 15/10/2026 TN    A RESULTS FILE CARRYING A DAY06BAK 'RUN        *
000636*                  WITHDRAWN' LINE IS REFUSED RC 8 - A BACKED-OUT *
000637*                  RUN IS NOT REPAIRED.                           *
000638* 15/10/2026 TN    EVERY FILE THE REPAIR CANNOT DO WITHOUT BEING  *
000639*                  UNAVAILABLE, EACH CORRECTIONS CONTROL FAILURE, *
000640*                  A WITHDRAWN RUN AND EACH EXCEPTION STILL       *
000641*                  UNRESOLVED ARE NOW ALSO APPENDED TO THE SHARED *
000642*                  DAY06.ALERTS FILE THROUGH DAY06ALT (SEE        *
000643*                  ALERTREC).                                     *
000644*----------------------------------------------------------------*
000645 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. DAY06REP.
000660 AUTHOR. T. NAKAMURA.
000670 INSTALLATION. ADVENT OF CODE.
001010 FD  FD-CORR.
001020 01  CORR-RECORD                 PIC X(35).
001030 FD  FD-RESULTS.
001040 01  RESULTS-RECORD              PIC X(148).
001050 FD  FD-EXOUT.
001060 01  EXOUT-RECORD                PIC X(80).
001070 FD  FD-RACEHIS.
001280 01  WS-APPLIED-STATUS           PIC X(02) VALUE SPACES.
001290 01  WS-EOF                      PIC X(01) VALUE 'N'.
001300     88  WS-END-OF-FILE                     VALUE 'Y'.
001303 01  WS-WITHDRAWN-SW              PIC X(01) VALUE 'N'.
001306     88  WS-RUN-WITHDRAWN                   VALUE 'Y'.
001310 01  WS-REPAIR-SW                PIC X(01) VALUE 'N'.
001320     88  WS-REPAIRED                        VALUE 'Y'.
001330     88  WS-UNRESOLVED                      VALUE 'N'.
001910     COPY EXCLINE.
001920     COPY RESLINE.
001930     COPY WINPARM.
001933     COPY ALERTREC.
001936 01  WS-ALERT-TEXT               PIC X(20) VALUE SPACES.
001940 01  WS-REPAIR-MARK-LINE.
001950     05  FILLER                  PIC X(27) VALUE
001960             'REPAIRED RECORDS APPENDED: '.
002440     IF WS-RACEMST-STATUS NOT = '00'
002450         DISPLAY "Race master not available, status "
002460             WS-RACEMST-STATUS
002461         MOVE SPACES TO ALERT-RECORD
002462         SET AL-CRITICAL TO TRUE
002463         MOVE WS-RACEMST-FILE-NAME TO AL-FILE
002464         STRING 'RACE MASTER NOT AVAILABLE, STATUS '
002465                WS-RACEMST-STATUS
002466             DELIMITED BY SIZE INTO AL-MESSAGE
002467         PERFORM RAISE-ALERT
002470         STOP RUN
002480     END-IF.
002490
002540     IF WS-EXIN-STATUS NOT = '00'
002550         DISPLAY "Except file not available: "
002560             FUNCTION TRIM(WS-EXIN-FILE-NAME)
002561         MOVE SPACES TO ALERT-RECORD
002562         SET AL-CRITICAL TO TRUE
002563         MOVE WS-EXIN-FILE-NAME TO AL-FILE
002564         MOVE 'EXCEPT FILE NOT AVAILABLE' TO AL-MESSAGE
002565         PERFORM RAISE-ALERT
002570         CLOSE FD-RACEMST
002580         STOP RUN
002590     END-IF.
002664     IF WS-RACEHIS-STATUS NOT = '00'
002665         DISPLAY "Race history not available, status "
002666             WS-RACEHIS-STATUS
002667         MOVE SPACES TO ALERT-RECORD
002668         SET AL-CRITICAL TO TRUE
002669         MOVE WS-RACEHIS-FILE-NAME TO AL-FILE
002670         STRING 'RACE HISTORY NOT AVAILABLE, STATUS '
002671                WS-RACEHIS-STATUS
002672             DELIMITED BY SIZE INTO AL-MESSAGE
002673         PERFORM RAISE-ALERT
002674         CLOSE FD-EXIN
002675         CLOSE FD-RESULTS
002676         CLOSE FD-RACEMST
002677         STOP RUN
002678     END-IF.
002679     OPEN OUTPUT FD-EXOUT.
002680*    THE APPLIED-CORRECTIONS AUDIT IS PERMANENT - REPAIR CYCLES
002690*    APPEND TO IT THE WAY DAY06 APPENDS TO ITS RUN LOG. IT IS
002691*    ALSO MANDATORY, THE SAME DISCIPLINE AS RACEMNT'S JOURNAL:
002732         DISPLAY "Applied-corrections audit not available: "
002733             FUNCTION TRIM(WS-APPLIED-FILE-NAME)
002734             " STATUS " WS-APPLIED-STATUS
002735         MOVE SPACES TO ALERT-RECORD
002736         SET AL-CRITICAL TO TRUE
002737         MOVE WS-APPLIED-FILE-NAME TO AL-FILE
002738         STRING 'APPLIED-CORRECTIONS AUDIT NOT AVAILABLE, STATUS '
002739                WS-APPLIED-STATUS
002740             DELIMITED BY SIZE INTO AL-MESSAGE
002741         PERFORM RAISE-ALERT
002742         CLOSE FD-EXIN
002743         CLOSE FD-RESULTS
002744         CLOSE FD-EXOUT
002745         CLOSE FD-RACEHIS
002746         CLOSE FD-RACEMST
002747         STOP RUN
002748     END-IF.
002749
002750     MOVE 'N' TO WS-EOF.
002760     PERFORM UNTIL WS-END-OF-FILE
002770         READ FD-EXIN
003600     IF WS-CORR-STATUS NOT = '00'
003610         DISPLAY "Corrections file not available: "
003620             FUNCTION TRIM(WS-CORR-FILE-NAME)
003621         MOVE SPACES TO ALERT-RECORD
003622         SET AL-CRITICAL TO TRUE
003623         MOVE WS-CORR-FILE-NAME TO AL-FILE
003624         MOVE 'CORRECTIONS FILE NOT AVAILABLE' TO AL-MESSAGE
003625         PERFORM RAISE-ALERT
003630         CLOSE FD-RACEMST
003640         STOP RUN
003650     END-IF.
004290     IF NOT WS-CORR-HDR-SEEN
004300         SET WS-CORR-CTL-FAILED TO TRUE
004310         DISPLAY "No header on corrections file"
004313         MOVE 'NO HEADER' TO WS-ALERT-TEXT
004316         PERFORM RAISE-CONTROL-ALERT
004320     END-IF.
004330     IF NOT WS-CORR-TRL-SEEN
004340         SET WS-CORR-CTL-FAILED TO TRUE
004350         DISPLAY "No trailer on corrections file"
004353         MOVE 'NO TRAILER' TO WS-ALERT-TEXT
004356         PERFORM RAISE-CONTROL-ALERT
004360     ELSE
004370         IF WS-CORR-CT NOT = WS-CORR-EXPECT-CT
004380             SET WS-CORR-CTL-FAILED TO TRUE
004390             DISPLAY "Corrections count mismatch: expected "
004400                 WS-CORR-EXPECT-CT " read " WS-CORR-CT
004403             MOVE 'COUNT MISMATCH' TO WS-ALERT-TEXT
004406             PERFORM RAISE-CONTROL-ALERT
004410         END-IF
004420         IF WS-CORR-HASH NOT = WS-CORR-EXPECT-HASH
004430             SET WS-CORR-CTL-FAILED TO TRUE
004440             DISPLAY "Corrections hash mismatch: expected "
004450                 WS-CORR-EXPECT-HASH " read " WS-CORR-HASH
004453             MOVE 'HASH MISMATCH' TO WS-ALERT-TEXT
004456             PERFORM RAISE-CONTROL-ALERT
004460         END-IF
004470     END-IF.
004471
004472 RAISE-CONTROL-ALERT.
004473     MOVE SPACES TO ALERT-RECORD.
004474     SET AL-CRITICAL TO TRUE.
004475     MOVE WS-CORR-FILE-NAME TO AL-FILE.
004476     STRING 'CORRECTIONS CONTROL FAILED - '
004477            FUNCTION TRIM(WS-ALERT-TEXT)
004478            ' - NOTHING APPLIED'
004479         DELIMITED BY SIZE INTO AL-MESSAGE.
004480     PERFORM RAISE-ALERT.
004481
004490*----------------------------------------------------------------*
004500* FIND-CORRECTION - SCAN THE CORRECTIONS FILE FOR THE RACE-ID    *
004510* THE CALLER LEFT IN THE BOATREC AREA; THE FIRST MATCH WINS,     *
004820* FILE TO PICK UP THE CURRENT GRAND TOTAL AND RECONCILIATION      *
004830* COUNTS (THE LAST OCCURRENCE OF EACH WINS, SO A FILE THAT HAS    *
004840* ALREADY BEEN THROUGH A REPAIR CYCLE RESTATES FROM ITS LATEST    *
004845* RESTATED FIGURES, NOT THE ORIGINALS). A RESULTS FILE WHOSE RUN *
004850* HAS BEEN WITHDRAWN BY DAY06BAK IS NOT LIVE OUTPUT AND IS NEVER  *
004855* REPAIRED.                                                       *
004860*----------------------------------------------------------------*
004870 HARVEST-RESULT-TOTALS.
004880     OPEN INPUT FD-RESULTS.
004890     IF WS-RESULTS-STATUS NOT = '00'
004900         DISPLAY "Results file not available: "
004910             FUNCTION TRIM(WS-RESULTS-FILE-NAME)
004911         MOVE SPACES TO ALERT-RECORD
004912         SET AL-CRITICAL TO TRUE
004913         MOVE WS-RESULTS-FILE-NAME TO AL-FILE
004914         MOVE 'RESULTS FILE NOT AVAILABLE' TO AL-MESSAGE
004915         PERFORM RAISE-ALERT
004920         CLOSE FD-RACEMST
004930         STOP RUN
004940     END-IF.
005080                     COMPUTE WS-PROC-CT =
005090                         FUNCTION NUMVAL(RESULTS-RECORD(45:9))
005100                 END-IF
005102                 IF RESULTS-RECORD(1:15) = 'RUN WITHDRAWN: '
005104                     SET WS-RUN-WITHDRAWN TO TRUE
005106                 END-IF
005110         END-READ
005120     END-PERFORM.
005130     CLOSE FD-RESULTS.
005131     IF WS-RUN-WITHDRAWN
005132         DISPLAY "Run withdrawn - results file not repaired: "
005133             FUNCTION TRIM(WS-RESULTS-FILE-NAME)
005134         MOVE SPACES TO ALERT-RECORD
005135         SET AL-ERROR TO TRUE
005136         MOVE WS-RESULTS-FILE-NAME TO AL-FILE
005137         MOVE 'RUN WITHDRAWN - RESULTS FILE NOT REPAIRED'
005138             TO AL-MESSAGE
005139         PERFORM RAISE-ALERT
005140         CLOSE FD-RACEMST
005141         MOVE 8 TO RETURN-CODE
005142         STOP RUN
005143     END-IF.
005144     MOVE 'N' TO WS-EOF.
005150
005160*----------------------------------------------------------------*
005170* REPAIR-ONE-EXCEPTION - PUT ONE EXCEPT-FILE LINE BACK THROUGH    *
005240     MOVE EXIN-RECORD TO WS-EXCEPT-LINE.
005250     MOVE EL-RACE-ID TO RACE-ID.
005260     SET WS-UNRESOLVED TO TRUE.
005268*    A DUPLICATE'S FIRST OCCURRENCE IS ALREADY IN THE FIGURES -
005276*    NO CORRECTION CAN MAKE THE SECOND ONE GOOD.
005284     IF EL-MESSAGE = 'DUPLICATE RACE-ID'
005292         MOVE EL-MESSAGE TO WS-EXCEPT-MSG
005300     ELSE
005304         PERFORM FIND-CORRECTION
005308         IF NOT WS-CORR-FOUND
005312             MOVE 'NO CORRECTION SUPPLIED' TO WS-EXCEPT-MSG
005316         ELSE
005320             MOVE CR-TIME TO COL-TIME
005324             MOVE CR-DIST TO COL-DIST
005328             PERFORM REVALIDATE-CORRECTION
005332         END-IF
005340     END-IF.
005350     IF WS-REPAIRED
005360         PERFORM APPEND-REPAIRED-RESULT
005380         ADD 1 TO WS-UNRES-CT
005390         MOVE WS-EXCEPT-MSG TO WE-MESSAGE
005400         WRITE EXOUT-RECORD FROM WS-EXCEPT-LINE
005401         MOVE SPACES TO ALERT-RECORD
005402         SET AL-WARNING TO TRUE
005403         MOVE WS-EXOUT-FILE-NAME TO AL-FILE
005404         MOVE RACE-ID TO AL-RACE-ID
005405         STRING 'STILL UNRESOLVED - ' WS-EXCEPT-MSG
005406             DELIMITED BY SIZE INTO AL-MESSAGE
005407         PERFORM RAISE-ALERT
005410     END-IF.
005420
005430*----------------------------------------------------------------*
005990     MOVE RM-VENUE     TO WR-VENUE.
006000     MOVE RM-RACE-DATE TO WR-RACE-DATE.
006010     MOVE RM-CLASS     TO WR-CLASS.
006015     MOVE RM-VENUE-CODE TO WR-VENUE-CODE.
006020     WRITE RESULTS-RECORD FROM WS-RESULT-LINE.
006030*    THE REPAIRED FIGURES JOIN THE SEASON HISTORY AS WELL, KEYED
006040*    UNDER THE REPAIR RUN'S DATE; A SECOND REPAIR OF THE SAME
006470         MOVE WS-PROC-CT TO WC-PROC
006480         WRITE RESULTS-RECORD FROM WS-RECON-LINE
006490     END-IF.
006500
006510*----------------------------------------------------------------*
006520* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
006530* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
006540*----------------------------------------------------------------*
006550 RAISE-ALERT.
006560     MOVE 'DAY06REP' TO AL-PROGRAM.
006570     CALL 'DAY06ALT' USING ALERT-RECORD.

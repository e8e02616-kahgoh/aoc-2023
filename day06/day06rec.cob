000240*   ONLY THEIR RESULTS-FILE PROCESSED COUNT IS CHECKED.           *
000250*   RETURN CODES: 0 ALL RECONCILED, 4 NO RUNS IN THE RANGE,       *
000260*   8 AT LEAST ONE MISMATCH.                                      *
000261*   A RUN REVERSED BY DAY06BAK (ITS 'B' REVERSAL RECORD IS FOUND  *
000262*   BY RE-SCANNING THE LOG THROUGH A SECOND FD) IS LISTED WITH    *
000263*   FLAG 'BACKED OUT' AND NOT RECONCILED - ITS OUTPUTS CARRY      *
000264*   WITHDRAWAL MARKERS, NOT LIVE FIGURES. THE REVERSAL RECORDS    *
000265*   THEMSELVES ARE NOT RUNS AND ARE PASSED OVER.                  *
000270*----------------------------------------------------------------*
000280* MODIFICATION HISTORY                                            *
000290*----------------------------------------------------------------*
000300* DATE       INIT  DESCRIPTION                                    *
000310* 01/09/2026 TN    ORIGINAL PROGRAM.                              *
000312* 15/10/2026 TN    RESULTS LINE FD WIDENED 141 -> 148 FOR THE     *
000314*                  VENUE CODE NOW CARRIED ON THE END OF EVERY     *
000316*                  RESULTS LINE (SEE RESLINE).                    *
000317* 15/10/2026 TN    RUNS REVERSED BY DAY06BAK LISTED AS 'BACKED    *
000318*                  OUT' AND NOT RECONCILED; MODE 'B' REVERSAL     *
000319*                  RECORDS PASSED OVER.                           *
000320* 15/10/2026 TN    AN UNREADABLE RUN LOG, EACH MISMATCHED RUN AND *
000321*                  AN EMPTY DATE RANGE ARE NOW ALSO APPENDED TO   *
000322*                  THE SHARED DAY06.ALERTS FILE THROUGH DAY06ALT  *
000323*                  (SEE ALERTREC).                                *
000324*----------------------------------------------------------------*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DAY06REC.
000350 AUTHOR. T. NAKAMURA.
000450     SELECT FD-RESIN ASSIGN TO DYNAMIC WS-RESIN-FILE-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RESIN-STATUS.
000472     SELECT FD-REVLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-REVLOG-STATUS.
000480     SELECT FD-EXPIN ASSIGN TO DYNAMIC WS-EXPIN-FILE-NAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-EXPIN-STATUS.
000540 FILE SECTION.
000550 FD  FD-RUNLOG.
000560     COPY RUNLOG.
000563 FD  FD-REVLOG.
000566 01  REVLOG-RECORD               PIC X(334).
000570 FD  FD-RESIN.
000580 01  RESIN-RECORD                PIC X(148).
000590 FD  FD-EXPIN.
000600 01  EXPIN-RECORD                PIC X(132).
000610 FD  FD-REPORT.
000710 01  WS-PARM-RUNLOG              PIC X(80) VALUE SPACES.
000720 01  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
000730 01  WS-RESIN-STATUS             PIC X(02) VALUE SPACES.
000735 01  WS-REVLOG-STATUS            PIC X(02) VALUE SPACES.
000740 01  WS-EXPIN-STATUS             PIC X(02) VALUE SPACES.
000750 01  WS-EOF                      PIC X(01) VALUE 'N'.
000760     88  WS-END-OF-FILE                     VALUE 'Y'.
000780     88  WS-SUB-END                         VALUE 'Y'.
000790 01  WS-MISMATCH-SW              PIC X(01) VALUE 'N'.
000800     88  WS-ANY-MISMATCH                    VALUE 'Y'.
000801 01  WS-REV-EOF                  PIC X(01) VALUE 'N'.
000802     88  WS-REV-END                         VALUE 'Y'.
000803 01  WS-BACKED-OUT-SW            PIC X(01) VALUE 'N'.
000804     88  WS-RUN-BACKED-OUT                  VALUE 'Y'.
000805     COPY RUNREV.
000807     COPY ALERTREC.
000810 01  WS-RUN-FLAG                 PIC X(12) VALUE SPACES.
000820 01  WS-FROM-KEY                 PIC X(08) VALUE SPACES.
000830 01  WS-TO-KEY                   PIC X(08) VALUE SPACES.
000870 01  WS-RUN-CT                   PIC 9(09) VALUE 0.
000880 01  WS-MATCH-CT                 PIC 9(09) VALUE 0.
000890 01  WS-BAD-CT                   PIC 9(09) VALUE 0.
000895 01  WS-BACKED-OUT-CT            PIC 9(09) VALUE 0.
000900*    THE THREE VIEWS OF ONE RUN, SIDE BY SIDE.
000910 01  WS-LOG-PROC                 PIC 9(09) VALUE 0.
000920 01  WS-LOG-GRAND                PIC 9(17) VALUE 0.
001310     IF WS-RUNLOG-STATUS NOT = '00'
001320         DISPLAY "Run log not available: "
001330             FUNCTION TRIM(WS-RUNLOG-FILE-NAME)
001331         MOVE SPACES TO ALERT-RECORD
001332         SET AL-ERROR TO TRUE
001333         MOVE WS-RUNLOG-FILE-NAME TO AL-FILE
001334         MOVE 'RUN LOG NOT AVAILABLE - NOTHING RECONCILED'
001335             TO AL-MESSAGE
001336         PERFORM RAISE-ALERT
001340         MOVE 8 TO RETURN-CODE
001350         STOP RUN
001360     END-IF.
001530
001540     DISPLAY "Runs on log/in range/mismatched: " WS-RUN-CT
001550         "/" WS-MATCH-CT "/" WS-BAD-CT.
001555     DISPLAY "Runs in range backed out: " WS-BACKED-OUT-CT.
001560     DISPLAY "Reconciliation report written: "
001570         FUNCTION TRIM(WS-REPORT-FILE-NAME).
001580     EVALUATE TRUE
001600             MOVE 8 TO RETURN-CODE
001610         WHEN WS-MATCH-CT = 0
001620             MOVE 4 TO RETURN-CODE
001621             MOVE SPACES TO ALERT-RECORD
001622             SET AL-WARNING TO TRUE
001623             MOVE WS-RUNLOG-FILE-NAME TO AL-FILE
001624             STRING 'NO RUNS ON THE LOG FROM ' WS-PARM-FROM
001625                    ' TO ' WS-TO-KEY(7:2) '/' WS-TO-KEY(5:2) '/'
001626                    WS-TO-KEY(1:4)
001627                 DELIMITED BY SIZE INTO AL-MESSAGE
001628             PERFORM RAISE-ALERT
001630         WHEN OTHER
001640             MOVE 0 TO RETURN-CODE
001650     END-EVALUATE.
002160     IF WS-RUN-KEY = SPACES
002170        OR WS-RUN-KEY < WS-FROM-KEY
002180        OR WS-RUN-KEY > WS-TO-KEY
002185        OR AU-BACKED-OUT
002190         CONTINUE
002200     ELSE
002210         ADD 1 TO WS-MATCH-CT
002220         MOVE SPACES TO WS-RUN-FLAG
002230         MOVE AU-PROC-CT TO WS-LOG-PROC
002240         MOVE AU-GRAND-TOTAL TO WS-LOG-GRAND
002242         PERFORM CHECK-RUN-BACKED-OUT
002244         IF WS-RUN-BACKED-OUT
002246             ADD 1 TO WS-BACKED-OUT-CT
002248             MOVE 0 TO WS-RES-PROC
002250             MOVE 0 TO WS-EXP-ROWS
002252             MOVE 0 TO WS-EXP-TRL
002254             MOVE 'BACKED OUT' TO WS-RUN-FLAG
002256         ELSE
002258             PERFORM HARVEST-RESULTS-FIGURES
002260             IF AU-MODE NOT = 'P'
002262                 PERFORM HARVEST-EXPORT-FIGURES
002264             END-IF
002266             PERFORM COMPARE-RUN-FIGURES
002280         END-IF
002300         PERFORM WRITE-RECON-LINE
002301     END-IF.
002302
002303*----------------------------------------------------------------*
002304* CHECK-RUN-BACKED-OUT - RE-SCAN THE RUN LOG THROUGH ITS SECOND  *
002305* FD FOR A DAY06BAK REVERSAL RECORD OF THE CURRENT RUN (SAME     *
002306* START STAMP AND INPUT FILE, MODE 'B').                         *
002307*----------------------------------------------------------------*
002308 CHECK-RUN-BACKED-OUT.
002309     MOVE 'N' TO WS-BACKED-OUT-SW.
002310     OPEN INPUT FD-REVLOG.
002311     IF WS-REVLOG-STATUS = '00'
002312         MOVE 'N' TO WS-REV-EOF
002313         PERFORM UNTIL WS-REV-END OR WS-RUN-BACKED-OUT
002314             READ FD-REVLOG INTO RUN-REVERSAL-WORK
002315                 AT END
002316                     SET WS-REV-END TO TRUE
002317                 NOT AT END
002318                     IF RV-BACKED-OUT
002319                        AND RV-START-STAMP = AU-START-STAMP
002320                        AND RV-INPUT-FILE = AU-INPUT-FILE
002321                         SET WS-RUN-BACKED-OUT TO TRUE
002322                     END-IF
002323             END-READ
002324         END-PERFORM
002325         CLOSE FD-REVLOG
002326     END-IF.
002327
002330*----------------------------------------------------------------*
002340* HARVEST-RESULTS-FIGURES - LAST-OCCURRENCE HARVEST OF THE        *
002350* PROCESSED COUNT AND GRAND TOTAL OFF THE RUN'S RESULTS FILE,    *
003590     MOVE WS-RUN-FLAG TO RC-FLAG.
003600     WRITE REPORT-RECORD FROM WS-RECON-LINE.
003610     IF WS-RUN-FLAG NOT = 'OK'
003615        AND WS-RUN-FLAG NOT = 'BACKED OUT'
003620         DISPLAY "Mismatch " WS-RUN-FLAG " on "
003630             FUNCTION TRIM(AU-INPUT-FILE)
003640             " log/results grand " WS-LOG-GRAND
003650             "/" WS-RES-GRAND
003651         MOVE SPACES TO ALERT-RECORD
003652         SET AL-ERROR TO TRUE
003653         MOVE AU-INPUT-FILE TO AL-FILE
003654         STRING 'CONTROL-TOTAL MISMATCH ' WS-RUN-FLAG
003655                ' RUN ' AU-START-STAMP
003656             DELIMITED BY SIZE INTO AL-MESSAGE
003657         PERFORM RAISE-ALERT
003660     END-IF.
003670
003680*----------------------------------------------------------------*
003820                WS-DATE-WORK(1:2)
003830             DELIMITED BY SIZE INTO WS-DATE-KEY-WORK
003840     END-IF.
003850
003860*----------------------------------------------------------------*
003870* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
003880* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
003890*----------------------------------------------------------------*
003900 RAISE-ALERT.
003910     MOVE 'DAY06REC' TO AL-PROGRAM.
003920     CALL 'DAY06ALT' USING ALERT-RECORD.

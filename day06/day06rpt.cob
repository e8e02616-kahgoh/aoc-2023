000170*   AND ENDURANCE BRIEFINGS COME STRAIGHT OFF THE REPORT. THE     *
000180*   OVERALL SUMMARY BLOCK WITH COUNTS, EXCEPTIONS AND THE GRAND   *
000190*   TOTAL CLOSES THE REPORT AS BEFORE.                            *
000192*   A RESULTS FILE WHOSE RUN WAS BACKED OUT BY DAY06BAK CARRIES A *
000194*   'RUN WITHDRAWN' LINE; THE REPORT STILL PRINTS (FOR AUDIT) BUT *
000196*   THE SUMMARY BLOCK SAYS THE FIGURES ARE WITHDRAWN.             *
000200*----------------------------------------------------------------*
000210* MODIFICATION HISTORY                                            *
000220*----------------------------------------------------------------*
000390*                  VALUE FIELD - THE WAYS-TO-WIN SUBTOTAL SUMS   *
000400*                  17-DIGIT COUNTS AND COULD LOSE ITS TOP DIGIT  *
000410*                  IN THE 17-POSITION OVERALL-SUMMARY FIELD.     *
000412* 15/10/2026 TN    RESULTS LINE FD WIDENED 141 -> 148 FOR THE     *
000414*                  VENUE CODE NOW CARRIED ON THE END OF EVERY     *
000416*                  RESULTS LINE (SEE RESLINE).                    *
000417* 15/10/2026 TN    THE DAY06BAK 'RUN WITHDRAWN' LINE IS NO LONGER *
000418*                  TAKEN FOR A RACE; THE SUMMARY BLOCK FLAGS THE  *
000419*                  FIGURES AS BACKED OUT.                         *
000420* 15/10/2026 TN    SKIP THE 'SUSPECT RECORDS HELD' AND 'SUSPECT   *
000421*                  RECORDS RELEASED' MARK LINES DAY06 AND         *
000422*                  DAY06HLD NOW WRITE - THEY ARE NOT RACE DETAIL. *
000423*----------------------------------------------------------------*
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DAY06RPT.
000450 AUTHOR. T. NAKAMURA.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  FD-RESIN.
000610 01  RESIN-RECORD                PIC X(148).
000620 FD  FD-REPORT.
000630 01  REPORT-RECORD               PIC X(132).
000640*    THE RANKING NO LONGER LIVES IN A FIXED TABLE - THE DETAIL
000900 01  WS-UNPROC-CT                PIC 9(09) VALUE 0.
000910 01  WS-CTLFAIL-CT               PIC 9(09) VALUE 0.
000920 01  WS-ZEROWIN-CT               PIC 9(09) VALUE 0.
000922 01  WS-WITHDRAWN-SW             PIC X(01) VALUE 'N'.
000924     88  WS-RUN-WITHDRAWN                   VALUE 'Y'.
000926 01  WS-WITHDRAWN-STAMP          PIC X(19) VALUE SPACES.
000930 77  WS-RACE-CT                  PIC 9(09) COMP VALUE 0.
000940 77  WS-LINE-CT                  PIC 9(03) COMP VALUE 99.
000950 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001690 01  WS-CLS-TOTAL-LINE.
001700     05  CS-LABEL                PIC X(40).
001710     05  CS-VALUE                PIC Z(17)9.
001712 01  WS-WITHDRAWN-LINE.
001714     05  FILLER                  PIC X(40) VALUE
001716             '*** RUN WITHDRAWN - FIGURES BACKED OUT'.
001718     05  WL-STAMP                PIC X(19).
001720 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
001730 PROCEDURE DIVISION.
001740*----------------------------------------------------------------*
002760                 FUNCTION NUMVAL(RESIN-RECORD(21:17))
002770         WHEN RESIN-RECORD(1:9) = 'REPAIRED '
002780             CONTINUE
002781         WHEN RESIN-RECORD(1:8) = 'SUSPECT '
002782             CONTINUE
002783         WHEN RESIN-RECORD(1:15) = 'RUN WITHDRAWN: '
002784             SET WS-RUN-WITHDRAWN TO TRUE
002786             MOVE RESIN-RECORD(16:19) TO WS-WITHDRAWN-STAMP
002790         WHEN RESIN-RECORD(1:14) = 'RECORDS READ: '
002800             COMPUTE WS-READ-CT =
002810                 FUNCTION NUMVAL(RESIN-RECORD(15:9))
004690     MOVE 'GRAND TOTAL RESULT' TO SM-LABEL.
004700     MOVE WS-GRAND-TOTAL TO SM-VALUE.
004710     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
004720     IF WS-RUN-WITHDRAWN
004730         MOVE WS-WITHDRAWN-STAMP TO WL-STAMP
004740         WRITE REPORT-RECORD FROM WS-WITHDRAWN-LINE
004750         DISPLAY "Run withdrawn " WS-WITHDRAWN-STAMP
004760             " - figures backed out"
004770     END-IF.

000230*----------------------------------------------------------------*
000240* DATE       INIT  DESCRIPTION                                    *
000250* 01/09/2026 TN    ORIGINAL PROGRAM.                              *
000252* 15/10/2026 TN    EACH MISSING RACE, AND A MASTER OR HISTORY     *
000254*                  FILE THAT CANNOT BE OPENED, IS NOW ALSO        *
000256*                  APPENDED TO THE SHARED DAY06.ALERTS FILE       *
000258*                  THROUGH DAY06ALT.                              *
000260*----------------------------------------------------------------*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DAY06MIS.
000780     05  ML-VENUE                PIC X(20).
000790     05  FILLER                  PIC X(01) VALUE SPACE.
000800     05  ML-CLASS                PIC X(08).
000805     COPY ALERTREC.
000810 PROCEDURE DIVISION.
000820*----------------------------------------------------------------*
000830* MAINLINE                                                        *
000880     IF WS-RACEMST-STATUS NOT = '00'
000890         DISPLAY "Race master not available, status "
000900             WS-RACEMST-STATUS
000901         MOVE SPACES TO ALERT-RECORD
000902         SET AL-ERROR TO TRUE
000903         MOVE WS-RACEMST-FILE-NAME TO AL-FILE
000904         STRING 'RACE MASTER NOT AVAILABLE, STATUS '
000905                WS-RACEMST-STATUS
000906             DELIMITED BY SIZE INTO AL-MESSAGE
000907         PERFORM RAISE-ALERT
000910         MOVE 8 TO RETURN-CODE
000920         STOP RUN
000930     END-IF.
000980     IF WS-RACEHIS-STATUS NOT = '00'
000990         DISPLAY "Race history not available, status "
001000             WS-RACEHIS-STATUS
001001         MOVE SPACES TO ALERT-RECORD
001002         SET AL-ERROR TO TRUE
001003         MOVE WS-RACEHIS-FILE-NAME TO AL-FILE
001004         STRING 'RACE HISTORY NOT AVAILABLE, STATUS '
001005                WS-RACEHIS-STATUS
001006             DELIMITED BY SIZE INTO AL-MESSAGE
001007         PERFORM RAISE-ALERT
001010         CLOSE FD-RACEMST
001020         MOVE 8 TO RETURN-CODE
001030         STOP RUN
001850                 MOVE RM-VENUE TO ML-VENUE
001860                 MOVE RM-CLASS TO ML-CLASS
001870                 DISPLAY WS-MISSING-LINE
001871                 MOVE SPACES TO ALERT-RECORD
001872                 SET AL-WARNING TO TRUE
001873                 MOVE RM-RACE-ID TO AL-RACE-ID
001874                 MOVE WS-RACEHIS-FILE-NAME TO AL-FILE
001875                 STRING 'NO RESULTS FOR RUN DATE ' WS-RUN-DATE
001876                        ' - ' RM-VENUE-CODE ' ' RM-CLASS
001877                     DELIMITED BY SIZE INTO AL-MESSAGE
001878                 PERFORM RAISE-ALERT
001880             NOT INVALID KEY
001890                 ADD 1 TO WS-FOUND-CT
001900         END-READ
001910     END-IF.
001920
001930*----------------------------------------------------------------*
001940* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
001950* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
001960*----------------------------------------------------------------*
001970 RAISE-ALERT.
001980     MOVE 'DAY06MIS' TO AL-PROGRAM.
001990     CALL 'DAY06ALT' USING ALERT-RECORD.

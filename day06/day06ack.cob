000320*----------------------------------------------------------------*
000330* DATE       INIT  DESCRIPTION                                    *
000340* 01/09/2026 TN    ORIGINAL PROGRAM.                              *
000343* 15/10/2026 TN    MODE 'B' REVERSAL RECORDS WRITTEN BY DAY06BAK  *
000346*                  SKIPPED - THEY SHIP NO EXTRACT OF THEIR OWN.   *
000347* 15/10/2026 TN    OVERDUE AND FAILED OR SHORT EXTRACTS, AND AN   *
000348*                  UNREADABLE RUN LOG, ARE NOW ALSO APPENDED TO   *
000349*                  THE SHARED DAY06.ALERTS FILE THROUGH DAY06ALT. *
000350*----------------------------------------------------------------*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. DAY06ACK.
001220     05  AK-AGE                  PIC Z(7)9-.
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  AK-FLAG                 PIC X(12).
001243     COPY ALERTREC.
001246 01  WS-ALERT-AGE                PIC Z(4)9.
001250 PROCEDURE DIVISION.
001260*----------------------------------------------------------------*
001270* MAINLINE                                                        *
001380     IF WS-RUNLOG-STATUS NOT = '00'
001390         DISPLAY "Run log not available: "
001400             FUNCTION TRIM(WS-RUNLOG-FILE-NAME)
001401         MOVE SPACES TO ALERT-RECORD
001402         SET AL-ERROR TO TRUE
001403         MOVE WS-RUNLOG-FILE-NAME TO AL-FILE
001404         MOVE 'RUN LOG NOT AVAILABLE - NO EXTRACTS CHECKED'
001405             TO AL-MESSAGE
001406         PERFORM RAISE-ALERT
001410         MOVE 8 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
002050*----------------------------------------------------------------*
002060* CHECK-ONE-RUN - MATCH ONE RUN-LOG RECORD'S DERIVED EXTRACT      *
002070* AGAINST THE ACK FILE AND WRITE ITS LINE. PLANNING RUNS WRITE   *
002076* NO EXTRACT AND ARE SKIPPED, AS ARE DAY06BAK REVERSAL RECORDS  *
002082* (THE RUN THEY REVERSE IS CHECKED ON ITS OWN RECORD).           *
002090*----------------------------------------------------------------*
002100 CHECK-ONE-RUN.
002110     IF AU-MODE = 'P'
002115        OR AU-BACKED-OUT
002120         CONTINUE
002130     ELSE
002140         ADD 1 TO WS-CHECKED-CT
003340        AND WS-RUN-FLAG NOT = 'NO ACK YET'
003350         DISPLAY WS-RUN-FLAG " "
003360             FUNCTION TRIM(WS-EXPORT-NAME)
003365         PERFORM RAISE-ACK-ALERT
003370     END-IF.
003380
003390*----------------------------------------------------------------*
003400* RAISE-ACK-ALERT - AN OVERDUE EXTRACT IS A WARNING (RC 4); A     *
003410* LOAD THE WAREHOUSE REPORTS AS FAILED OR SHORT IS AN ERROR      *
003420* (RC 8). EITHER WAY THE EXTRACT IS THE FILE TO LOOK AT.         *
003430*----------------------------------------------------------------*
003440 RAISE-ACK-ALERT.
003450     MOVE SPACES TO ALERT-RECORD.
003460     MOVE WS-EXPORT-NAME TO AL-FILE.
003470     IF WS-RUN-FLAG = '*OVERDUE'
003480         SET AL-WARNING TO TRUE
003490         MOVE WS-AGE-DAYS TO WS-ALERT-AGE
003500         STRING 'EXTRACT NOT ACKNOWLEDGED AFTER '
003510                FUNCTION TRIM(WS-ALERT-AGE) ' DAYS'
003520             DELIMITED BY SIZE INTO AL-MESSAGE
003530     ELSE
003540         SET AL-ERROR TO TRUE
003550         STRING 'WAREHOUSE LOAD NOT CLEAN - ' WS-RUN-FLAG
003560             DELIMITED BY SIZE INTO AL-MESSAGE
003570     END-IF.
003580     PERFORM RAISE-ALERT.
003590
003600*----------------------------------------------------------------*
003610* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
003620* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
003630*----------------------------------------------------------------*
003640 RAISE-ALERT.
003650     MOVE 'DAY06ACK' TO AL-PROGRAM.
003660     CALL 'DAY06ALT' USING ALERT-RECORD.

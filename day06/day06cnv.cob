000360*----------------------------------------------------------------*
000370* DATE       INIT  DESCRIPTION                                    *
000380* 01/09/2026 TN    ORIGINAL PROGRAM.                              *
000382* 15/10/2026 TN    EACH REJECTED RECORD, FILES THAT CANNOT BE     *
000384*                  OPENED AND COUNTS THAT DO NOT RECONCILE ARE    *
000386*                  NOW ALSO APPENDED TO THE SHARED DAY06.ALERTS   *
000388*                  FILE THROUGH DAY06ALT.                         *
000390*----------------------------------------------------------------*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. DAY06CNV.
001040     05  RJ-RECORD               PIC X(80).
001050     05  FILLER                  PIC X(01) VALUE SPACE.
001060     05  RJ-MESSAGE              PIC X(24).
001065     COPY ALERTREC.
001070 PROCEDURE DIVISION.
001080*----------------------------------------------------------------*
001090* MAINLINE                                                        *
001280         DISPLAY "Old history not available: "
001290             FUNCTION TRIM(WS-OLDHIS-FILE-NAME)
001300             " STATUS " WS-OLDHIS-STATUS
001301         MOVE SPACES TO ALERT-RECORD
001302         SET AL-ERROR TO TRUE
001303         MOVE WS-OLDHIS-FILE-NAME TO AL-FILE
001304         STRING 'OLD HISTORY NOT AVAILABLE, STATUS '
001305                WS-OLDHIS-STATUS
001306             DELIMITED BY SIZE INTO AL-MESSAGE
001307         PERFORM RAISE-ALERT
001310         MOVE 8 TO RETURN-CODE
001320         STOP RUN
001330     END-IF.
001400         DISPLAY "Keyed history not creatable: "
001410             FUNCTION TRIM(WS-NEWHIS-FILE-NAME)
001420             " STATUS " WS-NEWHIS-STATUS
001421         MOVE SPACES TO ALERT-RECORD
001422         SET AL-ERROR TO TRUE
001423         MOVE WS-NEWHIS-FILE-NAME TO AL-FILE
001424         STRING 'KEYED HISTORY NOT CREATABLE, STATUS '
001425                WS-NEWHIS-STATUS
001426             DELIMITED BY SIZE INTO AL-MESSAGE
001427         PERFORM RAISE-ALERT
001430         CLOSE FD-OLDHIS
001440         MOVE 8 TO RETURN-CODE
001450         STOP RUN
001710         WHEN WS-CHECK-CT NOT = WS-READ-CT
001720             DISPLAY "*** COUNTS DO NOT RECONCILE - DO NOT"
001730                 " INSTALL THE KEYED FILE"
001731             MOVE SPACES TO ALERT-RECORD
001732             SET AL-CRITICAL TO TRUE
001733             MOVE WS-NEWHIS-FILE-NAME TO AL-FILE
001734             MOVE 'COUNTS DO NOT RECONCILE - DO NOT INSTALL'
001735                 TO AL-MESSAGE
001736             PERFORM RAISE-ALERT
001740             MOVE 12 TO RETURN-CODE
001750         WHEN WS-REJECT-CT > 0
001760             DISPLAY "Rejected records listed on "
002340     WRITE REJECT-RECORD FROM WS-REJECT-LINE.
002350     DISPLAY "Rejected (" FUNCTION TRIM(RJ-MESSAGE) "): "
002360         OH-RACE-ID.
002370     MOVE SPACES TO ALERT-RECORD.
002380     SET AL-WARNING TO TRUE.
002390     MOVE OH-RACE-ID TO AL-RACE-ID.
002400     MOVE WS-REJECT-FILE-NAME TO AL-FILE.
002410     STRING 'NOT CONVERTED - ' RJ-MESSAGE
002420         DELIMITED BY SIZE INTO AL-MESSAGE.
002430     PERFORM RAISE-ALERT.
002440
002450*----------------------------------------------------------------*
002460* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
002470* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
002480*----------------------------------------------------------------*
002490 RAISE-ALERT.
002500     MOVE 'DAY06CNV' TO AL-PROGRAM.
002510     CALL 'DAY06ALT' USING ALERT-RECORD.

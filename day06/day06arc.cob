000400*                  RECORD IS 334 BYTES AND THE NARROWER AREAS    *
000410*                  TRUNCATED LONG EXCEPT-FILE NAMES ON THE       *
000420*                  SPLIT/REWRITE, PERMANENTLY ON THE LIVE FILE.  *
000422* 15/10/2026 TN    AN UNREADABLE LIVE FILE, AN EMPTY CUTOFF AND A *
000424*                  FAILED ARCHIVE OR PURGE RECONCILIATION ARE NOW *
000426*                  ALSO APPENDED TO THE SHARED DAY06.ALERTS FILE  *
000428*                  THROUGH DAY06ALT.                              *
000430*----------------------------------------------------------------*
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. DAY06ARC.
001340     05  WS-CD-DAY               PIC 9(02).
001350     05  FILLER                  PIC X(13).
001360 01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.
001365     COPY ALERTREC.
001370 PROCEDURE DIVISION.
001380*----------------------------------------------------------------*
001390* MAINLINE                                                        *
001510             " on " FUNCTION TRIM(WS-LIVE-FILE-NAME)
001520         DISPLAY "Records read/kept: " WS-READ-CT
001530             "/" WS-KEEP-CT
001531         MOVE SPACES TO ALERT-RECORD
001532         SET AL-WARNING TO TRUE
001533         MOVE WS-LIVE-FILE-NAME TO AL-FILE
001534         STRING 'NOTHING OLDER THAN CUTOFF ' WS-PARM-CUTOFF
001535                ' - NOTHING ARCHIVED'
001536             DELIMITED BY SIZE INTO AL-MESSAGE
001537         PERFORM RAISE-ALERT
001540         MOVE 4 TO RETURN-CODE
001550         STOP RUN
001560     END-IF.
001590     IF WS-RECON-FAILED
001600         DISPLAY "*** ARCHIVE DOES NOT RECONCILE - LIVE FILE"
001610             " LEFT INTACT"
001611         MOVE SPACES TO ALERT-RECORD
001612         SET AL-CRITICAL TO TRUE
001613         MOVE WS-ARCH-FILE-NAME TO AL-FILE
001614         MOVE 'ARCHIVE DOES NOT RECONCILE - LIVE FILE LEFT INTACT'
001615             TO AL-MESSAGE
001616         PERFORM RAISE-ALERT
001620         MOVE 12 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001720         DISPLAY "*** PURGE DOES NOT RECONCILE - CHECK THE"
001730             " LIVE FILE AGAINST "
001740             FUNCTION TRIM(WS-ARCH-FILE-NAME)
001741         MOVE SPACES TO ALERT-RECORD
001742         SET AL-CRITICAL TO TRUE
001743         MOVE WS-LIVE-FILE-NAME TO AL-FILE
001744         MOVE 'PURGE DOES NOT RECONCILE - CHECK AGAINST ARCHIVE'
001745             TO AL-MESSAGE
001746         PERFORM RAISE-ALERT
001750         MOVE 12 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
002510             DISPLAY "Live file not available: "
002520                 FUNCTION TRIM(WS-LIVE-FILE-NAME)
002530                 " STATUS " WS-HIST-STATUS
002533             MOVE WS-HIST-STATUS TO WS-LIVE-STATUS
002536             PERFORM RAISE-LIVE-ALERT
002540             MOVE 8 TO RETURN-CODE
002550             STOP RUN
002560         END-IF
002590         IF WS-LIVE-STATUS NOT = '00'
002600             DISPLAY "Live file not available: "
002610                 FUNCTION TRIM(WS-LIVE-FILE-NAME)
002615             PERFORM RAISE-LIVE-ALERT
002620             MOVE 8 TO RETURN-CODE
002630             STOP RUN
002640         END-IF
005540                WS-DATE-WORK(9:2)
005550             DELIMITED BY SIZE INTO WS-DATE-KEY-WORK
005560     END-IF.
005570
005580*----------------------------------------------------------------*
005590* RAISE-LIVE-ALERT - THE LIVE FILE COULD NOT BE OPENED; ITS       *
005600* STATUS IS IN WS-LIVE-STATUS WHICHEVER FILE TYPE WAS ASKED FOR. *
005610*----------------------------------------------------------------*
005620 RAISE-LIVE-ALERT.
005630     MOVE SPACES TO ALERT-RECORD.
005640     SET AL-ERROR TO TRUE.
005650     MOVE WS-LIVE-FILE-NAME TO AL-FILE.
005660     STRING 'LIVE FILE NOT AVAILABLE, STATUS ' WS-LIVE-STATUS
005670            ' - NOTHING ARCHIVED'
005680         DELIMITED BY SIZE INTO AL-MESSAGE.
005690     PERFORM RAISE-ALERT.
005700
005710*----------------------------------------------------------------*
005720* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
005730* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
005740*----------------------------------------------------------------*
005750 RAISE-ALERT.
005760     MOVE 'DAY06ARC' TO AL-PROGRAM.
005770     CALL 'DAY06ALT' USING ALERT-RECORD.

000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06ALT                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   OPERATOR ALERT SUBPROGRAM. THE CALLER CLEARS ITS ALERTREC     *
000090*   AREA TO SPACES, FILLS IN AL-SEVERITY, AL-PROGRAM, AL-FILE,    *
000100*   AL-RACE-ID (LEFT BLANK WHEN THE CONDITION IS NOT ABOUT ONE    *
000110*   RACE) AND AL-MESSAGE, AND CALLS DAY06ALT. DAY06ALT STAMPS THE *
000116*   ALERT WITH THE SYSTEM CLOCK TO THE HUNDREDTH OF A SECOND (SO  *
000122*   TWO RUNS OF ONE PROGRAM IN THE SAME SECOND KEEP DISTINCT      *
000128*   KEYS), NUMBERS IT (A RUNNING COUNT FOR THE RUN UNIT, SO TWO   *
000134*   ALERTS IN THE SAME HUNDREDTH DO TOO) AND APPENDS IT TO THE    *
000140*   SHARED DAY06.ALERTS FILE,                                     *
000150*   CREATING THE FILE THE FIRST TIME. LIKE THE RUN LOG, AN ALERT  *
000160*   FILE THAT CANNOT BE OPENED IS REPORTED ON THE CONSOLE BUT     *
000170*   NEVER FAILS THE CALLER - THE CONDITION ITSELF IS ALREADY IN   *
000180*   THE CALLER'S RETURN CODE. THE CALLER'S RETURN-CODE IS SAVED   *
000190*   AND PUT BACK, SO AN ALERT CAN BE RAISED AFTER THE RUN HAS     *
000200*   BEEN GRADED.                                                  *
000210*----------------------------------------------------------------*
000220* MODIFICATION HISTORY                                            *
000230*----------------------------------------------------------------*
000240* DATE       INIT  DESCRIPTION                                    *
000250* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000255* 15/10/2026 TN    ALERT STAMP CARRIES HUNDREDTHS OF A SECOND.    *
000260*----------------------------------------------------------------*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DAY06ALT.
000290 AUTHOR. T. NAKAMURA.
000300 INSTALLATION. ADVENT OF CODE.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FD-ALERTS ASSIGN TO DYNAMIC WS-ALERTS-FILE-NAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ALERTS-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  FD-ALERTS.
000420 01  ALERTS-RECORD               PIC X(193).
000430 WORKING-STORAGE SECTION.
000440 01  WS-ALERTS-FILE-NAME         PIC X(80) VALUE 'day06.alerts'.
000450 01  WS-ALERTS-STATUS            PIC X(02) VALUE SPACES.
000460 77  WS-ALERT-SEQ                PIC 9(04) VALUE 0.
000470 77  WS-SAVE-RC                  PIC S9(04) COMP VALUE 0.
000480 01  WS-STAMP-WORK               PIC X(22) VALUE SPACES.
000490 01  WS-CURRENT-DATE-DATA.
000500     05  WS-CD-YEAR              PIC 9(04).
000510     05  WS-CD-MONTH             PIC 9(02).
000520     05  WS-CD-DAY               PIC 9(02).
000530     05  WS-CD-HOUR              PIC 9(02).
000540     05  WS-CD-MIN               PIC 9(02).
000550     05  WS-CD-SEC               PIC 9(02).
000556     05  WS-CD-HUNDREDTHS        PIC 9(02).
000562     05  FILLER                  PIC X(05).
000570 LINKAGE SECTION.
000580     COPY ALERTREC.
000590 PROCEDURE DIVISION USING ALERT-RECORD.
000600*----------------------------------------------------------------*
000610* MAINLINE                                                        *
000620*----------------------------------------------------------------*
000630     MOVE RETURN-CODE TO WS-SAVE-RC.
000640     PERFORM FORMAT-TIME-STAMP.
000650     ADD 1 TO WS-ALERT-SEQ.
000660     SET AL-ALERT TO TRUE.
000670     MOVE WS-STAMP-WORK TO AL-STAMP.
000680     MOVE WS-ALERT-SEQ TO AL-SEQ.
000690     IF NOT AL-VALID-SEVERITY
000700         SET AL-ERROR TO TRUE
000710     END-IF.
000720     PERFORM APPEND-ALERT.
000730     MOVE WS-SAVE-RC TO RETURN-CODE.
000740     GOBACK.
000750
000760*----------------------------------------------------------------*
000770* APPEND-ALERT - OPEN THE ALERT FILE FOR EXTEND (CREATING IT IF   *
000780* THIS IS THE FIRST ALERT EVER), WRITE THE ONE RECORD AND CLOSE   *
000790* IT AGAIN, SO EVERY PROGRAM IN THE SUITE CAN APPEND IN TURN.     *
000800*----------------------------------------------------------------*
000810 APPEND-ALERT.
000820     OPEN EXTEND FD-ALERTS.
000830     IF WS-ALERTS-STATUS = '35'
000840         OPEN OUTPUT FD-ALERTS
000850     END-IF.
000860     IF WS-ALERTS-STATUS NOT = '00'
000870         DISPLAY "Alert file not available, status "
000880             WS-ALERTS-STATUS ": " AL-PROGRAM " " AL-MESSAGE
000890     ELSE
000900         WRITE ALERTS-RECORD FROM ALERT-RECORD
000910         CLOSE FD-ALERTS
000920     END-IF.
000930
000940*----------------------------------------------------------------*
000947* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS.HH STAMP FROM   *
000954* THE SYSTEM CLOCK IN WS-STAMP-WORK, AS DAY06 DOES FOR ITS RUN    *
000961* LOG BUT TO THE HUNDREDTH OF A SECOND.                           *
000970*----------------------------------------------------------------*
000980 FORMAT-TIME-STAMP.
000990     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
001000     MOVE SPACES TO WS-STAMP-WORK.
001010     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
001020            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
001025            '.' WS-CD-HUNDREDTHS
001030            DELIMITED BY SIZE INTO WS-STAMP-WORK.

000110*   WHOSE START DATE (DD/MM/YYYY) OR INPUT FILE NAME MATCHES, SO  *
000120*   AUDIT CAN TRACE A QUESTIONED GRAND TOTAL STRAIGHT BACK TO     *
000130*   THE EXACT RUN, FILES AND MODE THAT PRODUCED IT.               *
000132*   A RUN REVERSED BY DAY06BAK IS SHOWN WITH A 'BACKED OUT'       *
000134*   STATUS LINE (FOUND BY RE-SCANNING THE LOG THROUGH A SECOND    *
000136*   FD FOR ITS 'B' REVERSAL RECORD), AND THE REVERSAL RECORD      *
000138*   ITSELF IS LISTED AS MODE 'B' NAMING THE RUN IT REVERSED.      *
000140*----------------------------------------------------------------*
000150* MODIFICATION HISTORY                                            *
000160*----------------------------------------------------------------*
000170* DATE       INIT  DESCRIPTION                                    *
000180* 22/08/2026 TN    ORIGINAL PROGRAM.                              *
000182* 15/10/2026 TN    BACKED-OUT STATUS LINE FOR RUNS REVERSED BY    *
000184*                  DAY06BAK, AND MODE 'B' REVERSAL RECORDS LISTED *
000186*                  WITH THE RUN THEY REVERSE.                     *
000190*----------------------------------------------------------------*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. DAY06INQ.
000290     SELECT FD-RUNLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-RUNLOG-STATUS.
000312     SELECT FD-REVLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS WS-REVLOG-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  FD-RUNLOG.
000350     COPY RUNLOG.
000353 FD  FD-REVLOG.
000356 01  REVLOG-RECORD               PIC X(334).
000360 WORKING-STORAGE SECTION.
000370 01  WS-RUNLOG-FILE-NAME         PIC X(80) VALUE 'day06.runlog'.
000380 01  WS-PARM-DATA                PIC X(160) VALUE SPACES.
000390 01  WS-FILTER                   PIC X(80) VALUE SPACES.
000400 01  WS-PARM-RUNLOG              PIC X(80) VALUE SPACES.
000410 01  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
000415 01  WS-REVLOG-STATUS            PIC X(02) VALUE SPACES.
000420 01  WS-EOF                      PIC X(01) VALUE 'N'.
000430     88  WS-END-OF-FILE                     VALUE 'Y'.
000440 01  WS-MATCH-SW                 PIC X(01) VALUE 'N'.
000450     88  WS-RUN-MATCHES                     VALUE 'Y'.
000451 01  WS-REV-EOF                  PIC X(01) VALUE 'N'.
000452     88  WS-REV-END                         VALUE 'Y'.
000453 01  WS-BACKED-OUT-SW            PIC X(01) VALUE 'N'.
000454     88  WS-RUN-BACKED-OUT                  VALUE 'Y'.
000455     COPY RUNREV.
000460 01  WS-TOTAL-CT                 PIC 9(09) VALUE 0.
000470 01  WS-LISTED-CT                PIC 9(09) VALUE 0.
000480 01  WS-HEAD-LINE.
001410         DISPLAY "  INPUT:   " FUNCTION TRIM(AU-INPUT-FILE)
001420         DISPLAY "  RESULTS: " FUNCTION TRIM(AU-RESULTS-FILE)
001430         DISPLAY "  EXCEPT:  " FUNCTION TRIM(AU-EXCEPT-FILE)
001431         IF AU-BACKED-OUT
001432             DISPLAY "  REVERSES THE RUN STARTED " AU-START-STAMP
001433                 ", BACKED OUT " AU-END-STAMP
001434         ELSE
001435             PERFORM CHECK-RUN-BACKED-OUT
001436             IF WS-RUN-BACKED-OUT
001437                 DISPLAY "  STATUS:  BACKED OUT " RV-END-STAMP
001438             END-IF
001439         END-IF
001440     END-IF.
001450
001460*----------------------------------------------------------------*
001470* CHECK-RUN-BACKED-OUT - RE-SCAN THE RUN LOG THROUGH ITS SECOND  *
001480* FD FOR A DAY06BAK REVERSAL RECORD OF THE CURRENT RUN (SAME     *
001490* START STAMP AND INPUT FILE, MODE 'B').                         *
001500*----------------------------------------------------------------*
001510 CHECK-RUN-BACKED-OUT.
001520     MOVE 'N' TO WS-BACKED-OUT-SW.
001530     OPEN INPUT FD-REVLOG.
001540     IF WS-REVLOG-STATUS = '00'
001550         MOVE 'N' TO WS-REV-EOF
001560         PERFORM UNTIL WS-REV-END OR WS-RUN-BACKED-OUT
001570             READ FD-REVLOG INTO RUN-REVERSAL-WORK
001580                 AT END
001590                     SET WS-REV-END TO TRUE
001600                 NOT AT END
001610                     IF RV-BACKED-OUT
001620                        AND RV-START-STAMP = AU-START-STAMP
001630                        AND RV-INPUT-FILE = AU-INPUT-FILE
001640                         SET WS-RUN-BACKED-OUT TO TRUE
001650                     END-IF
001660             END-READ
001670         END-PERFORM
001680         CLOSE FD-REVLOG
001690     END-IF.

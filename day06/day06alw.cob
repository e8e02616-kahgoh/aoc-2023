000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06ALW                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   OPERATOR ALERT WORKBENCH OVER THE SHARED DAY06.ALERTS FILE    *
000090*   (SEE ALERTREC) THAT EVERY PROGRAM IN THE SUITE APPENDS TO     *
000100*   THROUGH DAY06ALT. AN ALERT IS OPEN UNTIL AN ACKNOWLEDGMENT    *
000110*   RECORD CARRYING ITS KEY (STAMP + PROGRAM + SEQUENCE) IS ON    *
000120*   THE FILE. THREE MODES, CHOSEN BY THE FIRST PARM:              *
000130*     LIST     - EVERY OPEN ALERT, WORST SEVERITY FIRST AND       *
000140*                OLDEST FIRST WITHIN A SEVERITY, WITH ITS AGE IN  *
000150*                DAYS, TO <ALERTS>.LIST. THE FIRST 36 COLUMNS OF  *
000160*                A LISTED ALERT ARE ITS KEY, READY TO BE QUOTED   *
000170*                ON AN ACKNOWLEDGMENT.                            *
000180*     ACK      - APPLIES A SEQUENTIAL ACKNOWLEDGMENTS FILE, ONE   *
000190*                LINE PER ALERT: THE KEY AS LISTED, THE           *
000200*                OPERATOR'S ID AND A NOTE. EACH ONE THAT PASSES   *
000210*                IS APPENDED TO THE ALERT FILE AS A 'K' RECORD    *
000220*                STAMPED WITH THE TIME IT WAS APPLIED. ONE THAT   *
000230*                FAILS (NO OPERATOR OR NOTE, NO SUCH ALERT,       *
000240*                ALREADY ACKNOWLEDGED) GOES WITH THE REASON TO    *
000250*                <ACKS>.REJECTS, THE DAY06HLD WAY, AND THE RUN    *
000260*                CARRIES ON.                                      *
000270*     HANDOVER - THE MORNING HANDOVER SHEET: EVERYTHING STILL     *
000280*                OPEN, GROUPED BY SEVERITY WITH A COUNT PER       *
000290*                GROUP, TO <ALERTS>.HANDOVER.                     *
000296*   OPEN ALERTS ARE FOUND IN ONE PASS: THE ALERT FILE GOES        *
000302*   THROUGH A SORT BY KEY, SO EACH ALERT COMES BACK WITH ITS      *
000308*   ACKNOWLEDGMENTS (AND, IN ACK MODE, THE OPERATORS' LINES       *
000314*   QUOTING IT) STRAIGHT AFTER IT. THE LIST AND HANDOVER SHEET    *
000320*   THEN TAKE THE OPEN ALERTS THROUGH A SECOND SORT, WORST FIRST, *
000326*   BY WAY OF A WORK FILE (<REPORT>.WORK), AS DAY06STD DOES FOR   *
000332*   ITS STANDINGS. THE ALERT FILE IS NEVER REWRITTEN, SO IT IS    *
000338*   ALSO THE PERMANENT RECORD OF WHO CLEARED WHAT AND WHEN.       *
000350*   RETURN CODES:                                                 *
000360*      0 - NOTHING OPEN (LIST/HANDOVER), OR EVERY ACKNOWLEDGMENT  *
000370*          APPLIED (ACK).                                         *
000380*      4 - ALERTS STILL OPEN, OR SOME ACKNOWLEDGMENTS REFUSED.    *
000390*     12 - BAD PARM, OR A FILE THE RUN CANNOT DO WITHOUT IS NOT   *
000400*          AVAILABLE.                                             *
000410*----------------------------------------------------------------*
000420* MODIFICATION HISTORY                                            *
000430*----------------------------------------------------------------*
000440* DATE       INIT  DESCRIPTION                                    *
000450* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000452* 15/10/2026 TN    ALERTS AND ACKNOWLEDGMENTS MATCHED IN ONE      *
000454*                  SORTED PASS INSTEAD OF A RE-SCAN OF THE FILE   *
000456*                  PER ALERT; KEY WIDENED TO 36 FOR THE           *
000458*                  HUNDREDTHS IN THE ALERTREC STAMP.              *
000460*----------------------------------------------------------------*
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. DAY06ALW.
000490 AUTHOR. T. NAKAMURA.
000500 INSTALLATION. ADVENT OF CODE.
000510 DATE-WRITTEN. 15/10/2026.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT FD-ALERTS ASSIGN TO DYNAMIC WS-ALERTS-FILE-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ALERTS-STATUS.
000620     SELECT FD-ACKREQ ASSIGN TO DYNAMIC WS-ACKREQ-FILE-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ACKREQ-STATUS.
000650     SELECT FD-REJECT ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REJECT-STATUS.
000672     SELECT FD-ALWORK ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
000674         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS WS-WORK-STATUS.
000680     SELECT FD-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REPORT-STATUS.
000706     SELECT SD-MATCH ASSIGN TO 'SORTWK01'.
000712     SELECT SD-SORT ASSIGN TO 'SORTWK02'.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FD-ALERTS.
000750 01  ALERTS-RECORD               PIC X(193).
000800 FD  FD-ACKREQ.
000810 01  ACKREQ-RECORD               PIC X(106).
000920 FD  FD-REJECT.
000922 01  REJECT-RECORD               PIC X(131).
000924*    ONE OPEN ALERT, WRITTEN BY THE MATCHING PASS IN THE SD-SORT
000926*    LAYOUT AND READ BACK BY THE SECOND SORT.
000928 FD  FD-ALWORK.
000930 01  ALERT-WORK-RECORD.
000932     05  AW-SEVERITY             PIC X(01).
000934     05  AW-SORT-STAMP           PIC X(16).
000936     05  AW-AGE                  PIC 9(05).
000938     05  AW-ALERT                PIC X(193).
000940 FD  FD-REPORT.
000950 01  REPORT-RECORD               PIC X(132).
000951*    EVERY RECORD OF THE ALERT FILE, AND IN ACK MODE EVERY LINE OF
000952*    THE ACKNOWLEDGMENTS FILE, BY KEY. WITHIN A KEY THE TYPE PUTS
000953*    THE ALERT ('A') FIRST, ITS ACKNOWLEDGMENTS ('K') NEXT AND THE
000954*    OPERATORS' LINES ('R') LAST, IN THE ORDER THEY WERE KEYED.
000955 SD  SD-MATCH.
000956 01  MATCH-RECORD.
000957     05  MR-KEY                  PIC X(36).
000958     05  MR-TYPE                 PIC X(01).
000959         88  MR-ALERT                       VALUE 'A'.
000960         88  MR-ACKNOWLEDGMENT              VALUE 'K'.
000961         88  MR-REQUEST                     VALUE 'R'.
000962     05  MR-DATA                 PIC X(193).
000963*    OPEN ALERTS GO THROUGH THE SORT WORST SEVERITY FIRST ('C'
000970*    BEFORE 'E' BEFORE 'W') AND OLDEST FIRST WITHIN A SEVERITY.
000980 SD  SD-SORT.
000990 01  SORT-RECORD.
001000     05  SR-SEVERITY             PIC X(01).
001010     05  SR-SORT-STAMP           PIC X(16).
001020     05  SR-AGE                  PIC 9(05).
001030     05  SR-ALERT                PIC X(193).
001040 WORKING-STORAGE SECTION.
001050 01  WS-ALERTS-FILE-NAME         PIC X(80) VALUE 'day06.alerts'.
001060 01  WS-ACKREQ-FILE-NAME         PIC X(80) VALUE SPACES.
001070 01  WS-REJECT-FILE-NAME         PIC X(80) VALUE SPACES.
001075 01  WS-WORK-FILE-NAME           PIC X(80) VALUE SPACES.
001080 01  WS-REPORT-FILE-NAME         PIC X(80) VALUE SPACES.
001090 01  WS-PARM-DATA                PIC X(240) VALUE SPACES.
001100 01  WS-PARM-MODE                PIC X(10) VALUE SPACES.
001110     88  WS-MODE-LIST                       VALUE 'LIST'.
001120     88  WS-MODE-ACK                        VALUE 'ACK'.
001130     88  WS-MODE-HANDOVER                   VALUE 'HANDOVER'.
001140 01  WS-PARM-FILE-1              PIC X(80) VALUE SPACES.
001150 01  WS-PARM-FILE-2              PIC X(80) VALUE SPACES.
001160 01  WS-ALERTS-STATUS            PIC X(02) VALUE SPACES.
001180 01  WS-ACKREQ-STATUS            PIC X(02) VALUE SPACES.
001190 01  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001195 01  WS-WORK-STATUS              PIC X(02) VALUE SPACES.
001200 01  WS-REPORT-STATUS            PIC X(02) VALUE SPACES.
001210 01  WS-EOF                      PIC X(01) VALUE 'N'.
001220     88  WS-END-OF-FILE                     VALUE 'Y'.
001230 01  WS-MATCH-EOF                PIC X(01) VALUE 'N'.
001240     88  WS-MATCH-END                       VALUE 'Y'.
001250 01  WS-SORT-EOF                 PIC X(01) VALUE 'N'.
001260     88  WS-SORT-END                        VALUE 'Y'.
001270 01  WS-VALID-SW                 PIC X(01) VALUE 'Y'.
001280     88  WS-DATA-VALID                      VALUE 'Y'.
001290     88  WS-DATA-INVALID                    VALUE 'N'.
001300 01  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
001310     88  WS-ALERT-FOUND                     VALUE 'Y'.
001320 01  WS-ACKED-SW                 PIC X(01) VALUE 'N'.
001330     88  WS-ALREADY-ACKED                   VALUE 'Y'.
001333 01  WS-KEY-SW                   PIC X(01) VALUE 'N'.
001336     88  WS-KEY-OPEN                        VALUE 'Y'.
001340 01  WS-GROUP-SW                 PIC X(01) VALUE 'N'.
001350     88  WS-GROUP-OPEN                      VALUE 'Y'.
001360 01  WS-CUR-SEVERITY             PIC X(01) VALUE SPACE.
001370*    THE KEY WHOSE RECORDS ARE COMING BACK FROM THE MATCHING SORT,
001380*    AND THE SEVERITY OF ITS ALERT (CARRIED ONTO AN ACKNOWLEDGMENT).
001390 01  WS-MATCH-KEY                PIC X(36) VALUE SPACES.
001400 01  WS-FOUND-SEVERITY           PIC X(01) VALUE SPACE.
001408*    ONE LINE OF THE ACKNOWLEDGMENTS FILE.
001416 01  ACK-REQUEST-RECORD.
001424     05  AQ-KEY.
001432         10  AQ-STAMP            PIC X(22).
001440         10  FILLER              PIC X(01).
001448         10  AQ-PROGRAM          PIC X(08).
001456         10  FILLER              PIC X(01).
001464         10  AQ-SEQ              PIC X(04).
001480     05  FILLER                  PIC X(01).
001490     05  AQ-OPERATOR             PIC X(08).
001500     05  FILLER                  PIC X(01).
001510     05  AQ-NOTE                 PIC X(60).
001530     COPY ALERTREC.
001540 77  WS-LINE-CT                  PIC 9(03) COMP VALUE 99.
001550 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
001560 77  WS-PAGE-CT                  PIC 9(05) COMP VALUE 0.
001570 01  WS-ALERT-CT                 PIC 9(09) VALUE 0.
001580 01  WS-CLEARED-CT               PIC 9(09) VALUE 0.
001590 01  WS-OPEN-CT                  PIC 9(09) VALUE 0.
001600 01  WS-CRIT-CT                  PIC 9(09) VALUE 0.
001610 01  WS-ERROR-CT                 PIC 9(09) VALUE 0.
001620 01  WS-WARN-CT                  PIC 9(09) VALUE 0.
001630 01  WS-GROUP-CT                 PIC 9(09) VALUE 0.
001640 01  WS-OLDEST-AGE               PIC 9(05) VALUE 0.
001650 01  WS-REQUEST-CT               PIC 9(09) VALUE 0.
001660 01  WS-APPLIED-CT               PIC 9(09) VALUE 0.
001670 01  WS-REJECT-CT                PIC 9(09) VALUE 0.
001680 01  WS-REJECT-MSG               PIC X(24) VALUE SPACES.
001690 01  WS-REJECT-LINE.
001700     05  RJ-REQUEST              PIC X(106).
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  RJ-MESSAGE              PIC X(24).
001730 01  WS-AGE-DAYS                 PIC 9(05) VALUE 0.
001740 01  WS-TODAY-INT                PIC 9(08) VALUE 0.
001750 01  WS-ALERT-INT                PIC 9(08) VALUE 0.
001760 01  WS-DATE-NUM                 PIC 9(08) VALUE 0.
001770 01  WS-SORT-STAMP-WORK          PIC X(16) VALUE SPACES.
001780 01  WS-SEVERITY-NAME            PIC X(08) VALUE SPACES.
001790 01  WS-STAMP-WORK               PIC X(22) VALUE SPACES.
001800 01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
001810 01  WS-CURRENT-DATE-DATA.
001820     05  WS-CD-YEAR              PIC 9(04).
001830     05  WS-CD-MONTH             PIC 9(02).
001840     05  WS-CD-DAY               PIC 9(02).
001850     05  WS-CD-HOUR              PIC 9(02).
001860     05  WS-CD-MIN               PIC 9(02).
001870     05  WS-CD-SEC               PIC 9(02).
001876     05  WS-CD-HUNDREDTHS        PIC 9(02).
001882     05  FILLER                  PIC X(05).
001890 01  WS-PAGE-HEAD-1.
001900     05  PH-TITLE                PIC X(42).
001910     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001920     05  PH-RUN-DATE             PIC X(10).
001930     05  FILLER                  PIC X(04) VALUE SPACES.
001940     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
001950     05  PH-PAGE                 PIC Z(4)9.
001960 01  WS-PAGE-HEAD-2.
001970     05  FILLER                  PIC X(12) VALUE 'ALERT FILE: '.
001980     05  PH-FILE-NAME            PIC X(80).
001990 01  WS-COL-HEAD-1.
002000     05  FILLER                  PIC X(23) VALUE 'RAISED'.
002010     05  FILLER                  PIC X(09) VALUE 'PROGRAM'.
002020     05  FILLER                  PIC X(05) VALUE 'SEQ'.
002030     05  FILLER                  PIC X(09) VALUE 'SEVERITY'.
002040     05  FILLER                  PIC X(06) VALUE '  AGE'.
002050     05  FILLER                  PIC X(11) VALUE 'RACE-ID'.
002060     05  FILLER                  PIC X(07) VALUE 'MESSAGE'.
002070 01  WS-GROUP-HEAD.
002080     05  GH-SEVERITY             PIC X(08).
002090     05  FILLER                  PIC X(17) VALUE
002100             ' - STILL OPEN'.
002110 01  WS-GROUP-TOTAL-LINE.
002120     05  GT-SEVERITY             PIC X(08).
002130     05  FILLER                  PIC X(13) VALUE ' ALERTS OPEN:'.
002140     05  GT-COUNT                PIC Z(8)9.
002150*    THE FIRST 36 COLUMNS ARE THE ALERT KEY IN THE ALERTREC
002160*    LAYOUT, SO AN OPERATOR CAN COPY THEM ONTO AN ACKNOWLEDGMENT.
002170 01  WS-ALERT-LINE.
002180     05  LN-STAMP                PIC X(22).
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  LN-PROGRAM              PIC X(08).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  LN-SEQ                  PIC 9(04).
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  LN-SEVERITY             PIC X(08).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  LN-AGE                  PIC Z(4)9.
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  LN-RACE-ID              PIC X(10).
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  LN-MESSAGE              PIC X(60).
002310 01  WS-ALERT-FILE-LINE.
002320     05  FILLER                  PIC X(37) VALUE SPACES.
002330     05  FILLER                  PIC X(06) VALUE 'FILE: '.
002340     05  LF-FILE                 PIC X(80).
002350 01  WS-SUMMARY-LINE.
002360     05  SM-LABEL                PIC X(40).
002370     05  SM-VALUE                PIC Z(8)9.
002380 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
002390 PROCEDURE DIVISION.
002400*----------------------------------------------------------------*
002410* MAINLINE                                                        *
002420*----------------------------------------------------------------*
002430     PERFORM GET-RUN-PARMS.
002440     PERFORM FORMAT-TIME-STAMP.
002450     MOVE WS-STAMP-WORK(1:10) TO WS-RUN-DATE.
002460     COMPUTE WS-DATE-NUM = WS-CD-YEAR * 10000
002470         + WS-CD-MONTH * 100 + WS-CD-DAY.
002480     COMPUTE WS-TODAY-INT =
002490         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
002500
002510     IF WS-MODE-ACK
002520         PERFORM APPLY-ACKNOWLEDGMENTS
002530         STOP RUN
002540     END-IF.
002550
002560*    THE AVAILABILITY GATE STAYS IN FRONT OF THE SORT. NO ALERT
002570*    FILE AT ALL MEANS NOTHING HAS EVER BEEN RAISED.
002580     OPEN INPUT FD-ALERTS.
002590     IF WS-ALERTS-STATUS = '35'
002600         DISPLAY "No alert file - nothing has been raised: "
002610             FUNCTION TRIM(WS-ALERTS-FILE-NAME)
002620         MOVE 0 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     IF WS-ALERTS-STATUS NOT = '00'
002660         DISPLAY "Alert file not available, status "
002670             WS-ALERTS-STATUS ": "
002680             FUNCTION TRIM(WS-ALERTS-FILE-NAME)
002690         MOVE 12 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     CLOSE FD-ALERTS.
002730     OPEN OUTPUT FD-REPORT.
002740     IF WS-REPORT-STATUS NOT = '00'
002750         DISPLAY "Report file not available, status "
002760             WS-REPORT-STATUS ": "
002770             FUNCTION TRIM(WS-REPORT-FILE-NAME)
002780         MOVE 12 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     CLOSE FD-REPORT.
002820
002821     SORT SD-MATCH
002822         ON ASCENDING KEY MR-KEY
002823         ON ASCENDING KEY MR-TYPE
002824         WITH DUPLICATES IN ORDER
002825         INPUT PROCEDURE IS RELEASE-ALERT-FILE
002826         OUTPUT PROCEDURE IS MATCH-OPEN-ALERTS.
002827
002828     IF WS-WORK-STATUS NOT = '00'
002829         DISPLAY "Alert work file not available: "
002830             FUNCTION TRIM(WS-WORK-FILE-NAME)
002831             " STATUS " WS-WORK-STATUS
002832         MOVE 12 TO RETURN-CODE
002833         STOP RUN
002834     END-IF.
002835
002836     SORT SD-SORT
002840         ON ASCENDING KEY SR-SEVERITY
002850         ON ASCENDING KEY SR-SORT-STAMP
002860         USING FD-ALWORK
002870         OUTPUT PROCEDURE IS WRITE-ALERT-REPORT.
002880
002890     DISPLAY "Alerts on file/acknowledged/open: " WS-ALERT-CT
002900         "/" WS-CLEARED-CT "/" WS-OPEN-CT.
002910     DISPLAY "Open critical/error/warning: " WS-CRIT-CT
002920         "/" WS-ERROR-CT "/" WS-WARN-CT.
002930     DISPLAY "Report written: "
002940         FUNCTION TRIM(WS-REPORT-FILE-NAME).
002950     IF WS-OPEN-CT > 0
002960         MOVE 4 TO RETURN-CODE
002970     ELSE
002980         MOVE 0 TO RETURN-CODE
002990     END-IF.
003000     STOP RUN.
003010
003020*----------------------------------------------------------------*
003030* GET-RUN-PARMS - "LIST [ALERT-FILE]", "HANDOVER [ALERT-FILE]" OR *
003040* "ACK ACKS-FILE [ALERT-FILE]". THE LIST AND HANDOVER SHEET ARE   *
003050* THE ALERT FILE NAME PLUS .LIST / .HANDOVER, AND THEIR WORK FILE *
003060* THE REPORT NAME PLUS .WORK; REFUSED ACKNOWLEDGMENTS ARE THE     *
003070* ACKS FILE NAME PLUS .REJECTS, THE RACEMNT CONVENTION.           *
003080*----------------------------------------------------------------*
003090 GET-RUN-PARMS.
003100     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
003110     UNSTRING WS-PARM-DATA DELIMITED BY SPACE
003120         INTO WS-PARM-MODE WS-PARM-FILE-1 WS-PARM-FILE-2.
003130     EVALUATE TRUE
003140         WHEN WS-MODE-ACK
003150             IF WS-PARM-FILE-1 = SPACES
003160                 PERFORM SHOW-USAGE
003170             END-IF
003180             MOVE WS-PARM-FILE-1 TO WS-ACKREQ-FILE-NAME
003190             IF WS-PARM-FILE-2 NOT = SPACES
003200                 MOVE WS-PARM-FILE-2 TO WS-ALERTS-FILE-NAME
003210             END-IF
003220             MOVE SPACES TO WS-REJECT-FILE-NAME
003230             STRING FUNCTION TRIM(WS-ACKREQ-FILE-NAME)
003240                    DELIMITED BY SIZE
003250                    '.rejects' DELIMITED BY SIZE
003260                 INTO WS-REJECT-FILE-NAME
003270         WHEN WS-MODE-LIST
003280         WHEN WS-MODE-HANDOVER
003290             IF WS-PARM-FILE-1 NOT = SPACES
003300                 MOVE WS-PARM-FILE-1 TO WS-ALERTS-FILE-NAME
003310             END-IF
003320             MOVE SPACES TO WS-REPORT-FILE-NAME
003330             IF WS-MODE-LIST
003340                 STRING FUNCTION TRIM(WS-ALERTS-FILE-NAME)
003350                        DELIMITED BY SIZE
003360                        '.list' DELIMITED BY SIZE
003370                     INTO WS-REPORT-FILE-NAME
003380             ELSE
003390                 STRING FUNCTION TRIM(WS-ALERTS-FILE-NAME)
003400                        DELIMITED BY SIZE
003410                        '.handover' DELIMITED BY SIZE
003420                     INTO WS-REPORT-FILE-NAME
003430             END-IF
003431             MOVE SPACES TO WS-WORK-FILE-NAME
003432             STRING FUNCTION TRIM(WS-REPORT-FILE-NAME)
003433                    DELIMITED BY SIZE
003434                    '.work' DELIMITED BY SIZE
003435                 INTO WS-WORK-FILE-NAME
003440         WHEN OTHER
003450             PERFORM SHOW-USAGE
003460     END-EVALUATE.
003470
003480 SHOW-USAGE.
003490     DISPLAY "Usage: DAY06ALW LIST [alert-file]".
003500     DISPLAY "       DAY06ALW HANDOVER [alert-file]".
003510     DISPLAY "       DAY06ALW ACK acks-file [alert-file]".
003520     MOVE 12 TO RETURN-CODE.
003530     STOP RUN.
003540
003550*----------------------------------------------------------------*
003558* RELEASE-ALERT-FILE - MATCHING SORT INPUT PROCEDURE: RELEASE     *
003566* EVERY ALERT AND ACKNOWLEDGMENT ON THE ALERT FILE UNDER ITS KEY  *
003574* AND, IN ACK MODE, EVERY LINE OF THE ACKNOWLEDGMENTS FILE UNDER  *
003582* THE KEY IT QUOTES.                                              *
003590*----------------------------------------------------------------*
003600 RELEASE-ALERT-FILE.
003610     OPEN INPUT FD-ALERTS.
003620     MOVE 'N' TO WS-EOF.
003630     PERFORM UNTIL WS-END-OF-FILE
003640         READ FD-ALERTS INTO ALERT-RECORD
003650             AT END
003660                 SET WS-END-OF-FILE TO TRUE
003670             NOT AT END
003680                 PERFORM RELEASE-ALERT-RECORD
003720         END-READ
003730     END-PERFORM.
003740     CLOSE FD-ALERTS.
003741     IF WS-MODE-ACK
003742         OPEN INPUT FD-ACKREQ
003743         MOVE 'N' TO WS-EOF
003744         PERFORM UNTIL WS-END-OF-FILE
003745             READ FD-ACKREQ INTO ACK-REQUEST-RECORD
003746                 AT END
003747                     SET WS-END-OF-FILE TO TRUE
003748                 NOT AT END
003749                     ADD 1 TO WS-REQUEST-CT
003750                     MOVE SPACES TO MATCH-RECORD
003751                     MOVE AQ-KEY TO MR-KEY
003752                     SET MR-REQUEST TO TRUE
003753                     MOVE ACK-REQUEST-RECORD TO MR-DATA
003754                     RELEASE MATCH-RECORD
003755             END-READ
003756         END-PERFORM
003757         CLOSE FD-ACKREQ
003758     END-IF.
003759
003760 RELEASE-ALERT-RECORD.
003761     IF AL-ALERT OR AL-ACKNOWLEDGMENT
003762         IF AL-ALERT
003763             ADD 1 TO WS-ALERT-CT
003764         END-IF
003765         MOVE SPACES TO MATCH-RECORD
003766         MOVE AL-KEY TO MR-KEY
003767         MOVE AL-RECORD-TYPE TO MR-TYPE
003768         MOVE ALERT-RECORD TO MR-DATA
003769         RELEASE MATCH-RECORD
003770     END-IF.
003771
003772*----------------------------------------------------------------*
003773* MATCH-OPEN-ALERTS - MATCHING SORT OUTPUT PROCEDURE (LIST AND    *
003774* HANDOVER): THE RECORDS COME BACK KEY BY KEY; EACH KEY IS ONE    *
003775* CONTROL GROUP, AND AN ALERT LEFT WITHOUT AN ACKNOWLEDGMENT WHEN *
003776* ITS GROUP CLOSES GOES TO THE WORK FILE FOR THE SECOND SORT.     *
003777*----------------------------------------------------------------*
003778 MATCH-OPEN-ALERTS.
003779     OPEN OUTPUT FD-ALWORK.
003780     IF WS-WORK-STATUS = '00'
003781         PERFORM UNTIL WS-MATCH-END
003782             RETURN SD-MATCH
003783                 AT END
003784                     SET WS-MATCH-END TO TRUE
003785                 NOT AT END
003786                     PERFORM MATCH-ONE-RECORD
003787             END-RETURN
003788         END-PERFORM
003789         PERFORM CLOSE-KEY-GROUP
003790         CLOSE FD-ALWORK
003791     END-IF.
003792
003793*----------------------------------------------------------------*
003794* MATCH-ONE-RECORD - FOLD ONE RECORD INTO ITS KEY'S GROUP, ENDING *
003795* THE PREVIOUS GROUP ON A CHANGE OF KEY. THE ALERT ARRIVES FIRST, *
003796* THEN ANY ACKNOWLEDGMENT OF IT, THEN (ACK MODE) THE LINES        *
003797* QUOTING IT, EACH EDITED AGAINST THE GROUP AS IT STANDS - SO A   *
003798* SECOND LINE FOR THE SAME ALERT IN ONE RUN IS REFUSED AS ALREADY *
003799* ACKNOWLEDGED.                                                   *
003800*----------------------------------------------------------------*
003801 MATCH-ONE-RECORD.
003802     IF NOT WS-KEY-OPEN
003803        OR MR-KEY NOT = WS-MATCH-KEY
003804         PERFORM CLOSE-KEY-GROUP
003805         PERFORM START-KEY-GROUP
003806     END-IF.
003807     EVALUATE TRUE
003808         WHEN MR-ALERT
003809             IF NOT WS-ALERT-FOUND
003810                 MOVE MR-DATA TO ALERT-RECORD
003811                 SET WS-ALERT-FOUND TO TRUE
003812                 MOVE AL-SEVERITY TO WS-FOUND-SEVERITY
003813             END-IF
003814         WHEN MR-ACKNOWLEDGMENT
003815             SET WS-ALREADY-ACKED TO TRUE
003816         WHEN MR-REQUEST
003817             MOVE MR-DATA TO ACK-REQUEST-RECORD
003818             PERFORM APPLY-ONE-ACKNOWLEDGMENT
003819     END-EVALUATE.
003820
003821 START-KEY-GROUP.
003822     MOVE MR-KEY TO WS-MATCH-KEY.
003823     SET WS-KEY-OPEN TO TRUE.
003824     MOVE 'N' TO WS-FOUND-SW.
003825     MOVE 'N' TO WS-ACKED-SW.
003826     MOVE SPACE TO WS-FOUND-SEVERITY.
003827
003828*----------------------------------------------------------------*
003829* CLOSE-KEY-GROUP - ON THE LIST AND HANDOVER SHEET, JUDGE THE     *
003830* ALERT OF THE GROUP JUST FINISHED. AN ACKNOWLEDGMENT WITH NO     *
003831* ALERT BEHIND IT CLEARS NOTHING AND IS PASSED OVER.              *
003832*----------------------------------------------------------------*
003833 CLOSE-KEY-GROUP.
003834     IF WS-KEY-OPEN
003835        AND WS-ALERT-FOUND
003836        AND NOT WS-MODE-ACK
003837         PERFORM JUDGE-ONE-ALERT
003838     END-IF.
003839     MOVE 'N' TO WS-KEY-SW.
003840
003841 JUDGE-ONE-ALERT.
003842     IF WS-ALREADY-ACKED
003843         ADD 1 TO WS-CLEARED-CT
003844     ELSE
003845         ADD 1 TO WS-OPEN-CT
003846         EVALUATE TRUE
003847             WHEN AL-CRITICAL
003850                 ADD 1 TO WS-CRIT-CT
003860             WHEN AL-ERROR
003870                 ADD 1 TO WS-ERROR-CT
003880             WHEN OTHER
003890                 ADD 1 TO WS-WARN-CT
003900         END-EVALUATE
003910         PERFORM AGE-THIS-ALERT
003920         IF WS-AGE-DAYS > WS-OLDEST-AGE
003930             MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
003940         END-IF
003950         MOVE SPACES TO ALERT-WORK-RECORD
003960         MOVE AL-SEVERITY TO AW-SEVERITY
003970         MOVE WS-SORT-STAMP-WORK TO AW-SORT-STAMP
003980         MOVE WS-AGE-DAYS TO AW-AGE
003990         MOVE ALERT-RECORD TO AW-ALERT
004000         WRITE ALERT-WORK-RECORD
004360     END-IF.
004370
004380*----------------------------------------------------------------*
004390* AGE-THIS-ALERT - DAYS BETWEEN THE ALERT'S STAMP DATE AND TODAY, *
004400* AND THE STAMP REARRANGED FOR THE SORT. A STAMP THAT CANNOT BE   *
004410* READ COMES BACK AS OLDER THAN ANYTHING, AS IN DAY06ACK.         *
004420*----------------------------------------------------------------*
004430 AGE-THIS-ALERT.
004440     IF AL-STAMP(1:2) IS NUMERIC
004450        AND AL-STAMP(4:2) IS NUMERIC
004460        AND AL-STAMP(7:4) IS NUMERIC
004470        AND AL-STAMP(3:1) = '/'
004480        AND AL-STAMP(6:1) = '/'
004490         COMPUTE WS-DATE-NUM =
004500             FUNCTION NUMVAL(AL-STAMP(7:4)) * 10000
004510             + FUNCTION NUMVAL(AL-STAMP(4:2)) * 100
004520             + FUNCTION NUMVAL(AL-STAMP(1:2))
004530         COMPUTE WS-ALERT-INT =
004540             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
004550         IF WS-ALERT-INT > WS-TODAY-INT
004560             MOVE 0 TO WS-AGE-DAYS
004570         ELSE
004580             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ALERT-INT
004590         END-IF
004600         MOVE SPACES TO WS-SORT-STAMP-WORK
004610         STRING AL-STAMP(7:4) AL-STAMP(4:2) AL-STAMP(1:2)
004620                AL-STAMP(12:2) AL-STAMP(15:2) AL-STAMP(18:2)
004625                AL-STAMP(21:2)
004630             DELIMITED BY SIZE INTO WS-SORT-STAMP-WORK
004640     ELSE
004650         MOVE 99999 TO WS-AGE-DAYS
004660         MOVE ZEROS TO WS-SORT-STAMP-WORK
004670     END-IF.
004680
004690*----------------------------------------------------------------*
004700* WRITE-ALERT-REPORT - SORT OUTPUT PROCEDURE: TAKE THE OPEN       *
004710* ALERTS BACK WORST FIRST AND WRITE THEM. THE HANDOVER SHEET      *
004720* ALSO BREAKS ON SEVERITY WITH A COUNT PER GROUP. BOTH CLOSE      *
004730* WITH THE SUMMARY BLOCK.                                         *
004740*----------------------------------------------------------------*
004750 WRITE-ALERT-REPORT.
004760     OPEN OUTPUT FD-REPORT.
004770     PERFORM WRITE-PAGE-HEADING.
004780     PERFORM UNTIL WS-SORT-END
004790         RETURN SD-SORT
004800             AT END
004810                 SET WS-SORT-END TO TRUE
004820             NOT AT END
004830                 PERFORM WRITE-ALERT-LINE
004840         END-RETURN
004850     END-PERFORM.
004860     IF WS-GROUP-OPEN
004870         PERFORM WRITE-GROUP-TOTAL
004880     END-IF.
004890     PERFORM WRITE-SUMMARY-BLOCK.
004900     CLOSE FD-REPORT.
004910
004920*----------------------------------------------------------------*
004930* WRITE-PAGE-HEADING - START A NEW PAGE WITH THE RUN DATE, THE    *
004940* ALERT FILE NAME AND THE COLUMN HEADINGS.                        *
004950*----------------------------------------------------------------*
004960 WRITE-PAGE-HEADING.
004970     ADD 1 TO WS-PAGE-CT.
004980     IF WS-MODE-HANDOVER
004990         MOVE 'DAY06 OPERATOR HANDOVER - OPEN ALERTS' TO PH-TITLE
005000     ELSE
005010         MOVE 'DAY06 OPEN OPERATOR ALERTS' TO PH-TITLE
005020     END-IF.
005030     MOVE WS-RUN-DATE TO PH-RUN-DATE.
005040     MOVE WS-PAGE-CT TO PH-PAGE.
005050     MOVE WS-ALERTS-FILE-NAME TO PH-FILE-NAME.
005060     IF WS-PAGE-CT = 1
005070         WRITE REPORT-RECORD FROM WS-PAGE-HEAD-1
005080     ELSE
005090         WRITE REPORT-RECORD FROM WS-PAGE-HEAD-1
005100             AFTER ADVANCING PAGE
005110     END-IF.
005120     WRITE REPORT-RECORD FROM WS-PAGE-HEAD-2.
005130     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005140     WRITE REPORT-RECORD FROM WS-COL-HEAD-1.
005150     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005160     MOVE 5 TO WS-LINE-CT.
005170
005180*----------------------------------------------------------------*
005190* WRITE-ALERT-LINE - ONE OPEN ALERT: THE KEY, SEVERITY, AGE,      *
005200* RACE AND MESSAGE, THEN THE FILE CONCERNED ON A SECOND LINE.     *
005210* ON THE HANDOVER SHEET A CHANGE OF SEVERITY CLOSES THE GROUP     *
005220* BEFORE AND OPENS THE NEXT.                                      *
005230*----------------------------------------------------------------*
005240 WRITE-ALERT-LINE.
005250     MOVE SR-ALERT TO ALERT-RECORD.
005260     PERFORM NAME-SEVERITY.
005270     IF WS-MODE-HANDOVER
005280        AND AL-SEVERITY NOT = WS-CUR-SEVERITY
005290         IF WS-GROUP-OPEN
005300             PERFORM WRITE-GROUP-TOTAL
005310         END-IF
005320         PERFORM START-SEVERITY-GROUP
005330     END-IF.
005340     IF WS-LINE-CT + 2 >= WS-LINES-PER-PAGE
005350         PERFORM WRITE-PAGE-HEADING
005360     END-IF.
005370     MOVE AL-STAMP TO LN-STAMP.
005380     MOVE AL-PROGRAM TO LN-PROGRAM.
005390     MOVE AL-SEQ TO LN-SEQ.
005400     MOVE WS-SEVERITY-NAME TO LN-SEVERITY.
005410     MOVE SR-AGE TO LN-AGE.
005420     MOVE AL-RACE-ID TO LN-RACE-ID.
005430     MOVE AL-MESSAGE TO LN-MESSAGE.
005440     WRITE REPORT-RECORD FROM WS-ALERT-LINE.
005450     MOVE AL-FILE TO LF-FILE.
005460     WRITE REPORT-RECORD FROM WS-ALERT-FILE-LINE.
005470     ADD 2 TO WS-LINE-CT.
005480     ADD 1 TO WS-GROUP-CT.
005490
005500 NAME-SEVERITY.
005510     EVALUATE TRUE
005520         WHEN AL-CRITICAL
005530             MOVE 'CRITICAL' TO WS-SEVERITY-NAME
005540         WHEN AL-ERROR
005550             MOVE 'ERROR' TO WS-SEVERITY-NAME
005560         WHEN OTHER
005570             MOVE 'WARNING' TO WS-SEVERITY-NAME
005580     END-EVALUATE.
005590
005600*----------------------------------------------------------------*
005610* START-SEVERITY-GROUP - OPEN A HANDOVER GROUP WITH ITS HEADING   *
005620* (ON A FRESH PAGE IF THIS ONE IS NEARLY FULL).                   *
005630*----------------------------------------------------------------*
005640 START-SEVERITY-GROUP.
005650     MOVE AL-SEVERITY TO WS-CUR-SEVERITY.
005660     MOVE 0 TO WS-GROUP-CT.
005670     SET WS-GROUP-OPEN TO TRUE.
005680     IF WS-LINE-CT + 4 >= WS-LINES-PER-PAGE
005690         PERFORM WRITE-PAGE-HEADING
005700     END-IF.
005710     MOVE WS-SEVERITY-NAME TO GH-SEVERITY.
005720     WRITE REPORT-RECORD FROM WS-GROUP-HEAD.
005730     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005740     ADD 2 TO WS-LINE-CT.
005750
005760*----------------------------------------------------------------*
005770* WRITE-GROUP-TOTAL - CLOSE A HANDOVER GROUP WITH ITS COUNT.      *
005780*----------------------------------------------------------------*
005790 WRITE-GROUP-TOTAL.
005800     IF WS-LINE-CT + 3 >= WS-LINES-PER-PAGE
005810         PERFORM WRITE-PAGE-HEADING
005820     END-IF.
005830     MOVE GH-SEVERITY TO GT-SEVERITY.
005840     MOVE WS-GROUP-CT TO GT-COUNT.
005850     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005860     WRITE REPORT-RECORD FROM WS-GROUP-TOTAL-LINE.
005870     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005880     ADD 3 TO WS-LINE-CT.
005890     MOVE 'N' TO WS-GROUP-SW.
005900
005910*----------------------------------------------------------------*
005920* WRITE-SUMMARY-BLOCK - THE FIGURES THE OPERATOR READS FIRST.     *
005930*----------------------------------------------------------------*
005940 WRITE-SUMMARY-BLOCK.
005950     IF WS-LINE-CT + 9 >= WS-LINES-PER-PAGE
005960         PERFORM WRITE-PAGE-HEADING
005970     END-IF.
005980     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005990     MOVE 'ALERTS ON FILE:' TO SM-LABEL.
006000     MOVE WS-ALERT-CT TO SM-VALUE.
006010     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
006020     MOVE 'ACKNOWLEDGED:' TO SM-LABEL.
006030     MOVE WS-CLEARED-CT TO SM-VALUE.
006040     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
006050     MOVE 'STILL OPEN:' TO SM-LABEL.
006060     MOVE WS-OPEN-CT TO SM-VALUE.
006070     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
006080     MOVE '  CRITICAL:' TO SM-LABEL.
006090     MOVE WS-CRIT-CT TO SM-VALUE.
006100     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
006110     MOVE '  ERROR:' TO SM-LABEL.
006120     MOVE WS-ERROR-CT TO SM-VALUE.
006130     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
006140     MOVE '  WARNING:' TO SM-LABEL.
006150     MOVE WS-WARN-CT TO SM-VALUE.
006160     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
006170     MOVE 'OLDEST OPEN ALERT (DAYS):' TO SM-LABEL.
006180     MOVE WS-OLDEST-AGE TO SM-VALUE.
006190     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
006200     ADD 8 TO WS-LINE-CT.
006210
006220*----------------------------------------------------------------*
006230* APPLY-ACKNOWLEDGMENTS - ACK MODE: THE ACKNOWLEDGMENTS FILE GOES *
006240* THROUGH THE MATCHING SORT WITH THE ALERT FILE, SO EVERY LINE IS *
006250* EDITED AGAINST ITS ALERT AND THAT ALERT'S ACKNOWLEDGMENTS IN    *
006260* ONE PASS. REFUSED LINES THEREFORE COME OUT IN KEY ORDER.        *
006270*----------------------------------------------------------------*
006280 APPLY-ACKNOWLEDGMENTS.
006290     OPEN INPUT FD-ACKREQ.
006300     IF WS-ACKREQ-STATUS NOT = '00'
006310         DISPLAY "Acknowledgments file not available: "
006320             FUNCTION TRIM(WS-ACKREQ-FILE-NAME)
006330         MOVE 12 TO RETURN-CODE
006340         STOP RUN
006350     END-IF.
006357     CLOSE FD-ACKREQ.
006364     OPEN INPUT FD-ALERTS.
006371     IF WS-ALERTS-STATUS NOT = '00'
006380         DISPLAY "Alert file not available, status "
006390             WS-ALERTS-STATUS ": "
006400             FUNCTION TRIM(WS-ALERTS-FILE-NAME)
006420         MOVE 12 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450     CLOSE FD-ALERTS.
006460     OPEN OUTPUT FD-REJECT.
006470     IF WS-REJECT-STATUS NOT = '00'
006480         DISPLAY "Rejects file not available: "
006490             FUNCTION TRIM(WS-REJECT-FILE-NAME)
006500             " STATUS " WS-REJECT-STATUS
006520         MOVE 12 TO RETURN-CODE
006530         STOP RUN
006540     END-IF.
006550
006560     SORT SD-MATCH
006570         ON ASCENDING KEY MR-KEY
006580         ON ASCENDING KEY MR-TYPE
006590         WITH DUPLICATES IN ORDER
006600         INPUT PROCEDURE IS RELEASE-ALERT-FILE
006610         OUTPUT PROCEDURE IS MATCH-ACKNOWLEDGMENTS.
006660
006680     CLOSE FD-REJECT.
006690     DISPLAY "Acknowledgments read/applied/refused: "
006700         WS-REQUEST-CT "/" WS-APPLIED-CT "/" WS-REJECT-CT.
006710     IF WS-REJECT-CT > 0
006720         DISPLAY "Refused acknowledgments listed on "
006730             FUNCTION TRIM(WS-REJECT-FILE-NAME)
006740         MOVE 4 TO RETURN-CODE
006750     ELSE
006760         MOVE 0 TO RETURN-CODE
006761     END-IF.
006762
006763*----------------------------------------------------------------*
006764* MATCH-ACKNOWLEDGMENTS - MATCHING SORT OUTPUT PROCEDURE (ACK):   *
006765* THE ALERT FILE IS HELD OPEN FOR EXTEND WHILE THE GROUPS COME    *
006766* BACK, AND EACH LINE THAT PASSES IS APPENDED AS IT IS MET.       *
006767*----------------------------------------------------------------*
006768 MATCH-ACKNOWLEDGMENTS.
006769     OPEN EXTEND FD-ALERTS.
006770     PERFORM UNTIL WS-MATCH-END
006771         RETURN SD-MATCH
006772             AT END
006773                 SET WS-MATCH-END TO TRUE
006774             NOT AT END
006775                 PERFORM MATCH-ONE-RECORD
006776         END-RETURN
006777     END-PERFORM.
006778     IF WS-ALERTS-STATUS = '00'
006779         CLOSE FD-ALERTS
006780     END-IF.
006781
006790 APPLY-ONE-ACKNOWLEDGMENT.
006800     PERFORM VALIDATE-ACKNOWLEDGMENT.
006810     IF WS-DATA-VALID
006820         PERFORM WRITE-ACKNOWLEDGMENT
006830     END-IF.
006840
006850*----------------------------------------------------------------*
006860* VALIDATE-ACKNOWLEDGMENT - THE OPERATOR'S ID AND A NOTE ARE      *
006870* REQUIRED; THE KEY MUST NAME AN ALERT ON THE FILE THAT HAS NOT   *
006880* ALREADY BEEN ACKNOWLEDGED.                                      *
006890*----------------------------------------------------------------*
006900 VALIDATE-ACKNOWLEDGMENT.
006910     SET WS-DATA-VALID TO TRUE.
006920     EVALUATE TRUE
006930         WHEN AQ-OPERATOR = SPACES
006940             MOVE 'MISSING OPERATOR ID' TO WS-REJECT-MSG
006950             PERFORM REJECT-ACKNOWLEDGMENT
006960         WHEN AQ-NOTE = SPACES
006970             MOVE 'MISSING NOTE' TO WS-REJECT-MSG
006980             PERFORM REJECT-ACKNOWLEDGMENT
006990     END-EVALUATE.
007000     IF WS-DATA-VALID
007030         EVALUATE TRUE
007040             WHEN NOT WS-ALERT-FOUND
007050                 MOVE 'UNKNOWN ALERT KEY' TO WS-REJECT-MSG
007060                 PERFORM REJECT-ACKNOWLEDGMENT
007070             WHEN WS-ALREADY-ACKED
007080                 MOVE 'ALREADY ACKNOWLEDGED' TO WS-REJECT-MSG
007090                 PERFORM REJECT-ACKNOWLEDGMENT
007100         END-EVALUATE
007110     END-IF.
007120
007130*----------------------------------------------------------------*
007140* REJECT-ACKNOWLEDGMENT - ONE REFUSED LINE, ONE LINE ON           *
007150* <ACKS>.REJECTS: THE LINE AS KEYED PLUS THE REASON.              *
007160*----------------------------------------------------------------*
007170 REJECT-ACKNOWLEDGMENT.
007180     SET WS-DATA-INVALID TO TRUE.
007190     ADD 1 TO WS-REJECT-CT.
007200     MOVE ACK-REQUEST-RECORD TO RJ-REQUEST.
007210     MOVE WS-REJECT-MSG TO RJ-MESSAGE.
007220     WRITE REJECT-RECORD FROM WS-REJECT-LINE.
007230     DISPLAY "Acknowledgment refused: " AQ-KEY " " WS-REJECT-MSG.
007240
007250*----------------------------------------------------------------*
007260* WRITE-ACKNOWLEDGMENT - APPEND THE 'K' RECORD: THE ALERT'S KEY   *
007266* AND SEVERITY, WHEN IT WAS ACKNOWLEDGED, BY WHOM AND WHY. THE    *
007272* ALERT NOW COUNTS AS ACKNOWLEDGED FOR ANY LATER LINE QUOTING IT. *
007280*----------------------------------------------------------------*
007290 WRITE-ACKNOWLEDGMENT.
007300     PERFORM FORMAT-TIME-STAMP.
007310     MOVE SPACES TO ALERT-RECORD.
007320     SET AL-ACKNOWLEDGMENT TO TRUE.
007330     MOVE AQ-KEY TO AL-KEY.
007340     MOVE WS-FOUND-SEVERITY TO AL-SEVERITY.
007350     MOVE WS-STAMP-WORK TO AL-ACK-STAMP.
007360     MOVE AQ-OPERATOR TO AL-ACK-OPERATOR.
007370     MOVE AQ-NOTE TO AL-ACK-NOTE.
007390     IF WS-ALERTS-STATUS NOT = '00'
007400         MOVE 'ALERT FILE NOT WRITABLE' TO WS-REJECT-MSG
007410         PERFORM REJECT-ACKNOWLEDGMENT
007420     ELSE
007430         WRITE ALERTS-RECORD FROM ALERT-RECORD
007450         ADD 1 TO WS-APPLIED-CT
007455         SET WS-ALREADY-ACKED TO TRUE
007460     END-IF.
007470
007480*----------------------------------------------------------------*
007487* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS.HH STAMP FROM   *
007494* THE SYSTEM CLOCK IN WS-STAMP-WORK, AS DAY06ALT DOES FOR AN      *
007501* ALERT.                                                          *
007510*----------------------------------------------------------------*
007520 FORMAT-TIME-STAMP.
007530     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
007540     MOVE SPACES TO WS-STAMP-WORK.
007550     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
007560            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
007565            '.' WS-CD-HUNDREDTHS
007570            DELIMITED BY SIZE INTO WS-STAMP-WORK.

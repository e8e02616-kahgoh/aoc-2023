001470*                  AFTER THE CREATE FALLBACK ENDS THE RUN RC 12  *
001480*                  INSTEAD OF CARRYING ON WITH A DEAD HISTORY    *
001490*                  FEED.                                         *
001491* 15/10/2026 TN    A RACE-ID SEEN A SECOND TIME IN THE SAME RUN -  *
001492*                  OR, UNDER DAY06DRV, ANYWHERE ON THE SAME        *
001493*                  MANIFEST NIGHT - IS ROUTED TO FD-EXCEPT AS A    *
001494*                  'DUPLICATE RACE-ID' INSTEAD OF BEING PROCESSED  *
001495*                  (AND, IN MULTI-RACE MODE, FOLDED INTO WS-RES)   *
001496*                  TWICE. FIRST SIGHTINGS ARE KEPT ON THE KEYED    *
001497*                  RACE-ID REGISTER (SEE RACESEEN).                *
001498* 15/10/2026 TN    RESULTS LINE WIDENED 141 -> 148 FOR THE VENUE  *
001499*                  CODE (SEE RESLINE); THE EXPORT ROW CARRIES THE *
001500*                  VENUE CODE AS A NEW LAST COLUMN SO THE         *
001501*                  WAREHOUSE JOINS ON THE VENUE MASTER KEY.       *
001502* 15/10/2026 TN    EVERY RACE THAT PASSES THE EDITS IS NOW        *
001503*                  MEASURED AGAINST THE AVERAGE OF ITS LAST FIVE  *
001504*                  RUNS ON THE KEYED RACE.HISTORY (NOW DYNAMIC    *
001505*                  ACCESS); A TIME, DIST OR WAYS-TO-WIN SWING     *
001506*                  OVER THE CONTROL FILE'S SUSPECT PERCENT        *
001507*                  (DEFAULT 50) HOLDS THE RACE ON <INPUT>.SUSPECT *
001508*                  (SEE SUSPREC) FOR RELEASE BY DAY06HLD INSTEAD  *
001509*                  OF PUBLISHING IT. HELD RACES ARE NOT REJECTS   *
001510*                  BUT MAKE THE RUN RC 4 AT LEAST.                *
001511* 15/10/2026 TN    EVERY CONDITION WORTH THE NIGHT OPERATOR'S     *
001512*                  ATTENTION (A MISSING MASTER, HISTORY OR        *
001513*                  REGISTER, EACH CONTROL-TOTAL FAILURE, EACH     *
001514*                  HELD RACE, REJECTS WITHIN OR OVER THE          *
001515*                  TOLERANCE, AN EMPTY RUN) IS NOW ALSO APPENDED  *
001516*                  TO THE SHARED DAY06.ALERTS FILE THROUGH        *
001517*                  DAY06ALT (SEE ALERTREC).                       *
001518* 15/10/2026 TN    AN INPUT FILE CUT INTO RACE-ID PARTITIONS BY   *
001519*                  DAY06SPL (PARTITION NUMBER ON ITS HEADER) NOW  *
001520*                  WRITES ITS RUN AUDIT RECORD TO <INPUT>.AUDIT   *
001521*                  INSTEAD OF DAY06.RUNLOG; DAY06MRG MERGES THE   *
001522*                  PARTITION OUTPUTS AND WRITES THE JOB'S ONE     *
001523*                  RUN-LOG RECORD.                                *
001524* 15/10/2026 TN    A FRESH (NOT RESTARTED) RUN NOW TAKES ITS OWN  *
001525*                  INPUT FILE'S EARLIER ENTRIES OFF A SHARED      *
001526*                  RACE-ID REGISTER FIRST (REGISTER NOW DYNAMIC   *
001527*                  ACCESS), SO A FILE RERUN AFTER A FAILURE OR A  *
001528*                  BACK-OUT IS NOT REJECTED AS ITS OWN DUPLICATE. *
001529* 15/10/2026 TN    A DAY06SPL PARTITION NOW TAKES ITS RUN DATE    *
001530*                  (HISTORY KEY, EXPORT ROWS) FROM THE SPLIT DATE *
001531*                  ON ITS HEADER, SO PARTITIONS RUN EITHER SIDE   *
001532*                  OF MIDNIGHT ALL FILE UNDER THE JOB'S ONE DATE. *
001533*----------------------------------------------------------------*
001534 IDENTIFICATION DIVISION.
001535 PROGRAM-ID. DAY06.
001536 AUTHOR. T. NAKAMURA.
001540 INSTALLATION. ADVENT OF CODE.
001550 DATE-WRITTEN. 06/12/2023.
001560 DATE-COMPILED.
001810         FILE STATUS IS WS-EXPORT-STATUS.
001820     SELECT FD-RACEHIS ASSIGN TO DYNAMIC WS-RACEHIS-FILE-NAME
001830         ORGANIZATION IS INDEXED
001840         ACCESS MODE IS DYNAMIC
001850         RECORD KEY IS RH-KEY
001860         FILE STATUS IS WS-RACEHIS-STATUS.
001870     SELECT FD-CONTROL ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS WS-CONTROL-STATUS.
001891     SELECT FD-SEEN ASSIGN TO DYNAMIC WS-SEEN-FILE-NAME
001892         ORGANIZATION IS INDEXED
001893         ACCESS MODE IS DYNAMIC
001894         RECORD KEY IS SN-RACE-ID
001895         FILE STATUS IS WS-SEEN-STATUS.
001896     SELECT FD-SUSPECT ASSIGN TO DYNAMIC WS-SUSPECT-FILE-NAME
001897         ORGANIZATION IS LINE SEQUENTIAL
001898         FILE STATUS IS WS-SUSPECT-STATUS.
001899     SELECT FD-PARTHDR ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
001900         ORGANIZATION IS LINE SEQUENTIAL
001901         FILE STATUS IS WS-PARTHDR-STATUS.
001902 DATA DIVISION.
001910 FILE SECTION.
001920 FD  FD-INPUTS.
001930     COPY BOATREC.
001940     COPY BOATCTL.
001950 FD  FD-RESULTS.
001960 01  RESULTS-RECORD              PIC X(148).
001970 FD  FD-EXCEPT.
001980 01  EXCEPT-RECORD               PIC X(80).
001990 FD  FD-CHKPT.
002150     05  CK-EXPECT-CT            PIC 9(09).
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  CK-EXPECT-HASH          PIC 9(18).
002173     05  FILLER                  PIC X(01) VALUE SPACE.
002176     05  CK-HELD-CT              PIC 9(09).
002180 FD  FD-RACEMST.
002190     COPY RACEMST.
002200 FD  FD-RUNLOG.
002260 FD  FD-CONTROL.
002270 01  CONTROL-RECORD.
002280     05  CT-TOLERANCE-PCT        PIC X(03).
002284     05  CT-SUSPECT-PCT          PIC X(03).
002288     05  FILLER                  PIC X(74).
002293 FD  FD-SEEN.
002296     COPY RACESEEN.
002297 FD  FD-SUSPECT.
002298     COPY SUSPREC.
002299*    A SECOND VIEW OF THE INPUT FILE, OPENED ONLY TO LOOK AT THE
002300*    HEADER FOR A DAY06SPL PARTITION NUMBER (SEE BOATCTL).
002301 FD  FD-PARTHDR.
002302 01  PARTHDR-RECORD.
002303     05  PH-RECORD-TYPE          PIC X(03).
002304     05  FILLER                  PIC X(18).
002305     05  PH-PARTITION-NO         PIC X(02).
002306     05  PH-SPLIT-DATE           PIC X(10).
002307     05  FILLER                  PIC X(02).
002308 WORKING-STORAGE SECTION.
002310 01  WS-INPUT-FILE-NAME          PIC X(80) VALUE 'input.data'.
002320 01  WS-RESULTS-FILE-NAME        PIC X(80) VALUE 'results.data'.
002330 01  WS-EXCEPT-FILE-NAME         PIC X(80) VALUE 'except.data'.
002420 01  WS-PARM-EXCEPT              PIC X(80) VALUE SPACES.
002430 01  WS-PARM-TOL                 PIC X(10) VALUE SPACES.
002440 01  WS-CONTROL-FILE-NAME        PIC X(80) VALUE 'day06.control'.
002445 01  WS-SEEN-FILE-NAME           PIC X(80) VALUE 'day06.seen'.
002447 01  WS-SUSPECT-FILE-NAME        PIC X(80) VALUE 'suspect.data'.
002450 01  WS-EXCEPT-MSG               PIC X(24) VALUE SPACES.
002460 01  WS-EOF                      PIC X(01) VALUE 'N'.
002470     88  WS-END-OF-FILE                     VALUE 'Y'.
002670 77  WS-TOLERANCE-PCT            PIC 9(03) VALUE 010.
002680 77  WS-EXCEPT-RATE              PIC 9(03) VALUE 0.
002690 01  WS-REJECT-CT                PIC 9(09) VALUE 0.
002691*    A RACE THAT PASSES EVERY EDIT BUT WHOSE TIME, DIST OR
002692*    WAYS-TO-WIN SWINGS MORE THAN THIS PERCENT FROM THE AVERAGE
002693*    OF ITS RECENT HISTORY RUNS IS HELD ON THE SUSPECT FILE FOR
002694*    THE OPS ANALYST (SEE DAY06HLD) INSTEAD OF BEING PUBLISHED.
002695*    SET FROM THE CONTROL FILE; ZERO TURNS THE CHECK OFF.
002696 77  WS-SUSPECT-PCT              PIC 9(03) VALUE 050.
002697*    THE BASELINE IS THE RACE'S LAST WS-BASE-LIMIT RUNS BEFORE
002698*    TODAY (KEEP IN STEP WITH THE WS-BASE-RUN OCCURS).
002699 77  WS-BASE-LIMIT               PIC 9(02) COMP VALUE 5.
002700 77  WS-BASE-CT                  PIC 9(05) COMP VALUE 0.
002701 77  WS-BASE-SLOT                PIC 9(02) COMP VALUE 0.
002702 77  WS-BASE-USED                PIC 9(02) COMP VALUE 0.
002703 77  WS-BASE-IX                  PIC 9(02) COMP VALUE 0.
002704 01  WS-BASE-EOF                 PIC X(01) VALUE 'N'.
002705     88  WS-BASE-END                        VALUE 'Y'.
002706 01  WS-BASE-TABLE.
002707     05  WS-BASE-RUN             OCCURS 5 TIMES.
002708         10  WS-BT-TIME          PIC 9(08).
002709         10  WS-BT-DIST          PIC 9(17).
002710         10  WS-BT-WAYS          PIC 9(17).
002711 01  WS-BASE-SUM-TIME            PIC 9(10).
002712 01  WS-BASE-SUM-DIST            PIC 9(18).
002713 01  WS-BASE-SUM-WAYS            PIC 9(18).
002714 01  WS-BASE-TIME                PIC 9(08).
002715 01  WS-BASE-DIST                PIC 9(17).
002716 01  WS-BASE-WAYS                PIC 9(17).
002717 01  WS-SWING-VALUE              PIC 9(17).
002718 01  WS-SWING-BASE               PIC 9(17).
002719 01  WS-SWING-DIFF               PIC 9(17).
002720 01  WS-SWING-PCT                PIC 9(07).
002721 01  WS-HOLD-MEASURE             PIC X(04) VALUE SPACES.
002722 01  WS-HOLD-PCT                 PIC 9(07) VALUE 0.
002723 01  WS-HELD-CT                  PIC 9(09) VALUE 0.
002724* THE CHECKPOINT IS WRITTEN AFTER EVERY RECORD (INTERVAL OF 1)
002725* RATHER THAN BATCHED, SINCE FD-RESULTS/FD-EXCEPT ARE APPENDED TO
002726* IMMEDIATELY AS EACH RECORD IS PROCESSED - BATCHING THE
002730* CHECKPOINT WOULD LEAVE A WINDOW WHERE RECORDS ALREADY WRITTEN TO
002740* THOSE FILES ARE REPLAYED (AND DUPLICATED) ON RESTART BECAUSE THE
002750* CHECKPOINT HADN'T CAUGHT UP TO THEM YET.
002820 01  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
002830 01  WS-EXPORT-STATUS            PIC X(02) VALUE SPACES.
002840 01  WS-RACEHIS-STATUS           PIC X(02) VALUE SPACES.
002845 01  WS-SEEN-STATUS              PIC X(02) VALUE SPACES.
002847 01  WS-SUSPECT-STATUS           PIC X(02) VALUE SPACES.
002848 01  WS-PARTHDR-STATUS           PIC X(02) VALUE SPACES.
002850 01  WS-START-STAMP              PIC X(19) VALUE SPACES.
002860 01  WS-END-STAMP                PIC X(19) VALUE SPACES.
002870 01  WS-STAMP-WORK               PIC X(19) VALUE SPACES.
002880*    THE RUN DATE IN THE SORTABLE YYYY-MM-DD FORM THE KEYED
002890*    HISTORY FILE USES IN RH-RUN-DATE.
002900 01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
002901*    THE SAME DATE AS DD/MM/YYYY FOR THE EXPORT ROWS - THE START
002902*    STAMP'S DATE, OR A PARTITION'S SPLIT DATE.
002903 01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
002904 01  WS-SEEN-EOF                 PIC X(01) VALUE 'N'.
002905     88  WS-SEEN-END                        VALUE 'Y'.
002906 77  WS-SEEN-CLEAR-CT            PIC 9(09) COMP VALUE 0.
002910 01  WS-CHKPT-SW                 PIC X(01) VALUE 'N'.
002920     88  WS-CHKPT-EXISTS                    VALUE 'Y'.
002930     88  WS-CHKPT-NONE                       VALUE 'N'.
003210     05  WC-LABEL-PROC           PIC X(20) VALUE
003220             'RECORDS PROCESSED: '.
003230     05  WC-PROC                 PIC Z(8)9.
003231*    WRITTEN AFTER THE RECONCILIATION LINE WHEN ANY RACE WAS HELD,
003232*    SO THE RESULTS FILE SAYS WHERE THE MISSING RACES WENT.
003233 01  WS-HELD-LINE.
003234     05  FILLER                  PIC X(27) VALUE
003235             'SUSPECT RECORDS HELD: '.
003236     05  HL-COUNT                PIC Z(8)9.
003237     05  FILLER                  PIC X(04) VALUE ' IN '.
003238     05  HL-FILE                 PIC X(80).
003240     COPY EXCLINE.
003243     COPY ALERTREC.
003246 01  WS-ALERT-NUM                PIC Z(8)9.
003250 01  WS-CTL-FAIL-LINE.
003260     05  WF-STARS                PIC X(04) VALUE '*** '.
003270     05  WF-MESSAGE              PIC X(40).
003530*    CALL; RUN STANDALONE THE AREA IS EMPTY AND GET-RUN-PARMS
003540*    FALLS BACK TO THE COMMAND LINE AS ALWAYS.
003550 01  DAY06-PARM-AREA             PIC X(160) IS EXTERNAL.
003552*    THE MANIFEST DRIVER ALSO NAMES ITS NIGHT-WIDE RACE-ID
003554*    REGISTER HERE; EMPTY, DAY06 KEEPS ITS OWN PER-FILE REGISTER.
003556 01  DAY06-SEEN-AREA             PIC X(80) IS EXTERNAL.
003560 PROCEDURE DIVISION.
003570*----------------------------------------------------------------*
003580* MAINLINE                                                        *
003630     STRING WS-START-STAMP(7:4) '-' WS-START-STAMP(4:2) '-'
003640            WS-START-STAMP(1:2)
003650         DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
003655     MOVE WS-START-STAMP(1:10) TO WS-RUN-DATE.
003660
003670     PERFORM GET-RUN-PARMS.
003675     PERFORM CHECK-PARTITION-INPUT.
003680*    THE RACE MASTER IS MANDATORY - WITHOUT IT NO RACE-ID CAN
003690*    BE VALIDATED, SO THE RUN STOPS RATHER THAN REJECTING THE
003700*    WHOLE FILE AS UNKNOWN.
003720     IF WS-RACEMST-STATUS NOT = '00'
003730         DISPLAY "Race master not available, status "
003740             WS-RACEMST-STATUS
003741         MOVE SPACES TO ALERT-RECORD
003742         SET AL-CRITICAL TO TRUE
003743         MOVE WS-RACEMST-FILE-NAME TO AL-FILE
003744         STRING 'RACE MASTER NOT AVAILABLE, STATUS '
003745                WS-RACEMST-STATUS
003746             DELIMITED BY SIZE INTO AL-MESSAGE
003747         PERFORM RAISE-ALERT
003750         PERFORM WRITE-RUN-AUDIT
003760         MOVE 12 TO RETURN-CODE
003770         GOBACK
003910*        A PLANNING RUN WRITES NO EXPORT EXTRACT AT ALL - AN
003920*        EXTRACT WITHOUT ITS TRL COUNT ROW WOULD BE AN INVALID
003930*        FILE TO THE WAREHOUSE LOADER, SO NONE IS CREATED.
003935*        NOR IS A SUSPECT FILE - NOTHING HYPOTHETICAL IS HELD.
003940         IF NOT WS-PLAN-MODE
003950             OPEN EXTEND FD-EXPORT
003960             IF WS-EXPORT-STATUS = '35'
003970                 OPEN OUTPUT FD-EXPORT
003972             END-IF
003974             OPEN EXTEND FD-SUSPECT
003976             IF WS-SUSPECT-STATUS = '35'
003978                 OPEN OUTPUT FD-SUSPECT
003980             END-IF
003990         END-IF
004000     ELSE
004020         OPEN OUTPUT FD-EXCEPT
004030         IF NOT WS-PLAN-MODE
004040             OPEN OUTPUT FD-EXPORT
004045             OPEN OUTPUT FD-SUSPECT
004050         END-IF
004060     END-IF.
004070
004230     IF WS-RACEHIS-STATUS NOT = '00'
004240         DISPLAY "Race history not available, status "
004250             WS-RACEHIS-STATUS
004251         MOVE SPACES TO ALERT-RECORD
004252         SET AL-CRITICAL TO TRUE
004253         MOVE WS-RACEHIS-FILE-NAME TO AL-FILE
004254         STRING 'RACE HISTORY NOT AVAILABLE, STATUS '
004255                WS-RACEHIS-STATUS
004256             DELIMITED BY SIZE INTO AL-MESSAGE
004257         PERFORM RAISE-ALERT
004260         PERFORM WRITE-RUN-AUDIT
004270         MOVE 12 TO RETURN-CODE
004280         GOBACK
004290     END-IF.
004300
004302     IF NOT WS-PLAN-MODE
004304         PERFORM OPEN-RACE-REGISTER
004306     END-IF.
004308
004310     IF WS-READ-CT > 0
004320         PERFORM SKIP-CHECKPOINTED-RECORDS
004330     END-IF.
004850     MOVE WS-READ-CT TO WC-READ.
004860     MOVE WS-PROC-CT TO WC-PROC.
004870     WRITE RESULTS-RECORD FROM WS-RECON-LINE.
004871     IF WS-HELD-CT > 0
004872         MOVE WS-HELD-CT TO HL-COUNT
004873         MOVE WS-SUSPECT-FILE-NAME TO HL-FILE
004874         WRITE RESULTS-RECORD FROM WS-HELD-LINE
004875     END-IF.
004880
004890     IF NOT WS-PLAN-MODE
004900         PERFORM WRITE-EXPORT-TRAILER
004960     CLOSE FD-EXCEPT.
004970     IF NOT WS-PLAN-MODE
004980         CLOSE FD-EXPORT
004985         CLOSE FD-SUSPECT
004990     END-IF.
005000     CLOSE FD-RACEHIS.
005010     CLOSE FD-RACEMST.
005012     IF NOT WS-PLAN-MODE
005014         CLOSE FD-SEEN
005016     END-IF.
005020     DISPLAY "Result: " WS-RES.
005030     DISPLAY "Records read/processed: " WS-READ-CT "/" WS-PROC-CT.
005032     IF WS-HELD-CT > 0
005034         DISPLAY "Suspect races held: " WS-HELD-CT " on "
005036             FUNCTION TRIM(WS-SUSPECT-FILE-NAME)
005038     END-IF.
005040
005050     PERFORM WRITE-RUN-AUDIT.
005060
005720
005730*----------------------------------------------------------------*
005740* BUILD-DEFAULT-OUTPUT-NAMES - DERIVE RESULTS/EXCEPT/EXPORT/      *
005748* CHECKPOINT/SUSPECT FILE NAMES FROM THE INPUT FILE NAME          *
005756* (FILE.EXT PLUS .RESULTS / .EXCEPT / .EXPORT / .CKPT / .SUSPECT) *
005764* SO EACH DATED INPUT FILE GETS ITS OWN ARCHIVED OUTPUT AND ITS   *
005772* OWN CHECKPOINT.                                                 *
005780*----------------------------------------------------------------*
005790 BUILD-DEFAULT-OUTPUT-NAMES.
005800     MOVE SPACES TO WS-RESULTS-FILE-NAME.
005930     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
005940            '.ckpt' DELIMITED BY SIZE
005950         INTO WS-CHKPT-FILE-NAME.
005952     MOVE SPACES TO WS-SEEN-FILE-NAME.
005954     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
005956            '.seen' DELIMITED BY SIZE
005958         INTO WS-SEEN-FILE-NAME.
005959     MOVE SPACES TO WS-SUSPECT-FILE-NAME.
005960     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
005961            '.suspect' DELIMITED BY SIZE
005962         INTO WS-SUSPECT-FILE-NAME.
005963
005964*----------------------------------------------------------------*
005965* CHECK-PARTITION-INPUT - LOOK AT THE INPUT FILE'S HEADER BEFORE  *
005966* THE RACE MASTER IS OPENED. A PARTITION CUT BY DAY06SPL (ITS     *
005967* HEADER CARRIES A PARTITION NUMBER) IS ONLY ONE PIECE OF A       *
005968* LARGER JOB, WHOSE ONE RUN-LOG RECORD DAY06MRG WRITES WHEN THE   *
005969* PIECES ARE MERGED - SO THIS RUN'S AUDIT RECORD GOES TO THE      *
005970* PARTITION'S OWN <INPUT>.AUDIT FILE, WHERE DAY06MRG PICKS IT UP, *
005971* AND NOT TO THE PERMANENT RUN LOG. THE HEADER ALSO CARRIES THE   *
005972* DATE THE JOB WAS SPLIT, WHICH BECOMES THIS RUN'S RUN DATE SO    *
005973* EVERY PARTITION FILES ITS HISTORY AND EXPORT ROWS UNDER THE     *
005974* SAME DATE HOWEVER LATE IN THE NIGHT IT RUNS. AN INPUT FILE THAT *
005975* CANNOT BE OPENED HERE IS LEFT FOR THE MAIN OPEN AS ALWAYS.      *
005976*----------------------------------------------------------------*
005977 CHECK-PARTITION-INPUT.
005978     OPEN INPUT FD-PARTHDR.
005979     IF WS-PARTHDR-STATUS = '00'
005980         READ FD-PARTHDR
005981             AT END
005982                 CONTINUE
005983             NOT AT END
005984                 IF PH-RECORD-TYPE = 'HDR'
005985                    AND PH-PARTITION-NO IS NUMERIC
005986                     MOVE SPACES TO WS-RUNLOG-FILE-NAME
005987                     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME)
005988                                DELIMITED BY SIZE
005989                            '.audit' DELIMITED BY SIZE
005990                         INTO WS-RUNLOG-FILE-NAME
005991                     DISPLAY "Partition " PH-PARTITION-NO
005992                         " - run audit goes to "
005993                         FUNCTION TRIM(WS-RUNLOG-FILE-NAME)
005994                     IF PH-SPLIT-DATE NOT = SPACES
005995                         MOVE PH-SPLIT-DATE TO WS-RUN-DATE
005996                         MOVE SPACES TO WS-RUN-DATE-ISO
005997                         STRING WS-RUN-DATE(7:4) '-'
005998                                WS-RUN-DATE(4:2) '-'
005999                                WS-RUN-DATE(1:2)
006000                             DELIMITED BY SIZE
006001                             INTO WS-RUN-DATE-ISO
006002                         DISPLAY "Partition run date (split): "
006003                             WS-RUN-DATE
006004                     END-IF
006005                 END-IF
006006         END-READ
006007         CLOSE FD-PARTHDR
006008     END-IF.
006009
006010*----------------------------------------------------------------*
006011* LOAD-CHECKPOINT - IF A CHECKPOINT FROM A PRIOR, INTERRUPTED     *
006012* RUN EXISTS, PICK UP THE RECORD COUNT AND RUNNING RESULT WHERE   *
006013* IT LEFT OFF INSTEAD OF STARTING THE FILE OVER FROM SCRATCH.     *
006014*----------------------------------------------------------------*
006020 LOAD-CHECKPOINT.
006030     SET WS-CHKPT-NONE TO TRUE.
006040     SET WS-READ-CT TO 0.
006190                 MOVE CK-TRL-SW TO WS-TRL-SW
006200                 MOVE CK-EXPECT-CT TO WS-EXPECT-CT
006210                 MOVE CK-EXPECT-HASH TO WS-EXPECT-HASH
006211*                A CHECKPOINT WRITTEN BEFORE THE HELD COUNT WAS
006212*                CARRIED HAS NOTHING THERE - NOTHING WAS HELD.
006213                 IF CK-HELD-CT IS NUMERIC
006214                     MOVE CK-HELD-CT TO WS-HELD-CT
006215                 END-IF
006220                 SET WS-CHKPT-EXISTS TO TRUE
006230         END-READ
006240         CLOSE FD-CHKPT
006570     MOVE WS-TRL-SW    TO CK-TRL-SW.
006580     MOVE WS-EXPECT-CT TO CK-EXPECT-CT.
006590     MOVE WS-EXPECT-HASH TO CK-EXPECT-HASH.
006595     MOVE WS-HELD-CT TO CK-HELD-CT.
006600     WRITE CHKPT-RECORD.
006610     CLOSE FD-CHKPT.
006620
006770* TIME IS TREATED AS INVALID DATA (SAME AS A NON-NUMERIC COLUMN)  *
006780* RATHER THAN BEING FED TO THE QUADRATIC SOLVE, SINCE THERE IS    *
006790* NO REAL-VALUED CHARGE WINDOW FOR AN IMPOSSIBLE RACE.            *
006792* A RACE THAT PASSES EVERY EDIT IS FINALLY MEASURED AGAINST ITS   *
006794* OWN RECENT HISTORY AND MAY BE HELD AS SUSPECT (SEE              *
006796* CHECK-SUSPECT-VALUES); A HELD RACE LEAVES WS-DATA-INVALID SET   *
006798* SO NOTHING IS PUBLISHED FOR IT.                                 *
006800*----------------------------------------------------------------*
006810 PROCESS-BOAT.
006820     SET WS-DATA-VALID TO TRUE.
006850*    BEFORE THE TIME AND DIST COLUMNS ARE EVEN LOOKED AT.
006860     PERFORM CHECK-RACE-MASTER.
006870
006871*    A RACE-ID ALREADY TAKEN EARLIER IN THIS RUN (OR TONIGHT'S
006872*    MANIFEST) IS A RE-SEND, NOT A SECOND RACE.
006873     IF WS-DATA-VALID
006874         PERFORM CHECK-DUPLICATE-RACE
006875     END-IF.
006876
006880* MAKE SURE THE TIME AND DIST COLUMNS ARE ACTUALLY NUMERIC
006890* BEFORE TRUSTING NUMVAL TO CONVERT THEM.
006900     IF WS-DATA-VALID
007080                 MOVE WP-WAYS     TO WS-BOAT-RES
007090                 MOVE WP-MIN-TIME TO WS-MIN-TIME
007100                 MOVE WP-MAX-TIME TO WS-MAX-TIME
007102                 IF WS-SUSPECT-PCT > 0
007104                     PERFORM CHECK-SUSPECT-VALUES
007106                 END-IF
007110             END-IF
007120         END-IF
007130     END-IF.
007290         NOT INVALID KEY
007300             IF RM-INACTIVE
007310                 MOVE 'INACTIVE RACE-ID' TO WS-EXCEPT-MSG
007311                 SET WS-DATA-INVALID TO TRUE
007312                 PERFORM WRITE-EXCEPTION
007313             END-IF
007314     END-READ.
007315
007316*----------------------------------------------------------------*
007317* CHECK-DUPLICATE-RACE - LOOK THE RACE-ID UP ON THE RACE-ID       *
007318* REGISTER. NOT THERE, THIS IS ITS FIRST SIGHTING AND IT IS       *
007319* REGISTERED AGAINST THIS FILE AND RECORD NUMBER. THERE UNDER     *
007320* THIS SAME FILE AND RECORD NUMBER, IT IS THE SAME RECORD SEEN    *
007321* AGAIN BY A RESTART OR RERUN AND GOES THROUGH AS NORMAL.         *
007322* ANYTHING ELSE IS A SECOND OCCURRENCE AND IS ROUTED TO           *
007323* FD-EXCEPT; THE REGISTER KEEPS THE FIRST SIGHTING SO THE         *
007324* DRIVER SUMMARY CAN SAY WHERE THE RACE FIRST CAME IN.            *
007325*----------------------------------------------------------------*
007326 CHECK-DUPLICATE-RACE.
007327     MOVE RACE-ID TO SN-RACE-ID.
007328     READ FD-SEEN
007329         INVALID KEY
007330             MOVE SPACES TO RACE-SEEN-RECORD
007331             MOVE RACE-ID TO SN-RACE-ID
007332             MOVE WS-INPUT-FILE-NAME TO SN-INPUT-FILE
007333             MOVE WS-READ-CT TO SN-RECORD-NO
007334             WRITE RACE-SEEN-RECORD
007335         NOT INVALID KEY
007336             IF SN-INPUT-FILE NOT = WS-INPUT-FILE-NAME
007337                OR SN-RECORD-NO NOT = WS-READ-CT
007338                 MOVE 'DUPLICATE RACE-ID' TO WS-EXCEPT-MSG
007339                 SET WS-DATA-INVALID TO TRUE
007340                 PERFORM WRITE-EXCEPTION
007341             END-IF
007350     END-READ.
007351
007352*----------------------------------------------------------------*
007353* CHECK-SUSPECT-VALUES - COMPARE THE RACE'S TIME, DIST AND        *
007354* WAYS-TO-WIN WITH THE AVERAGE OF ITS MOST RECENT RUNS ON THE     *
007355* KEYED RACE HISTORY. A SWING (EITHER WAY) OF MORE THAN           *
007356* WS-SUSPECT-PCT OF THE BASELINE ON ANY OF THE THREE HOLDS THE    *
007357* RACE: IT IS WRITTEN TO THE SUSPECT FILE, WITH THE BASELINE AND  *
007358* ITS WORST SWING, INSTEAD OF THE RESULTS, HISTORY AND EXPORT.    *
007359* A RACE WITH NO EARLIER RUN HAS NO BASELINE AND GOES THROUGH; A  *
007360* MEASURE WHOSE BASELINE IS ZERO (E.G. A TIED RECORD, NO WAYS TO  *
007361* WIN) HAS NO PERCENTAGE AND IS NOT JUDGED.                       *
007362*----------------------------------------------------------------*
007363 CHECK-SUSPECT-VALUES.
007364     PERFORM LOAD-HISTORY-BASELINE.
007365     IF WS-BASE-USED > 0
007366         MOVE SPACES TO WS-HOLD-MEASURE
007367         MOVE 0 TO WS-HOLD-PCT
007368         MOVE COL-TIME TO WS-SWING-VALUE
007369         MOVE WS-BASE-TIME TO WS-SWING-BASE
007370         PERFORM MEASURE-SWING
007371         IF WS-SWING-PCT > WS-SUSPECT-PCT
007372             MOVE 'TIME' TO WS-HOLD-MEASURE
007373             MOVE WS-SWING-PCT TO WS-HOLD-PCT
007374         END-IF
007375         MOVE COL-DIST TO WS-SWING-VALUE
007376         MOVE WS-BASE-DIST TO WS-SWING-BASE
007377         PERFORM MEASURE-SWING
007378         IF WS-SWING-PCT > WS-SUSPECT-PCT
007379            AND WS-SWING-PCT > WS-HOLD-PCT
007380             MOVE 'DIST' TO WS-HOLD-MEASURE
007381             MOVE WS-SWING-PCT TO WS-HOLD-PCT
007382         END-IF
007383         MOVE WS-BOAT-RES TO WS-SWING-VALUE
007384         MOVE WS-BASE-WAYS TO WS-SWING-BASE
007385         PERFORM MEASURE-SWING
007386         IF WS-SWING-PCT > WS-SUSPECT-PCT
007387            AND WS-SWING-PCT > WS-HOLD-PCT
007388             MOVE 'WAYS' TO WS-HOLD-MEASURE
007389             MOVE WS-SWING-PCT TO WS-HOLD-PCT
007390         END-IF
007391         IF WS-HOLD-MEASURE NOT = SPACES
007392             SET WS-DATA-INVALID TO TRUE
007393             ADD 1 TO WS-HELD-CT
007394             PERFORM WRITE-SUSPECT-RECORD
007395             MOVE SPACES TO ALERT-RECORD
007396             SET AL-WARNING TO TRUE
007397             MOVE RACE-ID TO AL-RACE-ID
007398             MOVE WS-SUSPECT-FILE-NAME TO AL-FILE
007399             MOVE WS-HOLD-PCT TO WS-ALERT-NUM
007400             STRING 'SUSPECT VALUE HELD - ' WS-HOLD-MEASURE
007401                    ' SWING ' FUNCTION TRIM(WS-ALERT-NUM) '%'
007402                 DELIMITED BY SIZE INTO AL-MESSAGE
007403             PERFORM RAISE-ALERT
007404         END-IF
007405     END-IF.
007406
007407*----------------------------------------------------------------*
007408* LOAD-HISTORY-BASELINE - START THE KEYED HISTORY AT THE RACE'S   *
007409* FIRST RUN AND READ FORWARD (THE DAY06TRD ACCESS PATH) THROUGH   *
007410* EVERY RUN BEFORE TODAY, KEEPING THE LAST WS-BASE-LIMIT OF THEM  *
007411* IN A ROLLING TABLE; THEN AVERAGE WHAT WAS KEPT. TODAY'S OWN     *
007412* RECORD (LEFT BY AN EARLIER RUN OF THE SAME DAY) IS NOT PART OF  *
007413* THE RACE'S PAST AND IS NOT READ.                                *
007414*----------------------------------------------------------------*
007415 LOAD-HISTORY-BASELINE.
007416     MOVE 0 TO WS-BASE-CT.
007417     MOVE 0 TO WS-BASE-USED.
007418     MOVE 'N' TO WS-BASE-EOF.
007419     MOVE RACE-ID TO RH-RACE-ID.
007420     MOVE LOW-VALUES TO RH-RUN-DATE.
007421     START FD-RACEHIS KEY NOT < RH-KEY
007422         INVALID KEY
007423             SET WS-BASE-END TO TRUE
007424     END-START.
007425     PERFORM UNTIL WS-BASE-END
007426         READ FD-RACEHIS NEXT RECORD
007427             AT END
007428                 SET WS-BASE-END TO TRUE
007429             NOT AT END
007430                 IF RH-RACE-ID NOT = RACE-ID
007431                    OR RH-RUN-DATE NOT < WS-RUN-DATE-ISO
007432                     SET WS-BASE-END TO TRUE
007433                 ELSE
007434                     ADD 1 TO WS-BASE-CT
007435                     COMPUTE WS-BASE-SLOT = FUNCTION MOD(
007436                         WS-BASE-CT - 1, WS-BASE-LIMIT) + 1
007437                     MOVE RH-TIME TO WS-BT-TIME(WS-BASE-SLOT)
007438                     MOVE RH-DIST TO WS-BT-DIST(WS-BASE-SLOT)
007439                     MOVE RH-WAYS TO WS-BT-WAYS(WS-BASE-SLOT)
007440                 END-IF
007441         END-READ
007442     END-PERFORM.
007443
007444     IF WS-BASE-CT > WS-BASE-LIMIT
007445         MOVE WS-BASE-LIMIT TO WS-BASE-USED
007446     ELSE
007447         MOVE WS-BASE-CT TO WS-BASE-USED
007448     END-IF.
007449     MOVE 0 TO WS-BASE-SUM-TIME.
007450     MOVE 0 TO WS-BASE-SUM-DIST.
007451     MOVE 0 TO WS-BASE-SUM-WAYS.
007452     PERFORM VARYING WS-BASE-IX FROM 1 BY 1
007453             UNTIL WS-BASE-IX > WS-BASE-USED
007454         ADD WS-BT-TIME(WS-BASE-IX) TO WS-BASE-SUM-TIME
007455         ADD WS-BT-DIST(WS-BASE-IX) TO WS-BASE-SUM-DIST
007456         ADD WS-BT-WAYS(WS-BASE-IX) TO WS-BASE-SUM-WAYS
007457     END-PERFORM.
007458     IF WS-BASE-USED > 0
007459         COMPUTE WS-BASE-TIME ROUNDED =
007460             WS-BASE-SUM-TIME / WS-BASE-USED
007461         COMPUTE WS-BASE-DIST ROUNDED =
007462             WS-BASE-SUM-DIST / WS-BASE-USED
007463         COMPUTE WS-BASE-WAYS ROUNDED =
007464             WS-BASE-SUM-WAYS / WS-BASE-USED
007465     END-IF.
007466
007467*----------------------------------------------------------------*
007468* MEASURE-SWING - WS-SWING-VALUE'S DISTANCE FROM WS-SWING-BASE AS *
007469* A ROUNDED PERCENT OF THE BASE, IN WS-SWING-PCT. A ZERO BASE     *
007470* GIVES ZERO (NOT JUDGED); A SWING TOO BIG FOR THE FIELD (AN      *
007471* EXTRA FEW ZEROS ON A DISTANCE) IS PINNED AT ITS MAXIMUM.        *
007472*----------------------------------------------------------------*
007473 MEASURE-SWING.
007474     MOVE 0 TO WS-SWING-PCT.
007475     IF WS-SWING-BASE > 0
007476         IF WS-SWING-VALUE > WS-SWING-BASE
007477             COMPUTE WS-SWING-DIFF =
007478                 WS-SWING-VALUE - WS-SWING-BASE
007479         ELSE
007480             COMPUTE WS-SWING-DIFF =
007481                 WS-SWING-BASE - WS-SWING-VALUE
007482         END-IF
007483         COMPUTE WS-SWING-PCT ROUNDED =
007484             WS-SWING-DIFF * 100 / WS-SWING-BASE
007485             ON SIZE ERROR
007486                 MOVE 9999999 TO WS-SWING-PCT
007487         END-COMPUTE
007488     END-IF.
007489
007490*----------------------------------------------------------------*
007491* WRITE-SUSPECT-RECORD - HOLD THE RACE ON THE SUSPECT FILE WITH   *
007492* EVERYTHING DAY06HLD NEEDS TO PUBLISH IT LATER EXACTLY AS THIS   *
007493* RUN WOULD HAVE: THE SOLVED FIGURES, THE MASTER ENRICHMENT, THE  *
007494* RUN STAMP AND THE RESULTS FILE - PLUS THE BASELINE AND THE      *
007495* WORST SWING FOR THE ANALYST.                                    *
007496*----------------------------------------------------------------*
007497 WRITE-SUSPECT-RECORD.
007498     MOVE SPACES TO SUSPECT-RECORD.
007499     MOVE RACE-ID TO SP-RACE-ID.
007500     MOVE COL-TIME TO SP-TIME.
007501     MOVE COL-DIST TO SP-DIST.
007502     MOVE WS-BOAT-RES TO SP-WAYS.
007503     MOVE WS-MIN-TIME TO SP-MIN-TIME.
007504     MOVE WS-MAX-TIME TO SP-MAX-TIME.
007505     MOVE WS-BASE-USED TO SP-BASE-RUNS.
007506     MOVE WS-BASE-TIME TO SP-BASE-TIME.
007507     MOVE WS-BASE-DIST TO SP-BASE-DIST.
007508     MOVE WS-BASE-WAYS TO SP-BASE-WAYS.
007509     MOVE WS-HOLD-MEASURE TO SP-SWING-MEASURE.
007510     MOVE WS-HOLD-PCT TO SP-SWING-PCT.
007511     MOVE WS-START-STAMP TO SP-RUN-STAMP.
007512     MOVE RM-VENUE TO SP-VENUE.
007513     MOVE RM-RACE-DATE TO SP-RACE-DATE.
007514     MOVE RM-CLASS TO SP-CLASS.
007515     MOVE RM-VENUE-CODE TO SP-VENUE-CODE.
007516     MOVE WS-RESULTS-FILE-NAME TO SP-RESULTS-FILE.
007517     WRITE SUSPECT-RECORD.
007518
007519*----------------------------------------------------------------*
007520* PROCESS-MULTI-RACE - FOLD THIS RACE'S RESULT INTO THE RUNNING   *
007521* PRODUCT OF ALL RACES READ SO FAR.                               *
007522*----------------------------------------------------------------*
007523 PROCESS-MULTI-RACE.
007524     COMPUTE WS-RES = WS-RES * WS-BOAT-RES.
007525
007526*----------------------------------------------------------------*
007527* PROCESS-SINGLE-RACE - THE INPUT REPRESENTS ONE MERGED RACE, SO  *
007528* THE RUNNING RESULT IS JUST THIS RACE'S COUNT.                   *
007529*----------------------------------------------------------------*
007530 PROCESS-SINGLE-RACE.
007531     MOVE WS-BOAT-RES TO WS-RES.
007532
007533*----------------------------------------------------------------*
007534* WRITE-BOAT-RESULT - WRITE ONE DETAIL LINE TO FD-RESULTS FOR     *
007535* THE RACE JUST PROCESSED.                                       *
007540*----------------------------------------------------------------*
007550 WRITE-BOAT-RESULT.
007560     MOVE RACE-ID     TO WR-RACE-ID.
007620     MOVE RM-VENUE     TO WR-VENUE.
007630     MOVE RM-RACE-DATE TO WR-RACE-DATE.
007640     MOVE RM-CLASS     TO WR-CLASS.
007645     MOVE RM-VENUE-CODE TO WR-VENUE-CODE.
007650     WRITE RESULTS-RECORD FROM WS-RESULT-LINE.
007660
007670*----------------------------------------------------------------*
008590
008600*----------------------------------------------------------------*
008610* WRITE-CONTROL-FAILURE - RECORD ONE CONTROL-TOTAL FAILURE ON    *
008620* THE RESULTS FILE, THE OPERATOR LOG AND THE ALERT FILE, AND     *
008630* FLAG THE RUN AS FAILED SO IT ENDS WITH A NON-ZERO RETURN CODE. *
008640*----------------------------------------------------------------*
008650 WRITE-CONTROL-FAILURE.
008660     SET WS-CONTROL-FAILED TO TRUE.
008670     WRITE RESULTS-RECORD FROM WS-CTL-FAIL-LINE.
008680     DISPLAY WS-CTL-FAIL-LINE.
008681     MOVE SPACES TO ALERT-RECORD.
008682     SET AL-CRITICAL TO TRUE.
008683     MOVE WS-INPUT-FILE-NAME TO AL-FILE.
008684     STRING FUNCTION TRIM(WF-MESSAGE) ' '
008685            FUNCTION TRIM(WF-EXPECTED) ' VS '
008686            FUNCTION TRIM(WF-ACTUAL)
008687         DELIMITED BY SIZE INTO AL-MESSAGE.
008688     PERFORM RAISE-ALERT.
008690
008700*----------------------------------------------------------------*
008710* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS STAMP FROM THE *
009130     END-IF.
009140
009150*----------------------------------------------------------------*
009157* LOAD-RUN-CONTROLS - PICK UP THE EXCEPTION-RATE TOLERANCE AND  *
009164* THE SUSPECT-SWING PERCENT (COLUMNS 4-6, BLANK FOR THE DEFAULT) *
009171* FROM THE SMALL OPERATIONS CONTROL FILE. NO FILE (OR A          *
009178* NON-NUMERIC VALUE) LEAVES THE SHIPPED DEFAULT IN PLACE - THE   *
009185* CONTROL FILE IS A DIAL FOR THE NIGHT-BATCH OPERATORS, NOT A    *
009192* PREREQUISITE.                                                  *
009200*----------------------------------------------------------------*
009210 LOAD-RUN-CONTROLS.
009220     OPEN INPUT FD-CONTROL.
009320                     DISPLAY "Control tolerance not numeric,"
009330                         " default kept: " CT-TOLERANCE-PCT
009340                 END-IF
009341                 IF CT-SUSPECT-PCT NOT = SPACES
009342                     IF FUNCTION TEST-NUMVAL(CT-SUSPECT-PCT) = 0
009343                         COMPUTE WS-SUSPECT-PCT =
009344                             FUNCTION NUMVAL(CT-SUSPECT-PCT)
009345                     ELSE
009346                         DISPLAY "Control suspect pct not"
009347                             " numeric, default kept: "
009348                             CT-SUSPECT-PCT
009349                     END-IF
009350                 END-IF
009351         END-READ
009360         CLOSE FD-CONTROL
009370     END-IF.
009380
009460*    8 - TOLERANCE EXCEEDED, OR NOTHING PROCESSED AT ALL.        *
009470*   12 - CONTROL-TOTAL FAILURE (TRAILER MISMATCH OR MISSING      *
009480*        CONTROL RECORDS) - THE FIGURES CANNOT BE TRUSTED.       *
009482* A RACE HELD AS SUSPECT IS NOT A REJECT AND DOES NOT COUNT       *
009484* TOWARDS THE EXCEPTION RATE, BUT IT STILL NEEDS THE ANALYST, SO  *
009486* ANY HELD RACE MAKES THE RUN AT LEAST A WARNING.                 *
009490*----------------------------------------------------------------*
009500 SET-RETURN-CODE.
009506     COMPUTE WS-REJECT-CT =
009512         WS-DETAIL-CT - WS-PROC-CT - WS-HELD-CT.
009520     IF WS-DETAIL-CT > 0
009530         COMPUTE WS-EXCEPT-RATE ROUNDED =
009540             WS-REJECT-CT * 100 / WS-DETAIL-CT
009580
009590     MOVE 0 TO RETURN-CODE.
009600     IF WS-REJECT-CT > 0
009605        OR WS-HELD-CT > 0
009610         MOVE 4 TO RETURN-CODE
009620     END-IF.
009630     IF WS-EXCEPT-RATE > WS-TOLERANCE-PCT
009690     END-IF.
009700     DISPLAY "Exception rate/tolerance: " WS-EXCEPT-RATE
009710         "/" WS-TOLERANCE-PCT " RC=" RETURN-CODE.
009711     PERFORM RAISE-RUN-ALERTS.
009712
009713*----------------------------------------------------------------*
009714* RAISE-RUN-ALERTS - PUT THE RUN'S GRADE ON THE OPERATOR ALERT    *
009715* FILE: A TOLERANCE BREACH OR AN EMPTY RUN AS AN ERROR, REJECTS   *
009716* WITHIN THE TOLERANCE AS A WARNING. CONTROL-TOTAL FAILURES AND   *
009717* HELD RACES HAVE ALREADY BEEN RAISED ONE BY ONE AS THEY WERE     *
009718* FOUND.                                                          *
009719*----------------------------------------------------------------*
009720 RAISE-RUN-ALERTS.
009721     IF WS-PROC-CT = 0
009722         MOVE SPACES TO ALERT-RECORD
009723         SET AL-ERROR TO TRUE
009724         MOVE WS-INPUT-FILE-NAME TO AL-FILE
009725         MOVE 'NO RECORDS PROCESSED' TO AL-MESSAGE
009726         PERFORM RAISE-ALERT
009727     END-IF.
009728     IF WS-REJECT-CT > 0
009729         MOVE SPACES TO ALERT-RECORD
009730         MOVE WS-EXCEPT-FILE-NAME TO AL-FILE
009731         MOVE WS-REJECT-CT TO WS-ALERT-NUM
009732         IF WS-EXCEPT-RATE > WS-TOLERANCE-PCT
009733             SET AL-ERROR TO TRUE
009734             STRING 'TOLERANCE BREACH - '
009735                    FUNCTION TRIM(WS-ALERT-NUM) ' REJECTED, RATE '
009736                    WS-EXCEPT-RATE '% OVER ' WS-TOLERANCE-PCT '%'
009737                 DELIMITED BY SIZE INTO AL-MESSAGE
009738         ELSE
009739             SET AL-WARNING TO TRUE
009740             STRING FUNCTION TRIM(WS-ALERT-NUM) ' REJECTED, RATE '
009741                    WS-EXCEPT-RATE '% WITHIN '
009742                    WS-TOLERANCE-PCT '%'
009743                 DELIMITED BY SIZE INTO AL-MESSAGE
009744         END-IF
009745         PERFORM RAISE-ALERT
009746     END-IF.
009747
009748*----------------------------------------------------------------*
009749* WRITE-EXPORT-ROW - ONE PIPE-DELIMITED ROW PER PROCESSED RACE   *
009750* FOR THE ANALYTICS WAREHOUSE LOADER: RACE-ID, TIME, DISTANCE,   *
009755* WAYS-TO-WIN, MIN AND MAX HOLD TIME, THE RUN DATE AND THE      *
009760* VENUE CODE OFF THE RACE MASTER (ADDED LAST, SO NO EARLIER      *
009765* COLUMN MOVES FOR A LOADER ALREADY READING THE ROW). THE        *
009770* NUMERIC FIELDS ARE WRITTEN FULL-WIDTH WITH LEADING ZEROS SO    *
009780* THE COLUMNS NEVER MOVE WHEN A VALUE WIDENS - THE EXACT         *
009790* BREAKAGE THE LOADER TEAM KEPT HITTING ON THE PRINT LAYOUT.     *
009920            '|' DELIMITED BY SIZE
009930            WS-MAX-TIME DELIMITED BY SIZE
009940            '|' DELIMITED BY SIZE
009946            WS-RUN-DATE DELIMITED BY SIZE
009953            '|' DELIMITED BY SIZE
009956            RM-VENUE-CODE DELIMITED BY SIZE
009960         INTO EXPORT-RECORD.
009970     WRITE EXPORT-RECORD.
009980
011230     MOVE WP-MIN-TIME TO PL-MIN-TIME.
011240     MOVE WP-MAX-TIME TO PL-MAX-TIME.
011250     WRITE RESULTS-RECORD FROM WS-PLAN-LINE.
011260
011270*----------------------------------------------------------------*
011280* OPEN-RACE-REGISTER - OPEN THE KEYED RACE-ID REGISTER. UNDER     *
011290* THE MANIFEST DRIVER IT IS THE DRIVER'S NIGHT-WIDE REGISTER,     *
011296* WHICH THE DRIVER ALONE CREATES; A FRESH RUN TAKES ONLY ITS OWN  *
011302* FILE'S EARLIER ENTRIES OFF IT. RUN ON ITS OWN, DAY06 KEEPS      *
011310* <INPUT>.SEEN: STARTED EMPTY ON A FRESH RUN, KEPT                *
011320* AS IT STANDS ON A CHECKPOINT RESTART SO THE RACE-IDS TAKEN      *
011330* BEFORE THE INTERRUPTION ARE STILL KNOWN. LIKE THE HISTORY       *
011340* FILE, A REGISTER THAT CANNOT BE OPENED STOPS THE RUN - WITHOUT  *
011350* IT A RE-SENT RACE WOULD GO THROUGH UNNOTICED.                   *
011360*----------------------------------------------------------------*
011370 OPEN-RACE-REGISTER.
011380     IF DAY06-SEEN-AREA NOT = SPACES
011390        AND DAY06-SEEN-AREA NOT = LOW-VALUES
011400         MOVE DAY06-SEEN-AREA TO WS-SEEN-FILE-NAME
011410     ELSE
011420         IF WS-CHKPT-NONE
011430             OPEN OUTPUT FD-SEEN
011440             CLOSE FD-SEEN
011450         END-IF
011460     END-IF.
011470     OPEN I-O FD-SEEN.
011480     IF WS-SEEN-STATUS = '35'
011490         OPEN OUTPUT FD-SEEN
011500         CLOSE FD-SEEN
011510         OPEN I-O FD-SEEN
011520     END-IF.
011530     IF WS-SEEN-STATUS NOT = '00'
011540         DISPLAY "Race-ID register not available, status "
011550             WS-SEEN-STATUS
011551         MOVE SPACES TO ALERT-RECORD
011552         SET AL-CRITICAL TO TRUE
011553         MOVE WS-SEEN-FILE-NAME TO AL-FILE
011554         STRING 'RACE-ID REGISTER NOT AVAILABLE, STATUS '
011555                WS-SEEN-STATUS
011556             DELIMITED BY SIZE INTO AL-MESSAGE
011557         PERFORM RAISE-ALERT
011560         PERFORM WRITE-RUN-AUDIT
011570         MOVE 12 TO RETURN-CODE
011580         GOBACK
011590     END-IF.
011591     IF WS-CHKPT-NONE
011592         PERFORM CLEAR-FILE-FROM-REGISTER
011593     END-IF.
011594
011595*----------------------------------------------------------------*
011596* CLEAR-FILE-FROM-REGISTER - A FRESH START OF THIS INPUT FILE:    *
011597* TAKE OFF THE REGISTER EVERY RACE-ID AN EARLIER RUN OF THE SAME  *
011598* FILE REGISTERED (A RUN THAT FAILED, OR WAS BACKED OUT, AND IS   *
011599* NOW BEING RUN AGAIN FROM THE TOP) SO ITS OWN RACES ARE NOT      *
011600* TAKEN FOR DUPLICATES OF THEMSELVES. RACE-IDS FIRST SEEN IN ANY  *
011601* OTHER FILE STAY, AND STILL CATCH A RE-SENT RACE. A REGISTER     *
011602* JUST STARTED EMPTY HAS NOTHING TO CLEAR.                        *
011603*----------------------------------------------------------------*
011604 CLEAR-FILE-FROM-REGISTER.
011605     MOVE 0 TO WS-SEEN-CLEAR-CT.
011606     MOVE 'N' TO WS-SEEN-EOF.
011607     MOVE LOW-VALUES TO SN-RACE-ID.
011608     START FD-SEEN KEY IS NOT LESS THAN SN-RACE-ID
011609         INVALID KEY
011610             SET WS-SEEN-END TO TRUE
011611     END-START.
011612     PERFORM UNTIL WS-SEEN-END
011613         READ FD-SEEN NEXT RECORD
011614             AT END
011615                 SET WS-SEEN-END TO TRUE
011616             NOT AT END
011617                 IF SN-INPUT-FILE = WS-INPUT-FILE-NAME
011618                     DELETE FD-SEEN RECORD
011619                     ADD 1 TO WS-SEEN-CLEAR-CT
011620                 END-IF
011621         END-READ
011622     END-PERFORM.
011623     IF WS-SEEN-CLEAR-CT > 0
011624         DISPLAY "Race-IDs cleared from the register for this"
011625             " file: " WS-SEEN-CLEAR-CT
011626     END-IF.
011627
011628*----------------------------------------------------------------*
011629* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
011630* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
011640*----------------------------------------------------------------*
011650 RAISE-ALERT.
011660     MOVE 'DAY06' TO AL-PROGRAM.
011670     CALL 'DAY06ALT' USING ALERT-RECORD.

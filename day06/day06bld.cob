000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06BLD                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   PRE-RUN STEP THAT BUILDS THE NIGHT'S DAY06DRV MANIFEST FROM   *
000090*   THE RACE CALENDAR INSTEAD OF THE OPERATOR TYPING IT UP. THE   *
000100*   RACE MASTER IS READ FRONT TO BACK AND EVERY ACTIVE RACE       *
000110*   WHOSE RM-RACE-DATE IS THE PROCESSING DATE (DEFAULT TODAY) IS  *
000120*   SORTED BY VENUE CODE. EACH VENUE WITH RACES THAT NIGHT SENDS  *
000130*   ONE DATED INPUT FILE:                                         *
000140*       <VENUE-CODE>.<YYYYMMDD>.DATA                              *
000150*   A FILE HAS ARRIVED WHEN IT IS THERE AND ENDS IN ITS TRL       *
000160*   CONTROL RECORD (SEE BOATCTL) - ONE STILL BEING TRANSMITTED    *
000170*   HAS NO TRL YET AND IS STILL WAITED ON.                        *
000180*   EVERY ARRIVED FILE GOES ON THE MANIFEST WITH ITS MODE: 'S'    *
000190*   (SINGLE-RACE) WHEN THE VENUE HAS ONE RACE THAT NIGHT, 'M'     *
000200*   (MULTI-RACE) OTHERWISE. PLANNING RUNS ARE NEVER SCHEDULED     *
000210*   FROM THE CALENDAR. EVERY RACE OF A FILE NOT YET ARRIVED GOES  *
000220*   ON THE WAITING LIST (<MANIFEST>.WAITING, ALSO ECHOED TO THE   *
000230*   CONSOLE) WITH ITS VENUE AND CLASS, AS DOES A SCHEDULED RACE   *
000240*   WITH NO VENUE CODE (NO FILE NAME CAN BE WORKED OUT FOR IT).   *
000250*   THE MANIFEST IS NOT REBUILT WHILE DAY06DRV HAS A RESTART      *
000260*   PENDING ON IT (A NON-EMPTY <MANIFEST>.CKPT) - THE RESTART     *
000270*   COUNTS ENTRIES ON THE MANIFEST AS IT STOOD.                   *
000280*   RETURN CODES - THE SCHEDULER HOLDS DAY06DRV ON THEM:          *
000290*     0  EVERY EXPECTED FILE ARRIVED - RELEASE THE DRIVER.        *
000300*     4  STILL WAITING AND THE CUTOFF HAS NOT PASSED - HOLD THE   *
000310*        DRIVER AND RERUN THIS STEP.                              *
000320*     8  THE CUTOFF HAS PASSED WITH FILES STILL MISSING, OR NO    *
000330*        RACE IS SCHEDULED AT ALL - THE MANIFEST HOLDS ONLY WHAT  *
000340*        ARRIVED; CHASE THE WAITING LIST BEFORE RELEASING.        *
000350*     12 RACE MASTER OR OUTPUT FILES NOT AVAILABLE, BAD PARM, OR  *
000360*        A DRIVER RESTART IS PENDING ON THE MANIFEST.             *
000370*----------------------------------------------------------------*
000380* MODIFICATION HISTORY                                            *
000390*----------------------------------------------------------------*
000400* DATE       INIT  DESCRIPTION                                    *
000410* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000420*----------------------------------------------------------------*
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DAY06BLD.
000450 AUTHOR. T. NAKAMURA.
000460 INSTALLATION. ADVENT OF CODE.
000470 DATE-WRITTEN. 15/10/2026.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT FD-RACEMST ASSIGN TO DYNAMIC WS-RACEMST-FILE-NAME
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS RM-RACE-ID
000560         FILE STATUS IS WS-RACEMST-STATUS.
000570     SELECT FD-VENUEMST ASSIGN TO DYNAMIC WS-VENUEMST-FILE-NAME
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS VM-VENUE-CODE
000610         FILE STATUS IS WS-VENUEMST-STATUS.
000620     SELECT FD-FEED ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-FEED-STATUS.
000650     SELECT FD-MANIFEST ASSIGN TO DYNAMIC WS-MANIFEST-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MANIFEST-STATUS.
000680     SELECT FD-WAITING ASSIGN TO DYNAMIC WS-WAITING-FILE-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-WAITING-STATUS.
000710     SELECT FD-DRVCKPT ASSIGN TO DYNAMIC WS-DRVCKPT-FILE-NAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-DRVCKPT-STATUS.
000740     SELECT SD-SORT ASSIGN TO 'SORTWK01'.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  FD-RACEMST.
000780     COPY RACEMST.
000790 FD  FD-VENUEMST.
000800     COPY VENUEMST.
000810 FD  FD-FEED.
000820     COPY BOATCTL.
000830 FD  FD-MANIFEST.
000840 01  MANIFEST-RECORD             PIC X(160).
000850 FD  FD-WAITING.
000860 01  WAITING-RECORD              PIC X(132).
000870 FD  FD-DRVCKPT.
000880 01  DRVCKPT-RECORD              PIC X(09).
000890*    THE NIGHT'S RACES, DELIVERED BACK IN VENUE ORDER SO EACH
000900*    VENUE'S FILE IS CHECKED ONCE AND ITS RACES COUNTED.
000910 SD  SD-SORT.
000920 01  SORT-RECORD.
000930     05  SR-VENUE-CODE           PIC X(06).
000940     05  SR-RACE-ID              PIC X(10).
000950     05  SR-CLASS                PIC X(08).
000960     05  SR-VENUE                PIC X(20).
000970 WORKING-STORAGE SECTION.
000980 01  WS-RACEMST-FILE-NAME        PIC X(80) VALUE 'race.master'.
000990 01  WS-VENUEMST-FILE-NAME       PIC X(80) VALUE 'venue.master'.
001000 01  WS-FEED-FILE-NAME           PIC X(80) VALUE SPACES.
001010 01  WS-MANIFEST-FILE-NAME       PIC X(80) VALUE 'day06.manifest'.
001020 01  WS-WAITING-FILE-NAME        PIC X(80) VALUE SPACES.
001030 01  WS-DRVCKPT-FILE-NAME        PIC X(80) VALUE SPACES.
001040 01  WS-PARM-DATA                PIC X(240) VALUE SPACES.
001050 01  WS-PARM-DATE                PIC X(10) VALUE SPACES.
001060 01  WS-PARM-CUTOFF              PIC X(05) VALUE SPACES.
001070 01  WS-PARM-MANIFEST            PIC X(80) VALUE SPACES.
001080 01  WS-PARM-MASTER              PIC X(80) VALUE SPACES.
001090 01  WS-RACEMST-STATUS           PIC X(02) VALUE SPACES.
001100 01  WS-VENUEMST-STATUS          PIC X(02) VALUE SPACES.
001110 01  WS-FEED-STATUS              PIC X(02) VALUE SPACES.
001120 01  WS-MANIFEST-STATUS          PIC X(02) VALUE SPACES.
001130 01  WS-WAITING-STATUS           PIC X(02) VALUE SPACES.
001140 01  WS-DRVCKPT-STATUS           PIC X(02) VALUE SPACES.
001150 01  WS-EOF                      PIC X(01) VALUE 'N'.
001160     88  WS-END-OF-FILE                     VALUE 'Y'.
001170 01  WS-FEED-EOF                 PIC X(01) VALUE 'N'.
001180     88  WS-FEED-END                        VALUE 'Y'.
001190 01  WS-SORT-EOF                 PIC X(01) VALUE 'N'.
001200     88  WS-SORT-END                        VALUE 'Y'.
001210 01  WS-GROUP-SW                 PIC X(01) VALUE 'N'.
001220     88  WS-GROUP-OPEN                      VALUE 'Y'.
001230 01  WS-VENUEMST-SW              PIC X(01) VALUE 'N'.
001240     88  WS-VENUEMST-OPEN                   VALUE 'Y'.
001250 01  WS-ARRIVED-SW               PIC X(01) VALUE 'N'.
001260     88  WS-FILE-ARRIVED                    VALUE 'Y'.
001270 01  WS-CUTOFF-SW                PIC X(01) VALUE 'N'.
001280     88  WS-CUTOFF-PASSED                   VALUE 'Y'.
001290*    THE VENUE GROUP CURRENTLY COMING BACK FROM THE SORT.
001300 01  WS-CUR-VENUE-CODE           PIC X(06) VALUE SPACES.
001310 01  WS-CUR-VENUE-NAME           PIC X(30) VALUE SPACES.
001320 01  WS-CUR-STATE                PIC X(10) VALUE SPACES.
001330 01  WS-CUR-MODE                 PIC X(01) VALUE SPACE.
001340 77  WS-CUR-RACE-CT              PIC 9(09) COMP VALUE 0.
001350 77  WS-FEED-REC-CT              PIC 9(09) COMP VALUE 0.
001360 01  WS-PROC-DATE                PIC X(10) VALUE SPACES.
001370 01  WS-PROC-DATE-KEY            PIC X(08) VALUE SPACES.
001380 01  WS-CUTOFF-KEY               PIC X(12) VALUE SPACES.
001390 01  WS-NOW-KEY                  PIC X(12) VALUE SPACES.
001400 01  WS-RACE-CT                  PIC 9(09) VALUE 0.
001410 01  WS-FILE-CT                  PIC 9(09) VALUE 0.
001420 01  WS-ARRIVED-CT               PIC 9(09) VALUE 0.
001430 01  WS-WAIT-FILE-CT             PIC 9(09) VALUE 0.
001440 01  WS-WAIT-RACE-CT             PIC 9(09) VALUE 0.
001450 01  WS-NO-VENUE-CT              PIC 9(09) VALUE 0.
001460 01  WS-CURRENT-DATE-DATA.
001470     05  WS-CD-YEAR              PIC 9(04).
001480     05  WS-CD-MONTH             PIC 9(02).
001490     05  WS-CD-DAY               PIC 9(02).
001500     05  WS-CD-HOUR              PIC 9(02).
001510     05  WS-CD-MIN               PIC 9(02).
001520     05  FILLER                  PIC X(09).
001530 01  WS-WAITING-HEAD.
001540     05  FILLER                  PIC X(27) VALUE
001550             'DAY06 MANIFEST WAITING ON, '.
001560     05  FILLER                  PIC X(14) VALUE
001570             'PROCESS DATE: '.
001580     05  WH-PROC-DATE            PIC X(10).
001590     05  FILLER                  PIC X(10) VALUE ' CUTOFF: '.
001600     05  WH-CUTOFF               PIC X(05).
001610 01  WS-WAITING-LINE.
001620     05  FILLER                  PIC X(12) VALUE 'WAITING ON: '.
001630     05  WL-FILE                 PIC X(30).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  WL-STATE                PIC X(10).
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  WL-VENUE-CODE           PIC X(06).
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  WL-VENUE-NAME           PIC X(30).
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  WL-RACE-ID              PIC X(10).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  WL-CLASS                PIC X(08).
001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------------*
001760* MAINLINE                                                        *
001770*----------------------------------------------------------------*
001780     PERFORM GET-RUN-PARMS.
001790     PERFORM CHECK-DRIVER-RESTART.
001800
001810     OPEN INPUT FD-RACEMST.
001820     IF WS-RACEMST-STATUS NOT = '00'
001830         DISPLAY "Race master not available, status "
001840             WS-RACEMST-STATUS
001850         MOVE 12 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880*    THE VENUE MASTER ONLY SUPPLIES THE NAME FOR THE WAITING
001890*    LIST - WITHOUT IT THE RACE MASTER'S OWN COPY IS USED.
001900     OPEN INPUT FD-VENUEMST.
001910     IF WS-VENUEMST-STATUS = '00'
001920         SET WS-VENUEMST-OPEN TO TRUE
001930     END-IF.
001940     OPEN OUTPUT FD-MANIFEST.
001950     OPEN OUTPUT FD-WAITING.
001960     IF WS-MANIFEST-STATUS NOT = '00'
001970        OR WS-WAITING-STATUS NOT = '00'
001980         DISPLAY "Manifest not writable: "
001990             FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
002000         MOVE 12 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     MOVE WS-PROC-DATE TO WH-PROC-DATE.
002040     MOVE WS-PARM-CUTOFF TO WH-CUTOFF.
002050     WRITE WAITING-RECORD FROM WS-WAITING-HEAD.
002060
002070     DISPLAY "Building manifest for process date " WS-PROC-DATE.
002080     SORT SD-SORT
002090         ON ASCENDING KEY SR-VENUE-CODE
002100         ON ASCENDING KEY SR-RACE-ID
002110         INPUT PROCEDURE IS SELECT-SCHEDULED-RACES
002120         OUTPUT PROCEDURE IS BUILD-MANIFEST-ENTRIES.
002130
002140     CLOSE FD-WAITING.
002150     CLOSE FD-MANIFEST.
002160     IF WS-VENUEMST-OPEN
002170         CLOSE FD-VENUEMST
002180     END-IF.
002190     CLOSE FD-RACEMST.
002200
002210     DISPLAY "Races scheduled:          " WS-RACE-CT.
002220     DISPLAY "Venue files expected:     " WS-FILE-CT.
002230     DISPLAY "Arrived, on manifest:     " WS-ARRIVED-CT.
002240     DISPLAY "Files waited on:          " WS-WAIT-FILE-CT.
002250     DISPLAY "Races waited on:          " WS-WAIT-RACE-CT.
002260     DISPLAY "Races with no venue code: " WS-NO-VENUE-CT.
002270     DISPLAY "Manifest written: "
002280         FUNCTION TRIM(WS-MANIFEST-FILE-NAME).
002290     EVALUATE TRUE
002300         WHEN WS-RACE-CT = 0
002310             DISPLAY "No races scheduled for " WS-PROC-DATE
002320                 " - check the race calendar"
002330             MOVE 8 TO RETURN-CODE
002340         WHEN WS-WAIT-RACE-CT = 0
002350             MOVE 0 TO RETURN-CODE
002360         WHEN WS-CUTOFF-PASSED
002370             DISPLAY "Cutoff passed - waiting list: "
002380                 FUNCTION TRIM(WS-WAITING-FILE-NAME)
002390             MOVE 8 TO RETURN-CODE
002400         WHEN OTHER
002410             DISPLAY "Still waiting before cutoff - hold the"
002420                 " driver and rerun"
002430             MOVE 4 TO RETURN-CODE
002440     END-EVALUATE.
002450     STOP RUN.
002460
002470*----------------------------------------------------------------*
002480* GET-RUN-PARMS - "[PROC-DATE(DD/MM/YYYY) [CUTOFF(HH:MM)          *
002490* [MANIFEST-FILE [MASTER-FILE]]]]". THE DATE DEFAULTS TO TODAY.  *
002500* WITH NO CUTOFF THE STEP IS TAKEN TO BE RUNNING AT THE CUTOFF,  *
002510* SO ANYTHING MISSING ENDS IT RC 8. THE WAITING LIST AND THE     *
002520* DRIVER CHECKPOINT NAME DERIVE FROM THE MANIFEST NAME.          *
002530*----------------------------------------------------------------*
002540 GET-RUN-PARMS.
002550     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
002560     UNSTRING WS-PARM-DATA DELIMITED BY ALL SPACE
002570         INTO WS-PARM-DATE WS-PARM-CUTOFF WS-PARM-MANIFEST
002580              WS-PARM-MASTER.
002590     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
002600     IF WS-PARM-DATE = SPACES
002610         MOVE SPACES TO WS-PROC-DATE
002620         STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR
002630             DELIMITED BY SIZE INTO WS-PROC-DATE
002640     ELSE
002650         MOVE WS-PARM-DATE TO WS-PROC-DATE
002660     END-IF.
002670     IF WS-PROC-DATE(1:2) IS NUMERIC
002680        AND WS-PROC-DATE(4:2) IS NUMERIC
002690        AND WS-PROC-DATE(7:4) IS NUMERIC
002700        AND WS-PROC-DATE(3:1) = '/'
002710        AND WS-PROC-DATE(6:1) = '/'
002720         MOVE SPACES TO WS-PROC-DATE-KEY
002730         STRING WS-PROC-DATE(7:4) WS-PROC-DATE(4:2)
002740                WS-PROC-DATE(1:2)
002750             DELIMITED BY SIZE INTO WS-PROC-DATE-KEY
002760     ELSE
002770         DISPLAY "Process date not valid: " WS-PROC-DATE
002780         MOVE 12 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810
002820     IF WS-PARM-CUTOFF = SPACES
002830         SET WS-CUTOFF-PASSED TO TRUE
002840     ELSE
002850         IF WS-PARM-CUTOFF(1:2) IS NUMERIC
002860            AND WS-PARM-CUTOFF(3:1) = ':'
002870            AND WS-PARM-CUTOFF(4:2) IS NUMERIC
002880             MOVE SPACES TO WS-CUTOFF-KEY
002890             STRING WS-PROC-DATE-KEY WS-PARM-CUTOFF(1:2)
002900                    WS-PARM-CUTOFF(4:2)
002910                 DELIMITED BY SIZE INTO WS-CUTOFF-KEY
002920             MOVE SPACES TO WS-NOW-KEY
002930             STRING WS-CD-YEAR WS-CD-MONTH WS-CD-DAY
002940                    WS-CD-HOUR WS-CD-MIN
002950                 DELIMITED BY SIZE INTO WS-NOW-KEY
002960             IF WS-NOW-KEY >= WS-CUTOFF-KEY
002970                 SET WS-CUTOFF-PASSED TO TRUE
002980             END-IF
002990         ELSE
003000             DISPLAY "Cutoff not valid (HH:MM): " WS-PARM-CUTOFF
003010             MOVE 12 TO RETURN-CODE
003020             STOP RUN
003030         END-IF
003040     END-IF.
003050
003060     IF WS-PARM-MANIFEST NOT = SPACES
003070         MOVE WS-PARM-MANIFEST TO WS-MANIFEST-FILE-NAME
003080     END-IF.
003090     IF WS-PARM-MASTER NOT = SPACES
003100         MOVE WS-PARM-MASTER TO WS-RACEMST-FILE-NAME
003110     END-IF.
003120     MOVE SPACES TO WS-WAITING-FILE-NAME.
003130     STRING FUNCTION TRIM(WS-MANIFEST-FILE-NAME) DELIMITED BY SIZE
003140            '.waiting' DELIMITED BY SIZE
003150         INTO WS-WAITING-FILE-NAME.
003160     MOVE SPACES TO WS-DRVCKPT-FILE-NAME.
003170     STRING FUNCTION TRIM(WS-MANIFEST-FILE-NAME) DELIMITED BY SIZE
003180            '.ckpt' DELIMITED BY SIZE
003190         INTO WS-DRVCKPT-FILE-NAME.
003200
003210*----------------------------------------------------------------*
003220* CHECK-DRIVER-RESTART - DAY06DRV LEAVES A RECORD ON ITS         *
003230* <MANIFEST>.CKPT FROM THE START OF A RUN UNTIL THE WHOLE        *
003240* MANIFEST HAS COMPLETED. WHILE ONE IS THERE A RESTART IS        *
003250* PENDING AND THE MANIFEST MUST NOT CHANGE UNDER IT.             *
003260*----------------------------------------------------------------*
003270 CHECK-DRIVER-RESTART.
003280     OPEN INPUT FD-DRVCKPT.
003290     IF WS-DRVCKPT-STATUS = '00'
003300         READ FD-DRVCKPT
003310             AT END
003320                 CONTINUE
003330             NOT AT END
003340                 DISPLAY "Driver restart pending on "
003350                     FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
003360                     " - manifest not rebuilt"
003370                 CLOSE FD-DRVCKPT
003380                 MOVE 12 TO RETURN-CODE
003390                 STOP RUN
003400         END-READ
003410         CLOSE FD-DRVCKPT
003420     END-IF.
003430
003440*----------------------------------------------------------------*
003450* SELECT-SCHEDULED-RACES - SORT INPUT PROCEDURE: EVERY ACTIVE    *
003460* MASTER RACE FOR THE PROCESSING DATE IS RELEASED WITH ITS VENUE *
003470* CODE AND CLASS. ANYTHING ELSE ON THE MASTER IS NOT EXPECTED    *
003480* TONIGHT (THE SAME TEST DAY06MIS APPLIES THE MORNING AFTER).    *
003490*----------------------------------------------------------------*
003500 SELECT-SCHEDULED-RACES.
003510     PERFORM UNTIL WS-END-OF-FILE
003520         READ FD-RACEMST NEXT RECORD
003530             AT END
003540                 SET WS-END-OF-FILE TO TRUE
003550             NOT AT END
003560                 IF RM-ACTIVE AND RM-RACE-DATE = WS-PROC-DATE
003570                     ADD 1 TO WS-RACE-CT
003580                     MOVE RM-VENUE-CODE TO SR-VENUE-CODE
003590                     MOVE RM-RACE-ID TO SR-RACE-ID
003600                     MOVE RM-CLASS TO SR-CLASS
003610                     MOVE RM-VENUE TO SR-VENUE
003620                     RELEASE SORT-RECORD
003630                 END-IF
003640         END-READ
003650     END-PERFORM.
003660
003670*----------------------------------------------------------------*
003680* BUILD-MANIFEST-ENTRIES - SORT OUTPUT PROCEDURE: THE RACES COME *
003690* BACK GROUPED BY VENUE. EACH GROUP IS ONE EXPECTED FILE.        *
003700*----------------------------------------------------------------*
003710 BUILD-MANIFEST-ENTRIES.
003720     PERFORM UNTIL WS-SORT-END
003730         RETURN SD-SORT
003740             AT END
003750                 SET WS-SORT-END TO TRUE
003760             NOT AT END
003770                 PERFORM TAKE-SCHEDULED-RACE
003780         END-RETURN
003790     END-PERFORM.
003800     IF WS-GROUP-OPEN
003810         PERFORM FINISH-VENUE-FILE
003820     END-IF.
003830
003840 TAKE-SCHEDULED-RACE.
003850     IF NOT WS-GROUP-OPEN
003860         PERFORM START-VENUE-FILE
003870     ELSE
003880         IF SR-VENUE-CODE NOT = WS-CUR-VENUE-CODE
003890             PERFORM FINISH-VENUE-FILE
003900             PERFORM START-VENUE-FILE
003910         END-IF
003920     END-IF.
003930     ADD 1 TO WS-CUR-RACE-CT.
003940     IF NOT WS-FILE-ARRIVED
003950         PERFORM WRITE-WAITING-LINE
003960     END-IF.
003970
003980*----------------------------------------------------------------*
003990* START-VENUE-FILE - A NEW VENUE: WORK OUT ITS FILE NAME, CHECK  *
004000* WHETHER THE FILE HAS ARRIVED, AND PICK UP THE VENUE NAME.      *
004010* A RACE WITH NO VENUE CODE CANNOT BE GIVEN A FILE AT ALL.       *
004020*----------------------------------------------------------------*
004030 START-VENUE-FILE.
004040     SET WS-GROUP-OPEN TO TRUE.
004050     MOVE SR-VENUE-CODE TO WS-CUR-VENUE-CODE.
004060     MOVE 0 TO WS-CUR-RACE-CT.
004070     MOVE 'N' TO WS-ARRIVED-SW.
004080     MOVE SPACES TO WS-FEED-FILE-NAME.
004090     IF WS-CUR-VENUE-CODE = SPACES
004100         MOVE '(NO VENUE CODE)' TO WS-FEED-FILE-NAME
004110         MOVE 'NO VENUE' TO WS-CUR-STATE
004120         MOVE SR-VENUE TO WS-CUR-VENUE-NAME
004130     ELSE
004140         ADD 1 TO WS-FILE-CT
004150         STRING FUNCTION TRIM(WS-CUR-VENUE-CODE) DELIMITED BY SIZE
004160                '.' DELIMITED BY SIZE
004170                WS-PROC-DATE-KEY DELIMITED BY SIZE
004180                '.data' DELIMITED BY SIZE
004190             INTO WS-FEED-FILE-NAME
004200         PERFORM CHECK-FILE-ARRIVAL
004210         PERFORM GET-VENUE-NAME
004220     END-IF.
004230
004240*----------------------------------------------------------------*
004250* CHECK-FILE-ARRIVAL - THE FILE IS THERE AND ITS LAST RECORD IS  *
004260* THE TRL CONTROL RECORD. A FILE WITH NO TRL YET IS STILL BEING  *
004270* SENT AND WOULD FAIL DAY06'S CONTROL CHECK IF RUN NOW.          *
004280*----------------------------------------------------------------*
004290 CHECK-FILE-ARRIVAL.
004300     MOVE 'NOT SENT' TO WS-CUR-STATE.
004310     MOVE 0 TO WS-FEED-REC-CT.
004320     OPEN INPUT FD-FEED.
004330     IF WS-FEED-STATUS = '00'
004340         MOVE 'NO TRL' TO WS-CUR-STATE
004350         MOVE 'N' TO WS-FEED-EOF
004360         PERFORM UNTIL WS-FEED-END
004370             READ FD-FEED
004380                 AT END
004390                     SET WS-FEED-END TO TRUE
004400                 NOT AT END
004410                     ADD 1 TO WS-FEED-REC-CT
004420                     IF CTL-TRAILER
004430                         SET WS-FILE-ARRIVED TO TRUE
004440                     ELSE
004450                         MOVE 'N' TO WS-ARRIVED-SW
004460                     END-IF
004470             END-READ
004480         END-PERFORM
004490         CLOSE FD-FEED
004500         IF WS-FEED-REC-CT = 0
004510             MOVE 'EMPTY' TO WS-CUR-STATE
004520         END-IF
004530     END-IF.
004540
004550 GET-VENUE-NAME.
004560     MOVE SR-VENUE TO WS-CUR-VENUE-NAME.
004570     IF WS-VENUEMST-OPEN
004580         MOVE WS-CUR-VENUE-CODE TO VM-VENUE-CODE
004590         READ FD-VENUEMST
004600             INVALID KEY
004610                 CONTINUE
004620             NOT INVALID KEY
004630                 MOVE VM-VENUE-NAME TO WS-CUR-VENUE-NAME
004640         END-READ
004650     END-IF.
004660
004670*----------------------------------------------------------------*
004680* FINISH-VENUE-FILE - END OF A VENUE GROUP. AN ARRIVED FILE GOES *
004690* ON THE MANIFEST WITH ITS MODE; A MISSING ONE HAS ALREADY HAD   *
004700* ITS RACES LISTED ON THE WAITING LIST.                          *
004710*----------------------------------------------------------------*
004720 FINISH-VENUE-FILE.
004730     EVALUATE TRUE
004740         WHEN WS-CUR-VENUE-CODE = SPACES
004750             ADD WS-CUR-RACE-CT TO WS-NO-VENUE-CT
004760         WHEN WS-FILE-ARRIVED
004770             ADD 1 TO WS-ARRIVED-CT
004780             IF WS-CUR-RACE-CT = 1
004790                 MOVE 'S' TO WS-CUR-MODE
004800             ELSE
004810                 MOVE 'M' TO WS-CUR-MODE
004820             END-IF
004830             MOVE SPACES TO MANIFEST-RECORD
004840             STRING FUNCTION TRIM(WS-FEED-FILE-NAME)
004850                        DELIMITED BY SIZE
004860                    ' ' DELIMITED BY SIZE
004870                    WS-CUR-MODE DELIMITED BY SIZE
004880                 INTO MANIFEST-RECORD
004890             WRITE MANIFEST-RECORD
004900         WHEN OTHER
004910             ADD 1 TO WS-WAIT-FILE-CT
004920     END-EVALUATE.
004930
004940 WRITE-WAITING-LINE.
004950     ADD 1 TO WS-WAIT-RACE-CT.
004960     MOVE WS-FEED-FILE-NAME TO WL-FILE.
004970     MOVE WS-CUR-STATE TO WL-STATE.
004980     MOVE WS-CUR-VENUE-CODE TO WL-VENUE-CODE.
004990     MOVE WS-CUR-VENUE-NAME TO WL-VENUE-NAME.
005000     MOVE SR-RACE-ID TO WL-RACE-ID.
005010     MOVE SR-CLASS TO WL-CLASS.
005020     WRITE WAITING-RECORD FROM WS-WAITING-LINE.
005030     DISPLAY WS-WAITING-LINE.

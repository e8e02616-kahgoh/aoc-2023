000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06SPL                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   SPLIT STEP FOR PARTITIONED PROCESSING OF A VERY LARGE DAY06   *
000090*   INPUT FILE (THE BIG REGATTA WEEKENDS, WHEN ONE DAY06 RUN      *
000100*   CHECKPOINTING EVERY RECORD CANNOT FINISH INSIDE THE BATCH     *
000110*   WINDOW). THE INPUT FILE IS CUT INTO A GIVEN NUMBER OF         *
000120*   PARTITIONS BY RACE-ID RANGE:                                  *
000130*       <INPUT>.P01, <INPUT>.P02, ... <INPUT>.PNN                 *
000140*   EACH ONE A COMPLETE DAY06 INPUT FILE IN ITS OWN RIGHT - THE   *
000148*   ORIGINAL HDR RECORD (PLUS ITS PARTITION NUMBER AND THE SPLIT  *
000156*   DATE, SEE BOATCTL), ITS SHARE OF THE DETAIL RECORDS IN        *
000164*   RACE-ID ORDER (RECORDS FOR THE SAME RACE-ID IN THEIR ORIGINAL *
000172*   FILE ORDER), AND A TRL RECORD CARRYING THE COUNT AND HASH     *
000180*   TOTAL OF WHAT WAS WRITTEN TO IT. EACH PARTITION THEN RUNS     *
000188*   THROUGH DAY06 ON ITS OWN (IN PARALLEL, IN MULTI-RACE MODE)    *
000196*   WITH ITS OWN CHECKPOINT, RESULTS, EXCEPT AND EXPORT FILES, SO *
000204*   A FAILED PARTITION IS RESTARTED ALONE; DAY06MRG PUTS THE      *
000212*   OUTPUTS BACK TOGETHER AFTERWARDS. EVERY PARTITION RUN FILES   *
000220*   ITS HISTORY AND EXPORT ROWS UNDER THE SPLIT DATE.             *
000230*   THE DETAIL RECORDS GO THROUGH THE SORT ON RACE-ID (KEEPING    *
000240*   THE FILE ORDER OF EQUAL RACE-IDS) AND ARE DEALT OUT IN EQUAL  *
000250*   SHARES; A PARTITION NEVER ENDS PART WAY THROUGH A RUN OF ONE  *
000260*   RACE-ID, SO A RE-SENT RACE STILL MEETS ITS FIRST SIGHTING IN  *
000270*   THE SAME DAY06 RUN AND IS CAUGHT AS A DUPLICATE. WITH TOO FEW *
000280*   DISTINCT RACE-IDS FOR THE PARTITIONS ASKED FOR, FEWER ARE     *
000290*   CUT.                                                          *
000300*   THE ORIGINAL IS CHECKED AGAINST ITS OWN HDR/TRL FIRST, BY     *
000310*   THE SAME COUNT AND HASH RULES AS DAY06: PARTITION TRAILERS    *
000320*   ARE BUILT FROM WHAT IS ACTUALLY WRITTEN, SO SPLITTING A       *
000330*   TRUNCATED OR DOUBLE-APPENDED FILE WOULD HIDE THE DAMAGE.      *
000340*   SUCH A FILE IS NOT SPLIT AT ALL.                              *
000350*   THE <INPUT>.PARTS CONTROL FILE (SEE PARTREC) RECORDS THE JOB  *
000360*   AND ITS PARTITIONS FOR DAY06MRG. EACH PARTITION'S CHECKPOINT  *
000370*   AND RUN AUDIT FILES ARE CLEARED, SO NOTHING LEFT BY AN        *
000380*   EARLIER SPLIT OF THE SAME FILE IS RESUMED OR MERGED.          *
000390*   RETURN CODES:                                                 *
000400*     0  SPLIT INTO THE PARTITIONS ASKED FOR.                     *
000410*     4  SPLIT, BUT INTO FEWER PARTITIONS (TOO FEW RACE-IDS).     *
000420*     12 BAD PARM, INPUT OR OUTPUT FILE NOT AVAILABLE, OR THE     *
000430*        INPUT DOES NOT AGREE WITH ITS OWN HDR/TRL - NOT SPLIT.   *
000440*----------------------------------------------------------------*
000450* MODIFICATION HISTORY                                            *
000460*----------------------------------------------------------------*
000470* DATE       INIT  DESCRIPTION                                    *
000480* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000482* 15/10/2026 TN    THE SPLIT DATE IS NOW WRITTEN ON EACH          *
000484*                  PARTITION HEADER (SEE BOATCTL) AS THE RUN DATE *
000486*                  FOR ALL THE PARTITION RUNS; REMARKS CORRECTED  *
000488*                  ON THE ORDER OF THE PARTITION DETAIL RECORDS.  *
000490*----------------------------------------------------------------*
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. DAY06SPL.
000520 AUTHOR. T. NAKAMURA.
000530 INSTALLATION. ADVENT OF CODE.
000540 DATE-WRITTEN. 15/10/2026.
000550 DATE-COMPILED.
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT FD-INPUTS ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-INPUT-STATUS.
000620     SELECT FD-PART ASSIGN TO DYNAMIC WS-PART-FILE-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PART-STATUS.
000650     SELECT FD-PCKPT ASSIGN TO DYNAMIC WS-PCKPT-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PCKPT-STATUS.
000680     SELECT FD-PAUDIT ASSIGN TO DYNAMIC WS-PAUDIT-FILE-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PAUDIT-STATUS.
000710     SELECT FD-PARTS ASSIGN TO DYNAMIC WS-PARTS-FILE-NAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PARTS-STATUS.
000740     SELECT SD-SORT ASSIGN TO 'SORTWK01'.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  FD-INPUTS.
000780 01  INPUT-RECORD                PIC X(35).
000790 FD  FD-PART.
000800 01  PART-RECORD                 PIC X(35).
000810 FD  FD-PCKPT.
000820 01  PCKPT-RECORD                PIC X(80).
000830 FD  FD-PAUDIT.
000840 01  PAUDIT-RECORD               PIC X(334).
000850 FD  FD-PARTS.
000860     COPY PARTREC.
000870*    THE DETAIL RECORDS, DELIVERED BACK IN RACE-ID ORDER (EQUAL
000880*    RACE-IDS STILL IN FILE ORDER) TO BE DEALT OUT.
000890 SD  SD-SORT.
000900 01  SORT-RECORD.
000910     05  SR-RACE-ID              PIC X(10).
000920     05  SR-RECORD               PIC X(35).
000930 WORKING-STORAGE SECTION.
000940 01  WS-INPUT-FILE-NAME          PIC X(80) VALUE SPACES.
000950 01  WS-PART-FILE-NAME           PIC X(80) VALUE SPACES.
000960 01  WS-PCKPT-FILE-NAME          PIC X(80) VALUE SPACES.
000970 01  WS-PAUDIT-FILE-NAME         PIC X(80) VALUE SPACES.
000980 01  WS-PARTS-FILE-NAME          PIC X(80) VALUE SPACES.
000990 01  WS-PARM-DATA                PIC X(160) VALUE SPACES.
001000 01  WS-PARM-PARTS               PIC X(10) VALUE SPACES.
001010 01  WS-INPUT-STATUS             PIC X(02) VALUE SPACES.
001020 01  WS-PART-STATUS              PIC X(02) VALUE SPACES.
001030 01  WS-PCKPT-STATUS             PIC X(02) VALUE SPACES.
001040 01  WS-PAUDIT-STATUS            PIC X(02) VALUE SPACES.
001050 01  WS-PARTS-STATUS             PIC X(02) VALUE SPACES.
001060 01  WS-EOF                      PIC X(01) VALUE 'N'.
001070     88  WS-END-OF-FILE                     VALUE 'Y'.
001080 01  WS-SORT-EOF                 PIC X(01) VALUE 'N'.
001090     88  WS-SORT-END                        VALUE 'Y'.
001100 01  WS-HDR-SW                   PIC X(01) VALUE 'N'.
001110     88  WS-HEADER-SEEN                     VALUE 'Y'.
001120 01  WS-TRL-SW                   PIC X(01) VALUE 'N'.
001130     88  WS-TRAILER-SEEN                    VALUE 'Y'.
001140 01  WS-CTL-FAIL-SW              PIC X(01) VALUE 'N'.
001150     88  WS-CONTROL-FAILED                  VALUE 'Y'.
001160*    HOW MANY PARTITIONS WERE ASKED FOR, AND HOW MANY HAVE BEEN
001170*    CUT SO FAR (KEEP THE LIMIT IN STEP WITH THE TABLE OCCURS).
001180 77  WS-PART-LIMIT               PIC 9(02) COMP VALUE 99.
001190 77  WS-PART-WANTED              PIC 9(02) COMP VALUE 0.
001200 77  WS-PART-CT                  PIC 9(02) COMP VALUE 0.
001210 77  WS-PART-IX                  PIC 9(02) COMP VALUE 0.
001220 01  WS-PART-NUM                 PIC 9(02) VALUE 0.
001230*    DETAIL RECORDS PER PARTITION - THE DETAIL COUNT OVER THE
001240*    PARTITIONS ASKED FOR, ROUNDED UP.
001250 01  WS-PART-TARGET              PIC 9(09) VALUE 0.
001260 01  WS-PART-DETAIL-CT           PIC 9(09) VALUE 0.
001270 01  WS-PART-HASH                PIC 9(18) VALUE 0.
001280 01  WS-PREV-RACE-ID             PIC X(10) VALUE SPACES.
001290 01  WS-READ-CT                  PIC 9(09) VALUE 0.
001300 01  WS-DETAIL-CT                PIC 9(09) VALUE 0.
001310 01  WS-RUN-HASH                 PIC 9(18) VALUE 0.
001320 01  WS-RECORD-HASH              PIC 9(18) VALUE 0.
001330 01  WS-EXPECT-CT                PIC 9(09) VALUE 0.
001340 01  WS-EXPECT-HASH              PIC 9(18) VALUE 0.
001350 01  WS-WRITTEN-CT               PIC 9(09) VALUE 0.
001360 01  WS-WRITTEN-HASH             PIC 9(18) VALUE 0.
001370 01  WS-SPLIT-STAMP              PIC X(19) VALUE SPACES.
001380 01  WS-STAMP-WORK               PIC X(19) VALUE SPACES.
001390 01  WS-CURRENT-DATE-DATA.
001400     05  WS-CD-YEAR              PIC 9(04).
001410     05  WS-CD-MONTH             PIC 9(02).
001420     05  WS-CD-DAY               PIC 9(02).
001430     05  WS-CD-HOUR              PIC 9(02).
001440     05  WS-CD-MIN               PIC 9(02).
001450     05  WS-CD-SEC               PIC 9(02).
001460     05  FILLER                  PIC X(07).
001470*    THE RECORD JUST READ OR RETURNED, SEEN AS A DETAIL RECORD
001480*    AND AS A CONTROL RECORD; THE PARTITION HDR/TRL ARE BUILT IN
001490*    THE CONTROL VIEW, AS DAY06ARC BUILDS ITS ARCHIVE CONTROLS.
001500     COPY BOATREC.
001510     COPY BOATCTL.
001520*    THE ORIGINAL HEADER, KEPT TO BE COPIED ONTO EVERY PARTITION.
001530 01  WS-HEADER-SAVE              PIC X(35) VALUE SPACES.
001540*    WHAT WENT INTO EACH PARTITION, FOR THE CONTROL FILE.
001550 01  WS-PART-TABLE.
001560     05  WS-PART-ENTRY           OCCURS 99 TIMES.
001570         10  WS-PT-FILE          PIC X(80).
001580         10  WS-PT-LOW-ID        PIC X(10).
001590         10  WS-PT-HIGH-ID       PIC X(10).
001600         10  WS-PT-DETAIL-CT     PIC 9(09).
001610         10  WS-PT-HASH          PIC 9(18).
001620 01  WS-PART-LINE.
001630     05  FILLER                  PIC X(10) VALUE 'PARTITION '.
001640     05  PN-PART-NO              PIC 9(02).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  PN-LOW-ID               PIC X(10).
001670     05  FILLER                  PIC X(03) VALUE ' - '.
001680     05  PN-HIGH-ID              PIC X(10).
001690     05  FILLER                  PIC X(09) VALUE ' RECORDS '.
001700     05  PN-DETAIL-CT            PIC Z(8)9.
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  PN-FILE                 PIC X(80).
001730 01  WS-ALERT-NUM                PIC Z(8)9.
001740 01  WS-ALERT-NUM2               PIC Z(8)9.
001750     COPY ALERTREC.
001760 PROCEDURE DIVISION.
001770*----------------------------------------------------------------*
001780* MAINLINE                                                        *
001790*----------------------------------------------------------------*
001800     PERFORM FORMAT-TIME-STAMP.
001810     MOVE WS-STAMP-WORK TO WS-SPLIT-STAMP.
001820     PERFORM GET-RUN-PARMS.
001830
001840*    THE CONTROL FILE IS EMPTIED BEFORE ANYTHING ELSE, SO A SPLIT
001850*    THAT IS REFUSED OR FAILS PART WAY LEAVES NOTHING TO MERGE -
001860*    NOT EVEN THE PARTITIONS OF AN EARLIER SPLIT OF THE FILE.
001870     OPEN OUTPUT FD-PARTS.
001880     IF WS-PARTS-STATUS NOT = '00'
001890         DISPLAY "Partition control file not writable: "
001900             FUNCTION TRIM(WS-PARTS-FILE-NAME)
001910         MOVE SPACES TO ALERT-RECORD
001920         SET AL-CRITICAL TO TRUE
001930         MOVE WS-PARTS-FILE-NAME TO AL-FILE
001940         STRING 'PARTITION CONTROL FILE NOT WRITABLE, STATUS '
001950                WS-PARTS-STATUS
001960             DELIMITED BY SIZE INTO AL-MESSAGE
001970         PERFORM RAISE-ALERT
001980         MOVE 12 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     CLOSE FD-PARTS.
002020
002030*    NOTHING IS CUT FROM A FILE THAT DOES NOT AGREE WITH ITS OWN
002040*    CONTROL RECORDS.
002050     PERFORM CHECK-ORIGINAL-CONTROLS.
002060     IF WS-CONTROL-FAILED
002070         MOVE 12 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100
002110     COMPUTE WS-PART-TARGET =
002120         (WS-DETAIL-CT + WS-PART-WANTED - 1) / WS-PART-WANTED.
002130     IF WS-PART-TARGET = 0
002140         MOVE 1 TO WS-PART-TARGET
002150     END-IF.
002160     SORT SD-SORT
002170         ON ASCENDING KEY SR-RACE-ID
002180         WITH DUPLICATES IN ORDER
002190         INPUT PROCEDURE IS RELEASE-DETAIL-RECORDS
002200         OUTPUT PROCEDURE IS WRITE-PARTITIONS.
002210
002220     PERFORM WRITE-PARTITION-CONTROL.
002230
002240     DISPLAY "Input records read:   " WS-READ-CT.
002250     DISPLAY "Detail records split: " WS-WRITTEN-CT.
002260     DISPLAY "Partitions written:   " WS-PART-CT.
002270     DISPLAY "Partition control:    "
002280         FUNCTION TRIM(WS-PARTS-FILE-NAME).
002290
002300*    THE PARTITIONS WERE CUT FROM A FILE THAT RECONCILED, SO
002310*    BETWEEN THEM THEY MUST HOLD EXACTLY ITS DETAIL RECORDS.
002320     IF WS-WRITTEN-CT NOT = WS-EXPECT-CT
002330        OR WS-WRITTEN-HASH NOT = WS-EXPECT-HASH
002340         DISPLAY "*** Partitions do not add back to the input"
002350             " trailer - do not run them"
002360         MOVE SPACES TO ALERT-RECORD
002370         SET AL-CRITICAL TO TRUE
002380         MOVE WS-PARTS-FILE-NAME TO AL-FILE
002390         MOVE WS-WRITTEN-CT TO WS-ALERT-NUM
002400         MOVE WS-EXPECT-CT TO WS-ALERT-NUM2
002410         STRING 'PARTITIONS DO NOT RECONCILE - '
002420                FUNCTION TRIM(WS-ALERT-NUM) ' VS TRL '
002430                FUNCTION TRIM(WS-ALERT-NUM2)
002440             DELIMITED BY SIZE INTO AL-MESSAGE
002450         PERFORM RAISE-ALERT
002460         MOVE 12 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490
002500     IF WS-PART-CT < WS-PART-WANTED
002510         DISPLAY "Only " WS-PART-CT " of " WS-PART-WANTED
002520             " partitions cut - too few distinct race-ids"
002530         MOVE SPACES TO ALERT-RECORD
002540         SET AL-WARNING TO TRUE
002550         MOVE WS-INPUT-FILE-NAME TO AL-FILE
002560         MOVE WS-PART-CT TO WS-ALERT-NUM
002570         MOVE WS-PART-WANTED TO WS-ALERT-NUM2
002580         STRING 'SPLIT INTO ' FUNCTION TRIM(WS-ALERT-NUM)
002590                ' PARTITIONS OF ' FUNCTION TRIM(WS-ALERT-NUM2)
002600                ' ASKED - TOO FEW RACE-IDS'
002610             DELIMITED BY SIZE INTO AL-MESSAGE
002620         PERFORM RAISE-ALERT
002630         MOVE 4 TO RETURN-CODE
002640     ELSE
002650         MOVE 0 TO RETURN-CODE
002660     END-IF.
002670     STOP RUN.
002680
002690*----------------------------------------------------------------*
002700* GET-RUN-PARMS - "INPUT-FILE PARTITIONS", THE PARTITION COUNT   *
002710* 2 TO 99. THE PARTITION, CONTROL, CHECKPOINT AND AUDIT FILE     *
002720* NAMES ALL DERIVE FROM THE INPUT FILE NAME.                      *
002730*----------------------------------------------------------------*
002740 GET-RUN-PARMS.
002750     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
002760     UNSTRING WS-PARM-DATA DELIMITED BY ALL SPACE
002770         INTO WS-INPUT-FILE-NAME WS-PARM-PARTS.
002780     IF WS-INPUT-FILE-NAME = SPACES
002790        OR WS-PARM-PARTS = SPACES
002800         DISPLAY "Usage: DAY06SPL input-file partitions"
002810         MOVE 12 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     IF FUNCTION TEST-NUMVAL(WS-PARM-PARTS) NOT = 0
002850         DISPLAY "Partition count not numeric: " WS-PARM-PARTS
002860         MOVE 12 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     IF FUNCTION NUMVAL(WS-PARM-PARTS) < 2
002900        OR FUNCTION NUMVAL(WS-PARM-PARTS) > WS-PART-LIMIT
002910         DISPLAY "Partition count must be 2 to " WS-PART-LIMIT
002920             ": " WS-PARM-PARTS
002930         MOVE 12 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     COMPUTE WS-PART-WANTED = FUNCTION NUMVAL(WS-PARM-PARTS).
002970     MOVE SPACES TO WS-PARTS-FILE-NAME.
002980     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
002990            '.parts' DELIMITED BY SIZE
003000         INTO WS-PARTS-FILE-NAME.
003010
003020*----------------------------------------------------------------*
003030* CHECK-ORIGINAL-CONTROLS - READ THE WHOLE INPUT FILE ONCE AND   *
003040* CHECK IT AGAINST ITS HDR/TRL EXACTLY AS DAY06 WOULD: BOTH      *
003050* RECORDS PRESENT, THE TRAILER'S DETAIL COUNT AND HASH TOTAL     *
003060* EQUAL TO WHAT WAS READ. A FILE THAT IS ITSELF A PARTITION IS   *
003070* NOT CUT AGAIN. EVERY FAILURE IS DISPLAYED AND RAISED.          *
003080*----------------------------------------------------------------*
003090 CHECK-ORIGINAL-CONTROLS.
003100     OPEN INPUT FD-INPUTS.
003110     IF WS-INPUT-STATUS NOT = '00'
003120         DISPLAY "Input file not available: "
003130             FUNCTION TRIM(WS-INPUT-FILE-NAME)
003140             " status " WS-INPUT-STATUS
003150         MOVE SPACES TO ALERT-RECORD
003160         SET AL-CRITICAL TO TRUE
003170         MOVE WS-INPUT-FILE-NAME TO AL-FILE
003180         STRING 'INPUT FILE NOT AVAILABLE FOR SPLIT, STATUS '
003190                WS-INPUT-STATUS
003200             DELIMITED BY SIZE INTO AL-MESSAGE
003210         PERFORM RAISE-ALERT
003220         SET WS-CONTROL-FAILED TO TRUE
003230     ELSE
003240         PERFORM UNTIL WS-END-OF-FILE
003250             READ FD-INPUTS
003260                 AT END
003270                     SET WS-END-OF-FILE TO TRUE
003280                 NOT AT END
003290                     ADD 1 TO WS-READ-CT
003300                     MOVE INPUT-RECORD TO BOAT-RECORD
003310                     MOVE INPUT-RECORD TO BOAT-CONTROL-RECORD
003320                     PERFORM CHECK-ORIGINAL-RECORD
003330             END-READ
003340         END-PERFORM
003350         CLOSE FD-INPUTS
003360         PERFORM VALIDATE-ORIGINAL-TOTALS
003370     END-IF.
003380
003390*----------------------------------------------------------------*
003400* VALIDATE-ORIGINAL-TOTALS - THE END-OF-FILE CHECKS OF DAY06'S    *
003410* VALIDATE-CONTROL-TOTALS, APPLIED TO THE FILE BEFORE IT IS CUT.  *
003420*----------------------------------------------------------------*
003430 VALIDATE-ORIGINAL-TOTALS.
003440     IF NOT WS-HEADER-SEEN
003450         MOVE 'NO HEADER RECORD ON INPUT FILE' TO AL-MESSAGE
003460         PERFORM REPORT-CONTROL-FAILURE
003470     END-IF.
003480     IF NOT WS-TRAILER-SEEN
003490         MOVE 'NO TRAILER RECORD ON INPUT FILE' TO AL-MESSAGE
003500         PERFORM REPORT-CONTROL-FAILURE
003510     ELSE
003520         IF WS-DETAIL-CT NOT = WS-EXPECT-CT
003530             MOVE WS-EXPECT-CT TO WS-ALERT-NUM
003540             MOVE WS-DETAIL-CT TO WS-ALERT-NUM2
003550             MOVE SPACES TO AL-MESSAGE
003560             STRING 'RECORD COUNT MISMATCH (EXP VS ACT) '
003570                    FUNCTION TRIM(WS-ALERT-NUM) ' VS '
003580                    FUNCTION TRIM(WS-ALERT-NUM2)
003590                 DELIMITED BY SIZE INTO AL-MESSAGE
003600             PERFORM REPORT-CONTROL-FAILURE
003610         END-IF
003620         IF WS-RUN-HASH NOT = WS-EXPECT-HASH
003630             MOVE 'HASH TOTAL MISMATCH (EXP VS ACT)' TO AL-MESSAGE
003640             PERFORM REPORT-CONTROL-FAILURE
003650             DISPLAY "    " WS-EXPECT-HASH " VS " WS-RUN-HASH
003660         END-IF
003670     END-IF.
003680
003690*----------------------------------------------------------------*
003700* CHECK-ORIGINAL-RECORD - COUNT ONE RECORD OF THE FIRST PASS:     *
003710* THE HEADER IS KEPT FOR THE PARTITIONS, THE TRAILER'S FIGURES    *
003720* ARE TAKEN AS DAY06 TAKES THEM, AND A DETAIL RECORD IS COUNTED   *
003730* AND HASHED.                                                     *
003740*----------------------------------------------------------------*
003750 CHECK-ORIGINAL-RECORD.
003760     EVALUATE TRUE
003770         WHEN CTL-HEADER
003780             SET WS-HEADER-SEEN TO TRUE
003790             MOVE BOAT-CONTROL-RECORD TO WS-HEADER-SAVE
003800             IF CTL-PARTITION-NO IS NUMERIC
003810                 MOVE 'INPUT IS ALREADY A PARTITION - NOT CUT'
003820                     TO AL-MESSAGE
003830                 PERFORM REPORT-CONTROL-FAILURE
003840             END-IF
003850         WHEN CTL-TRAILER
003860             SET WS-TRAILER-SEEN TO TRUE
003870             IF FUNCTION TEST-NUMVAL(CTL-EXPECT-CT) = 0
003880                 COMPUTE WS-EXPECT-CT =
003890                     FUNCTION NUMVAL(CTL-EXPECT-CT)
003900             END-IF
003910             IF FUNCTION TEST-NUMVAL(CTL-HASH-TOTAL) = 0
003920                 COMPUTE WS-EXPECT-HASH =
003930                     FUNCTION NUMVAL(CTL-HASH-TOTAL)
003940             END-IF
003950         WHEN OTHER
003960             ADD 1 TO WS-DETAIL-CT
003970             PERFORM HASH-DETAIL-RECORD
003980             COMPUTE WS-RUN-HASH =
003990                 FUNCTION MOD(WS-RUN-HASH + WS-RECORD-HASH,
004000                     1000000000000000000)
004010     END-EVALUATE.
004020
004030*----------------------------------------------------------------*
004040* HASH-DETAIL-RECORD - THIS DETAIL RECORD'S SHARE OF THE HASH    *
004050* TOTAL, BY DAY06'S RULE: TIME PLUS DIST, TAKEN RAW, AND NOTHING  *
004060* FOR A RECORD WHOSE COLUMNS ARE NOT EVEN NUMERIC. THE CALLER     *
004070* ADDS IT TO ITS OWN TOTAL, LOW-ORDER 18 DIGITS.                  *
004080*----------------------------------------------------------------*
004090 HASH-DETAIL-RECORD.
004100     MOVE 0 TO WS-RECORD-HASH.
004110     IF FUNCTION TEST-NUMVAL(COL-TIME) = 0
004120        AND FUNCTION TEST-NUMVAL(COL-DIST) = 0
004130         COMPUTE WS-RECORD-HASH =
004140             FUNCTION NUMVAL(COL-TIME)
004150             + FUNCTION NUMVAL(COL-DIST)
004160     END-IF.
004170
004180*----------------------------------------------------------------*
004190* REPORT-CONTROL-FAILURE - ONE REASON THE INPUT CANNOT BE SPLIT   *
004200* (THE CALLER MOVED IT TO AL-MESSAGE): ON THE CONSOLE AND THE     *
004210* ALERT FILE.                                                     *
004220*----------------------------------------------------------------*
004230 REPORT-CONTROL-FAILURE.
004240     SET WS-CONTROL-FAILED TO TRUE.
004250     DISPLAY "*** " AL-MESSAGE.
004260     SET AL-CRITICAL TO TRUE.
004270     MOVE SPACES TO AL-RACE-ID.
004280     MOVE WS-INPUT-FILE-NAME TO AL-FILE.
004290     PERFORM RAISE-ALERT.
004300
004310*----------------------------------------------------------------*
004320* RELEASE-DETAIL-RECORDS - SORT INPUT PROCEDURE: READ THE INPUT   *
004330* AGAIN AND RELEASE EVERY DETAIL RECORD UNDER ITS RACE-ID. THE    *
004340* CONTROL RECORDS STAY BEHIND - EACH PARTITION GETS ITS OWN.      *
004350*----------------------------------------------------------------*
004360 RELEASE-DETAIL-RECORDS.
004370     MOVE 'N' TO WS-EOF.
004380     OPEN INPUT FD-INPUTS.
004390     PERFORM UNTIL WS-END-OF-FILE
004400         READ FD-INPUTS
004410             AT END
004420                 SET WS-END-OF-FILE TO TRUE
004430             NOT AT END
004440                 MOVE INPUT-RECORD TO BOAT-CONTROL-RECORD
004450                 IF NOT CTL-HEADER AND NOT CTL-TRAILER
004460                     MOVE INPUT-RECORD TO BOAT-RECORD
004470                     MOVE RACE-ID TO SR-RACE-ID
004480                     MOVE INPUT-RECORD TO SR-RECORD
004490                     RELEASE SORT-RECORD
004500                 END-IF
004510         END-READ
004520     END-PERFORM.
004530     CLOSE FD-INPUTS.
004540
004550*----------------------------------------------------------------*
004560* WRITE-PARTITIONS - SORT OUTPUT PROCEDURE: DEAL THE DETAIL       *
004570* RECORDS OUT INTO PARTITIONS AS THEY COME BACK. AN INPUT WITH NO *
004580* DETAIL RECORDS AT ALL STILL GETS ONE (EMPTY) PARTITION SO THE   *
004590* JOB RUNS AND MERGES LIKE ANY OTHER.                             *
004600*----------------------------------------------------------------*
004610 WRITE-PARTITIONS.
004620     PERFORM UNTIL WS-SORT-END
004630         RETURN SD-SORT
004640             AT END
004650                 SET WS-SORT-END TO TRUE
004660             NOT AT END
004670                 PERFORM TAKE-SORTED-RECORD
004680         END-RETURN
004690     END-PERFORM.
004700     IF WS-PART-CT = 0
004710         PERFORM START-PARTITION
004720     END-IF.
004730     PERFORM FINISH-PARTITION.
004740
004750*----------------------------------------------------------------*
004760* TAKE-SORTED-RECORD - THE CURRENT PARTITION IS FULL ONCE IT HAS  *
004770* ITS SHARE, BUT IT IS ONLY CLOSED WHEN THE RACE-ID CHANGES, AND  *
004780* THE LAST PARTITION TAKES WHATEVER IS LEFT.                      *
004790*----------------------------------------------------------------*
004800 TAKE-SORTED-RECORD.
004810     IF WS-PART-CT = 0
004820         PERFORM START-PARTITION
004830     ELSE
004840         IF WS-PART-DETAIL-CT >= WS-PART-TARGET
004850            AND SR-RACE-ID NOT = WS-PREV-RACE-ID
004860            AND WS-PART-CT < WS-PART-WANTED
004870             PERFORM FINISH-PARTITION
004880             PERFORM START-PARTITION
004890         END-IF
004900     END-IF.
004910     IF WS-PART-DETAIL-CT = 0
004920         MOVE SR-RACE-ID TO WS-PT-LOW-ID(WS-PART-CT)
004930     END-IF.
004940     MOVE SR-RECORD TO BOAT-RECORD.
004950     WRITE PART-RECORD FROM BOAT-RECORD.
004960     ADD 1 TO WS-PART-DETAIL-CT.
004970     PERFORM HASH-DETAIL-RECORD.
004980     COMPUTE WS-PART-HASH =
004990         FUNCTION MOD(WS-PART-HASH + WS-RECORD-HASH,
005000             1000000000000000000).
005010     MOVE SR-RACE-ID TO WS-PREV-RACE-ID.
005020     MOVE SR-RACE-ID TO WS-PT-HIGH-ID(WS-PART-CT).
005030
005040*----------------------------------------------------------------*
005050* START-PARTITION - OPEN THE NEXT PARTITION FILE AND WRITE ITS    *
005060* HEADER: THE ORIGINAL HEADER WITH THE PARTITION NUMBER ADDED.    *
005070* A PARTITION THAT CANNOT BE WRITTEN ENDS THE SPLIT; THE CONTROL  *
005080* FILE IS LEFT EMPTY, SO NOTHING HALF-CUT CAN BE MERGED.          *
005090*----------------------------------------------------------------*
005100 START-PARTITION.
005110     ADD 1 TO WS-PART-CT.
005120     MOVE WS-PART-CT TO WS-PART-NUM.
005130     MOVE 0 TO WS-PART-DETAIL-CT.
005140     MOVE 0 TO WS-PART-HASH.
005150     MOVE SPACES TO WS-PART-FILE-NAME.
005160     STRING FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED BY SIZE
005170            '.p' DELIMITED BY SIZE
005180            WS-PART-NUM DELIMITED BY SIZE
005190         INTO WS-PART-FILE-NAME.
005200     MOVE WS-PART-FILE-NAME TO WS-PT-FILE(WS-PART-CT).
005210     MOVE SPACES TO WS-PT-LOW-ID(WS-PART-CT).
005220     MOVE SPACES TO WS-PT-HIGH-ID(WS-PART-CT).
005230     OPEN OUTPUT FD-PART.
005240     IF WS-PART-STATUS NOT = '00'
005250         DISPLAY "Partition file not writable: "
005260             FUNCTION TRIM(WS-PART-FILE-NAME)
005270             " status " WS-PART-STATUS
005280         MOVE SPACES TO ALERT-RECORD
005290         SET AL-CRITICAL TO TRUE
005300         MOVE WS-PART-FILE-NAME TO AL-FILE
005310         STRING 'PARTITION FILE NOT WRITABLE, STATUS '
005320                WS-PART-STATUS
005330             DELIMITED BY SIZE INTO AL-MESSAGE
005340         PERFORM RAISE-ALERT
005350         MOVE 12 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     MOVE WS-HEADER-SAVE TO BOAT-CONTROL-RECORD.
005390     MOVE WS-PART-NUM TO CTL-PARTITION-NO.
005395     MOVE WS-SPLIT-STAMP(1:10) TO CTL-SPLIT-DATE.
005400     WRITE PART-RECORD FROM BOAT-CONTROL-RECORD.
005410
005420*----------------------------------------------------------------*
005430* FINISH-PARTITION - WRITE THE PARTITION'S TRAILER FROM WHAT WAS  *
005440* WRITTEN TO IT, CLOSE IT, NOTE IT FOR THE CONTROL FILE, AND      *
005450* CLEAR ITS DAY06 CHECKPOINT AND RUN AUDIT FILES SO ITS FIRST RUN *
005460* STARTS FROM THE TOP AND IS THE FIRST RUN DAY06MRG SEES.         *
005470*----------------------------------------------------------------*
005480 FINISH-PARTITION.
005490     MOVE SPACES TO BOAT-CONTROL-RECORD.
005500     MOVE 'TRL' TO CTL-RECORD-TYPE.
005510     MOVE WS-PART-DETAIL-CT TO CTL-EXPECT-CT.
005520     MOVE WS-PART-HASH TO CTL-HASH-TOTAL.
005530     WRITE PART-RECORD FROM BOAT-CONTROL-RECORD.
005540     CLOSE FD-PART.
005550     MOVE WS-PART-DETAIL-CT TO WS-PT-DETAIL-CT(WS-PART-CT).
005560     MOVE WS-PART-HASH TO WS-PT-HASH(WS-PART-CT).
005570     ADD WS-PART-DETAIL-CT TO WS-WRITTEN-CT.
005580     COMPUTE WS-WRITTEN-HASH =
005590         FUNCTION MOD(WS-WRITTEN-HASH + WS-PART-HASH,
005600             1000000000000000000).
005610
005620     MOVE SPACES TO WS-PCKPT-FILE-NAME.
005630     STRING FUNCTION TRIM(WS-PART-FILE-NAME) DELIMITED BY SIZE
005640            '.ckpt' DELIMITED BY SIZE
005650         INTO WS-PCKPT-FILE-NAME.
005660     OPEN OUTPUT FD-PCKPT.
005670     CLOSE FD-PCKPT.
005680     MOVE SPACES TO WS-PAUDIT-FILE-NAME.
005690     STRING FUNCTION TRIM(WS-PART-FILE-NAME) DELIMITED BY SIZE
005700            '.audit' DELIMITED BY SIZE
005710         INTO WS-PAUDIT-FILE-NAME.
005720     OPEN OUTPUT FD-PAUDIT.
005730     CLOSE FD-PAUDIT.
005740
005750     MOVE WS-PART-NUM TO PN-PART-NO.
005760     MOVE WS-PT-LOW-ID(WS-PART-CT) TO PN-LOW-ID.
005770     MOVE WS-PT-HIGH-ID(WS-PART-CT) TO PN-HIGH-ID.
005780     MOVE WS-PART-DETAIL-CT TO PN-DETAIL-CT.
005790     MOVE WS-PART-FILE-NAME TO PN-FILE.
005800     DISPLAY WS-PART-LINE.
005810
005820*----------------------------------------------------------------*
005830* WRITE-PARTITION-CONTROL - THE JOB RECORD (THE ORIGINAL FILE,    *
005840* ITS RACE-ID RANGE AND ITS TRAILER AS IT STOOD) AND THEN ONE     *
005850* RECORD PER PARTITION, FOR DAY06MRG.                             *
005860*----------------------------------------------------------------*
005870 WRITE-PARTITION-CONTROL.
005880     OPEN OUTPUT FD-PARTS.
005890     MOVE SPACES TO PARTITION-RECORD.
005900     SET PT-JOB TO TRUE.
005910     MOVE 0 TO PT-PART-NO.
005920     MOVE WS-PART-CT TO PT-PART-CT.
005930     MOVE WS-INPUT-FILE-NAME TO PT-FILE.
005940     MOVE WS-PT-LOW-ID(1) TO PT-LOW-ID.
005950     MOVE WS-PT-HIGH-ID(WS-PART-CT) TO PT-HIGH-ID.
005960     MOVE WS-EXPECT-CT TO PT-DETAIL-CT.
005970     MOVE WS-EXPECT-HASH TO PT-HASH-TOTAL.
005980     MOVE WS-SPLIT-STAMP TO PT-SPLIT-STAMP.
005990     WRITE PARTITION-RECORD.
006000     PERFORM VARYING WS-PART-IX FROM 1 BY 1
006010             UNTIL WS-PART-IX > WS-PART-CT
006020         MOVE SPACES TO PARTITION-RECORD
006030         SET PT-PARTITION TO TRUE
006040         MOVE WS-PART-IX TO PT-PART-NO
006050         MOVE WS-PART-CT TO PT-PART-CT
006060         MOVE WS-PT-FILE(WS-PART-IX) TO PT-FILE
006070         MOVE WS-PT-LOW-ID(WS-PART-IX) TO PT-LOW-ID
006080         MOVE WS-PT-HIGH-ID(WS-PART-IX) TO PT-HIGH-ID
006090         MOVE WS-PT-DETAIL-CT(WS-PART-IX) TO PT-DETAIL-CT
006100         MOVE WS-PT-HASH(WS-PART-IX) TO PT-HASH-TOTAL
006110         MOVE WS-SPLIT-STAMP TO PT-SPLIT-STAMP
006120         WRITE PARTITION-RECORD
006130     END-PERFORM.
006140     CLOSE FD-PARTS.
006150
006160*----------------------------------------------------------------*
006170* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS STAMP FROM THE *
006180* SYSTEM CLOCK IN WS-STAMP-WORK, AS DAY06 DOES FOR ITS RUN LOG.  *
006190*----------------------------------------------------------------*
006200 FORMAT-TIME-STAMP.
006210     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
006220     MOVE SPACES TO WS-STAMP-WORK.
006230     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
006240            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
006250            DELIMITED BY SIZE INTO WS-STAMP-WORK.
006260
006270*----------------------------------------------------------------*
006280* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
006290* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
006300*----------------------------------------------------------------*
006310 RAISE-ALERT.
006320     MOVE 'DAY06SPL' TO AL-PROGRAM.
006330     CALL 'DAY06ALT' USING ALERT-RECORD.

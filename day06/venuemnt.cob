000010*----------------------------------------------------------------*
000020* PROGRAM      : VENUEMNT                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   MAINTAINS THE INDEXED VENUE MASTER FILE (SEE VENUEMST) FROM A *
000090*   SEQUENTIAL TRANSACTION FILE, ON THE SAME LINES AS RACEMNT     *
000100*   DOES FOR THE RACE MASTER. EACH TRANSACTION CARRIES AN ACTION  *
000110*   CODE:                                                         *
000120*     'A' - ADD A NEW, OPEN VENUE (REJECTED IF THE CODE EXISTS).  *
000130*     'C' - CHANGE NAME/REGION/STEWARD ON AN EXISTING VENUE;      *
000140*           BLANK TRANSACTION FIELDS LEAVE THE MASTER FIELD       *
000150*           UNCHANGED.                                            *
000160*     'X' - CLOSE A VENUE. THE RECORD IS KEPT (OLD RACES STILL    *
000170*           REFER TO IT) BUT RACEMNT WILL NO LONGER ACCEPT A      *
000180*           RACE ADDED TO, OR MOVED ONTO, A CLOSED VENUE.         *
000190*   EVERY TRANSACTION IS FIELD-VALIDATED BEFORE APPLY: A KNOWN    *
000200*   ACTION, A NON-BLANK VENUE CODE, AND FOR AN ADD A NAME, REGION *
000210*   AND RESPONSIBLE STEWARD. REJECTED TRANSACTIONS ARE WRITTEN,   *
000220*   WITH THE REASON, TO A REPAIRABLE <TRANS>.REJECTS FILE AS      *
000230*   WELL AS BEING DISPLAYED AND COUNTED; THE RUN CARRIES ON WITH  *
000240*   THE NEXT TRANSACTION. EVERY APPLIED TRANSACTION IS JOURNALLED *
000250*   (SEE VENUEJNL) WITH ITS BEFORE/AFTER IMAGES TO THE PERMANENT  *
000260*   VENUE.JOURNAL FILE. THE JOURNAL IS MANDATORY - A RUN THAT     *
000270*   CANNOT JOURNAL APPLIES NOTHING.                               *
000280*----------------------------------------------------------------*
000290* MODIFICATION HISTORY                                            *
000300*----------------------------------------------------------------*
000310* DATE       INIT  DESCRIPTION                                    *
000320* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000330*----------------------------------------------------------------*
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. VENUEMNT.
000360 AUTHOR. T. NAKAMURA.
000370 INSTALLATION. ADVENT OF CODE.
000380 DATE-WRITTEN. 15/10/2026.
000390 DATE-COMPILED.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FD-TRANS ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TRANS-STATUS.
000460     SELECT FD-VENUEMST ASSIGN TO DYNAMIC WS-VENUEMST-FILE-NAME
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS VM-VENUE-CODE
000500         FILE STATUS IS WS-VENUEMST-STATUS.
000510     SELECT FD-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-JOURNAL-STATUS.
000540     SELECT FD-REJECT ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REJECT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  FD-TRANS.
000600 01  TRANS-RECORD.
000610     05  VT-ACTION               PIC X(01).
000620         88  VT-ADD                         VALUE 'A'.
000630         88  VT-CHANGE                      VALUE 'C'.
000640         88  VT-CLOSE                       VALUE 'X'.
000650     05  VT-VENUE-CODE           PIC X(06).
000660     05  VT-VENUE-NAME           PIC X(30).
000670     05  VT-REGION               PIC X(12).
000680     05  VT-STEWARD              PIC X(20).
000690 FD  FD-VENUEMST.
000700     COPY VENUEMST.
000710 FD  FD-JOURNAL.
000720     COPY VENUEJNL.
000730 FD  FD-REJECT.
000740 01  REJECT-RECORD               PIC X(100).
000750 WORKING-STORAGE SECTION.
000760 01  WS-TRANS-FILE-NAME          PIC X(80) VALUE 'venue.trans'.
000770 01  WS-VENUEMST-FILE-NAME       PIC X(80) VALUE 'venue.master'.
000780 01  WS-JOURNAL-FILE-NAME        PIC X(80) VALUE 'venue.journal'.
000790 01  WS-REJECT-FILE-NAME         PIC X(80) VALUE SPACES.
000800 01  WS-PARM-DATA                PIC X(80) VALUE SPACES.
000810 01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
000820 01  WS-VENUEMST-STATUS          PIC X(02) VALUE SPACES.
000830 01  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
000840 01  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
000850 01  WS-EOF                      PIC X(01) VALUE 'N'.
000860     88  WS-END-OF-FILE                     VALUE 'Y'.
000870 01  WS-TRANS-CT                 PIC 9(09) VALUE 0.
000880 01  WS-APPLIED-CT               PIC 9(09) VALUE 0.
000890 01  WS-REJECT-CT                PIC 9(09) VALUE 0.
000900 01  WS-VALID-SW                 PIC X(01) VALUE 'Y'.
000910     88  WS-DATA-VALID                      VALUE 'Y'.
000920     88  WS-DATA-INVALID                    VALUE 'N'.
000930 01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
000940 01  WS-REJECT-MSG               PIC X(24) VALUE SPACES.
000950 01  WS-REJECT-LINE.
000960     05  RJ-TRANS                PIC X(69).
000970     05  FILLER                  PIC X(01) VALUE SPACE.
000980     05  RJ-MESSAGE              PIC X(24).
000990 01  WS-STAMP-WORK               PIC X(19) VALUE SPACES.
001000 01  WS-CURRENT-DATE-DATA.
001010     05  WS-CD-YEAR              PIC 9(04).
001020     05  WS-CD-MONTH             PIC 9(02).
001030     05  WS-CD-DAY               PIC 9(02).
001040     05  WS-CD-HOUR              PIC 9(02).
001050     05  WS-CD-MIN               PIC 9(02).
001060     05  WS-CD-SEC               PIC 9(02).
001070     05  FILLER                  PIC X(07).
001080 PROCEDURE DIVISION.
001090*----------------------------------------------------------------*
001100* MAINLINE                                                        *
001110*----------------------------------------------------------------*
001120     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
001130     IF WS-PARM-DATA NOT = SPACES
001140         MOVE WS-PARM-DATA TO WS-TRANS-FILE-NAME
001150     END-IF.
001160*    THE REJECTS FILE NAME DERIVES FROM THE TRANSACTION FILE NAME
001170*    SO EACH DATED TRANSACTION FILE KEEPS ITS OWN REJECTS.
001180     MOVE SPACES TO WS-REJECT-FILE-NAME.
001190     STRING FUNCTION TRIM(WS-TRANS-FILE-NAME) DELIMITED BY SIZE
001200            '.rejects' DELIMITED BY SIZE
001210         INTO WS-REJECT-FILE-NAME.
001220
001230     OPEN INPUT FD-TRANS.
001240     IF WS-TRANS-STATUS NOT = '00'
001250         DISPLAY "Transaction file not available: "
001260             FUNCTION TRIM(WS-TRANS-FILE-NAME)
001270         STOP RUN
001280     END-IF.
001290
001300*    A MISSING VENUE MASTER MEANS THIS IS THE FIRST LOAD - CREATE
001310*    IT EMPTY AND CARRY ON IN I-O MODE.
001320     OPEN I-O FD-VENUEMST.
001330     IF WS-VENUEMST-STATUS = '35'
001340         OPEN OUTPUT FD-VENUEMST
001350         CLOSE FD-VENUEMST
001360         OPEN I-O FD-VENUEMST
001370     END-IF.
001380     IF WS-VENUEMST-STATUS NOT = '00'
001390         DISPLAY "Venue master not available: "
001400             FUNCTION TRIM(WS-VENUEMST-FILE-NAME)
001410             " STATUS " WS-VENUEMST-STATUS
001420         CLOSE FD-TRANS
001430         STOP RUN
001440     END-IF.
001450
001460*    THE JOURNAL IS THE AUDIT TRAIL FOR EVERY CHANGE - IF IT
001470*    CANNOT BE APPENDED TO, NOTHING IS APPLIED.
001480     OPEN EXTEND FD-JOURNAL.
001490     IF WS-JOURNAL-STATUS = '35'
001500         OPEN OUTPUT FD-JOURNAL
001510     END-IF.
001520     IF WS-JOURNAL-STATUS NOT = '00'
001530         DISPLAY "Journal not available: "
001540             FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
001550             " STATUS " WS-JOURNAL-STATUS
001560         CLOSE FD-TRANS
001570         CLOSE FD-VENUEMST
001580         STOP RUN
001590     END-IF.
001600
001610     OPEN OUTPUT FD-REJECT.
001620     IF WS-REJECT-STATUS NOT = '00'
001630         DISPLAY "Rejects file not available: "
001640             FUNCTION TRIM(WS-REJECT-FILE-NAME)
001650             " STATUS " WS-REJECT-STATUS
001660         CLOSE FD-TRANS
001670         CLOSE FD-VENUEMST
001680         CLOSE FD-JOURNAL
001690         STOP RUN
001700     END-IF.
001710
001720     PERFORM UNTIL WS-END-OF-FILE
001730         READ FD-TRANS
001740             AT END
001750                 SET WS-END-OF-FILE TO TRUE
001760             NOT AT END
001770                 ADD 1 TO WS-TRANS-CT
001780                 PERFORM APPLY-TRANSACTION
001790         END-READ
001800     END-PERFORM.
001810
001820     CLOSE FD-TRANS.
001830     CLOSE FD-VENUEMST.
001840     CLOSE FD-JOURNAL.
001850     CLOSE FD-REJECT.
001860     DISPLAY "Transactions read/applied/rejected: " WS-TRANS-CT
001870         "/" WS-APPLIED-CT "/" WS-REJECT-CT.
001880     STOP RUN.
001890
001900*----------------------------------------------------------------*
001910* APPLY-TRANSACTION - FIELD-VALIDATE ONE TRANSACTION AND, WHEN    *
001920* IT PASSES, ROUTE IT BY ITS ACTION CODE. A TRANSACTION THAT      *
001930* FAILS VALIDATION HAS ALREADY BEEN WRITTEN TO THE REJECTS FILE   *
001940* AND NEVER TOUCHES THE MASTER.                                   *
001950*----------------------------------------------------------------*
001960 APPLY-TRANSACTION.
001970     PERFORM VALIDATE-TRANSACTION.
001980     IF WS-DATA-VALID
001990         EVALUATE TRUE
002000             WHEN VT-ADD
002010                 PERFORM ADD-VENUE
002020             WHEN VT-CHANGE
002030                 PERFORM CHANGE-VENUE
002040             WHEN VT-CLOSE
002050                 PERFORM CLOSE-VENUE
002060         END-EVALUATE
002070     END-IF.
002080
002090*----------------------------------------------------------------*
002100* VALIDATE-TRANSACTION - THE FIELD GATES EVERY TRANSACTION MUST   *
002110* PASS: A KNOWN ACTION CODE AND A NON-BLANK VENUE CODE. AN ADD    *
002120* MUST ALSO CARRY THE FULL NAME, THE REGION AND THE RESPONSIBLE   *
002130* STEWARD - A VENUE NOBODY IS ANSWERABLE FOR IS NOT A VENUE WE    *
002140* WILL PROCESS FOR. A CHANGE IS ONLY HELD TO THE FIELDS IT        *
002150* SUPPLIES; A CLOSE CARRIES NO DATA FIELDS AT ALL.                *
002160*----------------------------------------------------------------*
002170 VALIDATE-TRANSACTION.
002180     SET WS-DATA-VALID TO TRUE.
002190     IF NOT (VT-ADD OR VT-CHANGE OR VT-CLOSE)
002200         MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-MSG
002210         PERFORM REJECT-TRANSACTION
002220     END-IF.
002230     IF WS-DATA-VALID AND VT-VENUE-CODE = SPACES
002240         MOVE 'BLANK VENUE CODE' TO WS-REJECT-MSG
002250         PERFORM REJECT-TRANSACTION
002260     END-IF.
002270     IF WS-DATA-VALID AND VT-ADD
002280         EVALUATE TRUE
002290             WHEN VT-VENUE-NAME = SPACES
002300                 MOVE 'MISSING VENUE NAME' TO WS-REJECT-MSG
002310                 PERFORM REJECT-TRANSACTION
002320             WHEN VT-REGION = SPACES
002330                 MOVE 'MISSING REGION' TO WS-REJECT-MSG
002340                 PERFORM REJECT-TRANSACTION
002350             WHEN VT-STEWARD = SPACES
002360                 MOVE 'MISSING STEWARD' TO WS-REJECT-MSG
002370                 PERFORM REJECT-TRANSACTION
002380         END-EVALUATE
002390     END-IF.
002400
002410*----------------------------------------------------------------*
002420* REJECT-TRANSACTION - ONE REJECT, ONE LINE ON THE REPAIRABLE     *
002430* REJECTS FILE: THE TRANSACTION EXACTLY AS IT CAME IN PLUS THE    *
002440* REASON. THE OPERATOR CONSOLE STILL SEES IT TOO.                 *
002450*----------------------------------------------------------------*
002460 REJECT-TRANSACTION.
002470     SET WS-DATA-INVALID TO TRUE.
002480     ADD 1 TO WS-REJECT-CT.
002490     MOVE TRANS-RECORD TO RJ-TRANS.
002500     MOVE WS-REJECT-MSG TO RJ-MESSAGE.
002510     WRITE REJECT-RECORD FROM WS-REJECT-LINE.
002520     DISPLAY "Rejected (" FUNCTION TRIM(WS-REJECT-MSG) "): "
002530         VT-VENUE-CODE.
002540
002550*----------------------------------------------------------------*
002560* ADD-VENUE - WRITE A NEW, OPEN VENUE RECORD. A DUPLICATE VENUE   *
002570* CODE IS REJECTED RATHER THAN OVERWRITTEN.                       *
002580*----------------------------------------------------------------*
002590 ADD-VENUE.
002600     MOVE SPACES        TO WS-BEFORE-IMAGE.
002610     MOVE SPACES        TO VENUE-MASTER-RECORD.
002620     MOVE VT-VENUE-CODE TO VM-VENUE-CODE.
002630     MOVE VT-VENUE-NAME TO VM-VENUE-NAME.
002640     MOVE VT-REGION     TO VM-REGION.
002650     MOVE VT-STEWARD    TO VM-STEWARD.
002660     SET VM-OPEN        TO TRUE.
002670     WRITE VENUE-MASTER-RECORD
002680         INVALID KEY
002690             MOVE 'DUPLICATE VENUE ON ADD' TO WS-REJECT-MSG
002700             PERFORM REJECT-TRANSACTION
002710         NOT INVALID KEY
002720             ADD 1 TO WS-APPLIED-CT
002730             PERFORM WRITE-JOURNAL-RECORD
002740     END-WRITE.
002750
002760*----------------------------------------------------------------*
002770* CHANGE-VENUE - REWRITE AN EXISTING VENUE RECORD, TAKING ONLY    *
002780* THE NON-BLANK FIELDS FROM THE TRANSACTION SO A CHANGE NEVER     *
002790* BLANKS OUT A FIELD IT DID NOT MEAN TO TOUCH. A CHANGE DOES NOT  *
002800* REOPEN A CLOSED VENUE.                                          *
002810*----------------------------------------------------------------*
002820 CHANGE-VENUE.
002830     MOVE VT-VENUE-CODE TO VM-VENUE-CODE.
002840     READ FD-VENUEMST
002850         INVALID KEY
002860             MOVE 'UNKNOWN VENUE CODE' TO WS-REJECT-MSG
002870             PERFORM REJECT-TRANSACTION
002880         NOT INVALID KEY
002890             MOVE VENUE-MASTER-RECORD TO WS-BEFORE-IMAGE
002900             IF VT-VENUE-NAME NOT = SPACES
002910                 MOVE VT-VENUE-NAME TO VM-VENUE-NAME
002920             END-IF
002930             IF VT-REGION NOT = SPACES
002940                 MOVE VT-REGION TO VM-REGION
002950             END-IF
002960             IF VT-STEWARD NOT = SPACES
002970                 MOVE VT-STEWARD TO VM-STEWARD
002980             END-IF
002990             REWRITE VENUE-MASTER-RECORD
003000             ADD 1 TO WS-APPLIED-CT
003010             PERFORM WRITE-JOURNAL-RECORD
003020     END-READ.
003030
003040*----------------------------------------------------------------*
003050* CLOSE-VENUE - FLAG AN EXISTING VENUE CLOSED. THE RECORD STAYS   *
003060* ON FILE SO OLD RACES CAN STILL BE TIED BACK TO IT. CLOSING A    *
003070* VENUE THAT IS ALREADY CLOSED IS REJECTED SO THE JOURNAL NEVER   *
003080* CARRIES A NO-CHANGE ENTRY.                                      *
003090*----------------------------------------------------------------*
003100 CLOSE-VENUE.
003110     MOVE VT-VENUE-CODE TO VM-VENUE-CODE.
003120     READ FD-VENUEMST
003130         INVALID KEY
003140             MOVE 'UNKNOWN VENUE CODE' TO WS-REJECT-MSG
003150             PERFORM REJECT-TRANSACTION
003160         NOT INVALID KEY
003170             IF VM-CLOSED
003180                 MOVE 'VENUE ALREADY CLOSED' TO WS-REJECT-MSG
003190                 PERFORM REJECT-TRANSACTION
003200             ELSE
003210                 MOVE VENUE-MASTER-RECORD TO WS-BEFORE-IMAGE
003220                 SET VM-CLOSED TO TRUE
003230                 REWRITE VENUE-MASTER-RECORD
003240                 ADD 1 TO WS-APPLIED-CT
003250                 PERFORM WRITE-JOURNAL-RECORD
003260             END-IF
003270     END-READ.
003280
003290*----------------------------------------------------------------*
003300* WRITE-JOURNAL-RECORD - APPEND ONE BEFORE/AFTER-IMAGE RECORD TO  *
003310* THE PERMANENT VENUE JOURNAL FOR THE TRANSACTION JUST APPLIED.   *
003320* THE CALLER LEAVES THE PRIOR VENUE RECORD (OR SPACES FOR AN      *
003330* ADD) IN WS-BEFORE-IMAGE AND THE APPLIED RECORD IN THE FD AREA.  *
003340*----------------------------------------------------------------*
003350 WRITE-JOURNAL-RECORD.
003360     PERFORM FORMAT-TIME-STAMP.
003370     MOVE SPACES TO VENUE-JOURNAL-RECORD.
003380     MOVE WS-STAMP-WORK TO VJ-STAMP.
003390     MOVE VT-ACTION TO VJ-ACTION.
003400     MOVE VT-VENUE-CODE TO VJ-VENUE-CODE.
003410     MOVE WS-TRANS-FILE-NAME TO VJ-TRANS-FILE.
003420     MOVE WS-BEFORE-IMAGE TO VJ-BEFORE-IMAGE.
003430     MOVE VENUE-MASTER-RECORD TO VJ-AFTER-IMAGE.
003440     WRITE VENUE-JOURNAL-RECORD.
003450
003460*----------------------------------------------------------------*
003470* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS STAMP FROM THE *
003480* SYSTEM CLOCK IN WS-STAMP-WORK, AS RACEMNT DOES FOR ITS JOURNAL.*
003490*----------------------------------------------------------------*
003500 FORMAT-TIME-STAMP.
003510     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
003520     MOVE SPACES TO WS-STAMP-WORK.
003530     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
003540            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
003550            DELIMITED BY SIZE INTO WS-STAMP-WORK.

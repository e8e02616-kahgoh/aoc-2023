000300*   BACK BY THE RACEINQ AS-OF INQUIRY SO AUDIT CAN SEE WHAT THE   *
000310*   MASTER SAID ON ANY PAST DATE. THE JOURNAL IS MANDATORY - A    *
000320*   RUN THAT CANNOT JOURNAL APPLIES NOTHING.                      *
000322*   THE VENUE FIELD CARRIES THE VENUE CODE FROM THE VENUE MASTER  *
000324*   (SEE VENUEMST/VENUEMNT). AN ADD MUST NAME, AND A CHANGE MAY   *
000326*   MOVE A RACE TO, ONLY AN OPEN VENUE; THE MASTER TAKES THE CODE *
000328*   AND THE VENUE MASTER'S OWN SPELLING OF THE VENUE NAME.        *
000330*----------------------------------------------------------------*
000340* MODIFICATION HISTORY                                            *
000350*----------------------------------------------------------------*
000440*                  CLASS CODE) AND EVERY REJECT NOW GOES TO A     *
000450*                  REPAIRABLE <TRANS>.REJECTS FILE INSTEAD OF     *
000460*                  ONLY SCROLLING OFF THE OPERATOR CONSOLE.       *
000462* 15/10/2026 TN    VENUE IS NOW A VENUE MASTER CODE - AN ADD OR   *
000464*                  CHANGE NAMING AN UNKNOWN OR CLOSED VENUE IS    *
000466*                  REJECTED; RM-VENUE-CODE AND RM-VENUE ARE SET   *
000468*                  FROM THE VENUE MASTER RECORD.                  *
000469* 15/10/2026 TN    EACH REJECTED TRANSACTION, AND ANY FILE THAT   *
000470*                  CANNOT BE OPENED, IS NOW ALSO APPENDED TO THE  *
000471*                  SHARED DAY06.ALERTS FILE THROUGH DAY06ALT.     *
000472*----------------------------------------------------------------*
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. RACEMNT.
000500 AUTHOR. T. NAKAMURA.
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS RM-RACE-ID
000640         FILE STATUS IS WS-RACEMST-STATUS.
000641     SELECT FD-VENUEMST ASSIGN TO DYNAMIC WS-VENUEMST-FILE-NAME
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS VM-VENUE-CODE
000645         FILE STATUS IS WS-VENUEMST-STATUS.
000650     SELECT FD-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-JOURNAL-STATUS.
000770         88  TR-CHANGE                      VALUE 'C'.
000780         88  TR-DEACTIVATE                  VALUE 'D'.
000790     05  TR-RACE-ID              PIC X(10).
000795     05  TR-VENUE.
000800         10  TR-VENUE-CODE       PIC X(06).
000805         10  TR-VENUE-SPARE      PIC X(14).
000810     05  TR-RACE-DATE            PIC X(10).
000820     05  TR-CLASS                PIC X(08).
000830 FD  FD-RACEMST.
000840     COPY RACEMST.
000843 FD  FD-VENUEMST.
000846     COPY VENUEMST.
000850 FD  FD-JOURNAL.
000860     COPY RACEJNL.
000870 FD  FD-REJECT.
000890 WORKING-STORAGE SECTION.
000900 01  WS-TRANS-FILE-NAME          PIC X(80) VALUE 'race.trans'.
000910 01  WS-RACEMST-FILE-NAME        PIC X(80) VALUE 'race.master'.
000915 01  WS-VENUEMST-FILE-NAME       PIC X(80) VALUE 'venue.master'.
000920 01  WS-JOURNAL-FILE-NAME        PIC X(80) VALUE 'race.journal'.
000930 01  WS-REJECT-FILE-NAME         PIC X(80) VALUE SPACES.
000940 01  WS-PARM-DATA                PIC X(80) VALUE SPACES.
000950 01  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
000960 01  WS-RACEMST-STATUS           PIC X(02) VALUE SPACES.
000965 01  WS-VENUEMST-STATUS          PIC X(02) VALUE SPACES.
000970 01  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
000980 01  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
000990 01  WS-EOF                      PIC X(01) VALUE 'N'.
001320     05  WS-CD-MIN               PIC 9(02).
001330     05  WS-CD-SEC               PIC 9(02).
001340     05  FILLER                  PIC X(07).
001345     COPY ALERTREC.
001350 PROCEDURE DIVISION.
001360*----------------------------------------------------------------*
001370* MAINLINE                                                        *
001520     IF WS-TRANS-STATUS NOT = '00'
001530         DISPLAY "Transaction file not available: "
001540             FUNCTION TRIM(WS-TRANS-FILE-NAME)
001541         MOVE SPACES TO ALERT-RECORD
001542         SET AL-ERROR TO TRUE
001543         MOVE WS-TRANS-FILE-NAME TO AL-FILE
001544         MOVE 'TRANSACTION FILE NOT AVAILABLE - NOTHING APPLIED'
001545             TO AL-MESSAGE
001546         PERFORM RAISE-ALERT
001550         STOP RUN
001560     END-IF.
001570
001670         DISPLAY "Race master not available: "
001680             FUNCTION TRIM(WS-RACEMST-FILE-NAME)
001690             " STATUS " WS-RACEMST-STATUS
001691         MOVE SPACES TO ALERT-RECORD
001692         SET AL-ERROR TO TRUE
001693         MOVE WS-RACEMST-FILE-NAME TO AL-FILE
001694         STRING 'RACE MASTER NOT AVAILABLE, STATUS '
001695                WS-RACEMST-STATUS
001696             DELIMITED BY SIZE INTO AL-MESSAGE
001697         PERFORM RAISE-ALERT
001700         CLOSE FD-TRANS
001710         STOP RUN
001720     END-IF.
001730
001731*    THE VENUE MASTER IS READ-ONLY HERE - WITHOUT IT NO VENUE CAN
001732*    BE CHECKED, SO NOTHING IS APPLIED.
001733     OPEN INPUT FD-VENUEMST.
001734     IF WS-VENUEMST-STATUS NOT = '00'
001735         DISPLAY "Venue master not available: "
001736             FUNCTION TRIM(WS-VENUEMST-FILE-NAME)
001737             " STATUS " WS-VENUEMST-STATUS
001738         MOVE SPACES TO ALERT-RECORD
001739         SET AL-ERROR TO TRUE
001740         MOVE WS-VENUEMST-FILE-NAME TO AL-FILE
001741         STRING 'VENUE MASTER NOT AVAILABLE, STATUS '
001742                WS-VENUEMST-STATUS
001743             DELIMITED BY SIZE INTO AL-MESSAGE
001744         PERFORM RAISE-ALERT
001745         CLOSE FD-TRANS
001746         CLOSE FD-RACEMST
001747         STOP RUN
001748     END-IF.
001749
001750*    THE JOURNAL IS THE AUDIT TRAIL FOR EVERY CHANGE - IF IT
001751*    CANNOT BE APPENDED TO, NOTHING IS APPLIED.
001760     OPEN EXTEND FD-JOURNAL.
001770     IF WS-JOURNAL-STATUS = '35'
001780         OPEN OUTPUT FD-JOURNAL
001810         DISPLAY "Journal not available: "
001820             FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
001830             " STATUS " WS-JOURNAL-STATUS
001831         MOVE SPACES TO ALERT-RECORD
001832         SET AL-ERROR TO TRUE
001833         MOVE WS-JOURNAL-FILE-NAME TO AL-FILE
001834         STRING 'JOURNAL NOT AVAILABLE, STATUS '
001835                WS-JOURNAL-STATUS
001836             DELIMITED BY SIZE INTO AL-MESSAGE
001837         PERFORM RAISE-ALERT
001840         CLOSE FD-TRANS
001850         CLOSE FD-RACEMST
001855         CLOSE FD-VENUEMST
001860         STOP RUN
001870     END-IF.
001880
001910         DISPLAY "Rejects file not available: "
001920             FUNCTION TRIM(WS-REJECT-FILE-NAME)
001930             " STATUS " WS-REJECT-STATUS
001931         MOVE SPACES TO ALERT-RECORD
001932         SET AL-ERROR TO TRUE
001933         MOVE WS-REJECT-FILE-NAME TO AL-FILE
001934         STRING 'REJECTS FILE NOT AVAILABLE, STATUS '
001935                WS-REJECT-STATUS
001936             DELIMITED BY SIZE INTO AL-MESSAGE
001937         PERFORM RAISE-ALERT
001940         CLOSE FD-TRANS
001950         CLOSE FD-RACEMST
001955         CLOSE FD-VENUEMST
001960         CLOSE FD-JOURNAL
001970         STOP RUN
001980     END-IF.
002090
002100     CLOSE FD-TRANS.
002110     CLOSE FD-RACEMST.
002115     CLOSE FD-VENUEMST.
002120     CLOSE FD-JOURNAL.
002130     CLOSE FD-REJECT.
002140     DISPLAY "Transactions read/applied/rejected: " WS-TRANS-CT
002430* MEANS LEAVE THE MASTER FIELD ALONE); A DEACTIVATE CARRIES NO    *
002440* DATA FIELDS AT ALL. A GARBAGE DATE THAT GETS ONTO THE MASTER    *
002450* POISONS EVERY ENRICHED RESULT LINE DOWNSTREAM, WHICH IS WHY     *
002455* THE GATE IS IN FRONT OF THE APPLY, NOT BEHIND IT. THE SAME      *
002460* GOES FOR THE VENUE: AN ADD, OR A CHANGE THAT SUPPLIES A VENUE,  *
002465* MUST NAME AN OPEN VENUE ON THE VENUE MASTER.                    *
002470*----------------------------------------------------------------*
002480 VALIDATE-TRANSACTION.
002490     SET WS-DATA-VALID TO TRUE.
002720             MOVE 'UNKNOWN CLASS CODE' TO WS-REJECT-MSG
002730             PERFORM REJECT-TRANSACTION
002740         END-IF
002741     END-IF.
002742     IF WS-DATA-VALID
002743        AND (TR-ADD
002744             OR (TR-CHANGE AND TR-VENUE NOT = SPACES))
002745         PERFORM VALIDATE-VENUE-CODE
002750     END-IF.
002760
002770*----------------------------------------------------------------*
003200     END-IF.
003210
003220*----------------------------------------------------------------*
003221* VALIDATE-VENUE-CODE - TR-VENUE-CODE MUST BE ON THE VENUE MASTER *
003222* AND OPEN. ANYTHING PAST THE CODE IS AN OLD FREE-TEXT VENUE NAME *
003223* AND IS TREATED AS AN UNKNOWN CODE. ON A PASS THE VENUE RECORD   *
003224* IS LEFT IN THE FD AREA FOR THE APPLY TO TAKE THE NAME FROM.     *
003225*----------------------------------------------------------------*
003226 VALIDATE-VENUE-CODE.
003227     IF TR-VENUE-CODE = SPACES OR TR-VENUE-SPARE NOT = SPACES
003228         MOVE 'UNKNOWN VENUE CODE' TO WS-REJECT-MSG
003229         PERFORM REJECT-TRANSACTION
003230     ELSE
003231         MOVE TR-VENUE-CODE TO VM-VENUE-CODE
003232         READ FD-VENUEMST
003233             INVALID KEY
003234                 MOVE 'UNKNOWN VENUE CODE' TO WS-REJECT-MSG
003235                 PERFORM REJECT-TRANSACTION
003236             NOT INVALID KEY
003237                 IF NOT VM-OPEN
003238                     MOVE 'VENUE NOT OPEN' TO WS-REJECT-MSG
003239                     PERFORM REJECT-TRANSACTION
003240                 END-IF
003241         END-READ
003242     END-IF.
003243
003244*----------------------------------------------------------------*
003245* REJECT-TRANSACTION - ONE REJECT, ONE LINE ON THE REPAIRABLE     *
003246* REJECTS FILE: THE TRANSACTION EXACTLY AS IT CAME IN (SO THE     *
003250* STEWARDS CAN FIX THE BAD COLUMN AND RESUBMIT THE LINE AS-IS)    *
003260* PLUS THE REASON. THE OPERATOR CONSOLE STILL SEES IT TOO.        *
003270*----------------------------------------------------------------*
003330     WRITE REJECT-RECORD FROM WS-REJECT-LINE.
003340     DISPLAY "Rejected (" FUNCTION TRIM(WS-REJECT-MSG) "): "
003350         TR-RACE-ID.
003351     MOVE SPACES TO ALERT-RECORD.
003352     SET AL-WARNING TO TRUE.
003353     MOVE TR-RACE-ID TO AL-RACE-ID.
003354     MOVE WS-REJECT-FILE-NAME TO AL-FILE.
003355     STRING 'MASTER TRANSACTION REJECTED - ' WS-REJECT-MSG
003356         DELIMITED BY SIZE INTO AL-MESSAGE.
003357     PERFORM RAISE-ALERT.
003360
003370*----------------------------------------------------------------*
003380* ADD-RACE - WRITE A NEW, ACTIVE MASTER RECORD. A DUPLICATE       *
003440     MOVE SPACES       TO WS-BEFORE-IMAGE.
003450     MOVE SPACES       TO RACE-MASTER-RECORD.
003460     MOVE TR-RACE-ID   TO RM-RACE-ID.
003466     MOVE TR-VENUE-CODE TO RM-VENUE-CODE.
003472     MOVE VM-VENUE-NAME TO RM-VENUE.
003480     MOVE TR-RACE-DATE TO RM-RACE-DATE.
003490     MOVE TR-CLASS     TO RM-CLASS.
003500     SET RM-ACTIVE     TO TRUE.
003710         NOT INVALID KEY
003720             MOVE RACE-MASTER-RECORD TO WS-BEFORE-IMAGE
003730             IF TR-VENUE NOT = SPACES
003736                 MOVE TR-VENUE-CODE TO RM-VENUE-CODE
003742                 MOVE VM-VENUE-NAME TO RM-VENUE
003750             END-IF
003760             IF TR-RACE-DATE NOT = SPACES
003770                 MOVE TR-RACE-DATE TO RM-RACE-DATE
004300     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
004310            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
004320            DELIMITED BY SIZE INTO WS-STAMP-WORK.
004330
004340*----------------------------------------------------------------*
004350* RAISE-ALERT - HAND THE CONDITION DESCRIBED IN ALERT-RECORD TO   *
004360* DAY06ALT FOR THE SHARED OPERATOR ALERT FILE.                    *
004370*----------------------------------------------------------------*
004380 RAISE-ALERT.
004390     MOVE 'RACEMNT' TO AL-PROGRAM.
004400     CALL 'DAY06ALT' USING ALERT-RECORD.

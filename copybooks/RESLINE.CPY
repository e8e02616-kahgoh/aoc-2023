000203*                  CAN BREAK THE OPERATIONS SUMMARY OUT BY        *
000204*                  CLASS. LINE WIDENED 132 -> 141; EVERY FD THAT  *
000205*                  CARRIES A RESULTS LINE WIDENED TO MATCH.       *
000206* 15/10/2026 TN    ADDED THE VENUE CODE (RM-VENUE-CODE) ON THE    *
000207*                  END OF THE LINE SO DOWNSTREAM JOINS ON THE     *
000208*                  VENUE MASTER KEY, NOT THE FREE-TEXT NAME.      *
000209*                  LINE WIDENED 141 -> 148, FDS TO MATCH.         *
000210*----------------------------------------------------------------*
000220 01  WS-RESULT-LINE.
000230     05  WR-RACE-ID              PIC X(10).
000410     05  WR-RACE-DATE            PIC X(10).
000412     05  FILLER                  PIC X(01) VALUE SPACE.
000414     05  WR-CLASS                PIC X(08).
000416     05  FILLER                  PIC X(01) VALUE SPACE.
000418     05  WR-VENUE-CODE           PIC X(06).
000420 01  WS-RESULT-LINE-R REDEFINES WS-RESULT-LINE.
000430     05  RL-RACE-ID              PIC X(10).
000440     05  FILLER                  PIC X(07).
000570     05  RL-RACE-DATE            PIC X(10).
000580     05  FILLER                  PIC X(01).
000590     05  RL-CLASS                PIC X(08).
000600     05  FILLER                  PIC X(01).
000610     05  RL-VENUE-CODE           PIC X(06).

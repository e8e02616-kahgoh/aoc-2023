000110*   TOTAL, AND WHETHER THE RUN RESUMED FROM A CHECKPOINT - SO A   *
000120*   PUBLISHED FIGURE CAN ALWAYS BE TRACED BACK TO ITS EXACT RUN.  *
000130*   READ BACK BY THE DAY06INQ RUN-HISTORY INQUIRY.                *
000131*   A RUN BACKED OUT BY DAY06BAK GETS A SECOND, REVERSAL RECORD   *
000132*   (AU-MODE 'B') APPENDED: THE SAME START STAMP AND FILE NAMES   *
000133*   AS THE RUN IT REVERSES, THE BACK-OUT TIME AS ITS END STAMP    *
000134*   AND THE REVERSED RUN'S COUNTS AND GRAND TOTAL. READERS MATCH  *
000135*   IT TO ITS RUN ON START STAMP PLUS INPUT FILE (SEE RUNREV).    *
000140*----------------------------------------------------------------*
000150* MODIFICATION HISTORY                                            *
000160*----------------------------------------------------------------*
000170* DATE       INIT  DESCRIPTION                                    *
000180* 22/08/2026 TN    ORIGINAL COPYBOOK.                             *
000183* 15/10/2026 TN    MODE VALUES GIVEN 88-LEVELS, AND MODE 'B'      *
000186*                  ADDED FOR THE DAY06BAK REVERSAL RECORD.        *
000190*----------------------------------------------------------------*
000200 01  RUN-AUDIT-RECORD.
000210     05  AU-START-STAMP          PIC X(19).
000230     05  AU-END-STAMP            PIC X(19).
000240     05  FILLER                  PIC X(01).
000250     05  AU-MODE                 PIC X(01).
000252         88  AU-MULTI-RACE                  VALUE 'M'.
000254         88  AU-SINGLE-RACE                 VALUE 'S'.
000256         88  AU-PLAN-MODE                   VALUE 'P'.
000258         88  AU-BACKED-OUT                  VALUE 'B'.
000260     05  FILLER                  PIC X(01).
000270     05  AU-RESUMED              PIC X(01).
000280     05  FILLER                  PIC X(01).

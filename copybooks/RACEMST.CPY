000090*   INDEXED RACE MASTER FILE MAINTAINED BY RACEMNT AND READ BY    *
000100*   DAY06 TO VALIDATE THE RACE-ID ON EVERY INPUT RECORD AND TO    *
000110*   ENRICH THE RESULT LINE WITH THE VENUE AND RACE DATE.          *
000112*   RM-VENUE-CODE IS THE RACE'S VENUE ON THE VENUE MASTER (SEE    *
000114*   VENUEMST); RACEMNT ONLY ACCEPTS AN OPEN VENUE THERE AND TAKES *
000116*   RM-VENUE (THE NAME) FROM THE SAME VENUE RECORD.               *
000120*----------------------------------------------------------------*
000130* MODIFICATION HISTORY                                            *
000140*----------------------------------------------------------------*
000150* DATE       INIT  DESCRIPTION                                    *
000160* 22/08/2026 TN    ORIGINAL COPYBOOK.                             *
000162* 15/10/2026 TN    RM-VENUE-CODE CARVED OUT OF THE SPARE FILLER   *
000164*                  (RECORD LENGTH UNCHANGED) FOR THE VENUE        *
000166*                  MASTER KEY.                                    *
000170*----------------------------------------------------------------*
000180 01  RACE-MASTER-RECORD.
000190     05  RM-RACE-ID              PIC X(10).
000230     05  RM-STATUS               PIC X(01).
000240         88  RM-ACTIVE                      VALUE 'A'.
000250         88  RM-INACTIVE                    VALUE 'I'.
000260     05  RM-VENUE-CODE           PIC X(06).
000270     05  FILLER                  PIC X(05).

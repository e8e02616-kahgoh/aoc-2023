000140*   DIGITS). DAY06 CHECKS BOTH AT END OF FILE SO A TRUNCATED OR   *
000150*   DOUBLE-APPENDED INPUT FILE IS CAUGHT BEFORE ITS GRAND TOTAL   *
000160*   IS SHIPPED. SIZED TO OVERLAY BOAT-RECORD EXACTLY.             *
000162*   A PARTITION FILE CUT FROM A LARGER INPUT BY DAY06SPL CARRIES  *
000164*   THE ORIGINAL HEADER PLUS ITS PARTITION NUMBER AND THE DATE    *
000166*   THE JOB WAS SPLIT (DD/MM/YYYY - THE RUN DATE OF EVERY         *
000168*   PARTITION RUN); BOTH ARE BLANK ON EVERY ORDINARY EXTRACT.     *
000170*----------------------------------------------------------------*
000180* MODIFICATION HISTORY                                            *
000190*----------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                    *
000210* 22/08/2026 TN    ORIGINAL COPYBOOK.                             *
000213* 15/10/2026 TN    ADDED CTL-PARTITION-NO TO THE HEADER BODY      *
000214*                  (CARVED FROM ITS FILLER) FOR DAY06SPL.         *
000215* 15/10/2026 TN    ADDED CTL-SPLIT-DATE TO THE HEADER BODY        *
000216*                  (CARVED FROM ITS FILLER) FOR DAY06SPL.         *
000220*----------------------------------------------------------------*
000230 01  BOAT-CONTROL-RECORD.
000240     05  CTL-RECORD-TYPE         PIC X(03).
000280     05  CTL-HEADER-BODY REDEFINES CTL-BODY.
000290         10  CTL-EXTRACT-DATE    PIC X(10).
000300         10  CTL-SOURCE-SYSTEM   PIC X(08).
000306         10  CTL-PARTITION-NO    PIC X(02).
000310         10  CTL-SPLIT-DATE      PIC X(10).
000314         10  FILLER              PIC X(02).
000320     05  CTL-TRAILER-BODY REDEFINES CTL-BODY.
000330         10  CTL-EXPECT-CT       PIC 9(09).
000340         10  CTL-HASH-TOTAL      PIC 9(18).

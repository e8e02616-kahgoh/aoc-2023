000010*----------------------------------------------------------------*
000020* COPYBOOK     : ALERTREC                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   ONE RECORD ON THE SHARED DAY06.ALERTS OPERATOR ALERT FILE.    *
000090*   THE SUITE PROGRAMS FILL IN SEVERITY, PROGRAM, FILE, RACE-ID   *
000100*   (WHERE THERE IS ONE) AND MESSAGE AND CALL DAY06ALT, WHICH     *
000110*   STAMPS, NUMBERS AND APPENDS THE ALERT ('A'). THE ALERT        *
000120*   WORKBENCH DAY06ALW APPENDS AN ACKNOWLEDGMENT ('K') CARRYING   *
000130*   THE SAME KEY (STAMP + PROGRAM + SEQUENCE) AS THE ALERT IT     *
000140*   CLEARS, WITH THE OPERATOR AND NOTE IN PLACE OF THE DETAIL.    *
000150*   AN ALERT IS OPEN UNTIL AN ACKNOWLEDGMENT FOR ITS KEY EXISTS.  *
000152*   THE STAMP RUNS TO THE HUNDREDTH OF A SECOND                   *
000154*   (DD/MM/YYYY HH:MM:SS.HH), SO TWO RUNS OF THE SAME PROGRAM     *
000156*   STARTED IN THE SAME SECOND STILL RAISE DISTINCT KEYS - THE    *
000158*   SEQUENCE ONLY COUNTS WITHIN ONE RUN UNIT.                     *
000160*   SEVERITY FOLLOWS THE SUITE'S RETURN CODES AND SORTS WORST     *
000170*   FIRST: C = CRITICAL (RC 12), E = ERROR (RC 8), W = WARNING    *
000180*   (RC 4).                                                       *
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY                                            *
000210*----------------------------------------------------------------*
000220* DATE       INIT  DESCRIPTION                                    *
000230* 15/10/2026 TN    ORIGINAL COPYBOOK.                             *
000233* 15/10/2026 TN    STAMPS CARRY HUNDREDTHS SO THAT EVERY KEY IS   *
000236*                  UNIQUE ACROSS RUN UNITS (RECORD NOW 193).      *
000240*----------------------------------------------------------------*
000250 01  ALERT-RECORD.
000260     05  AL-RECORD-TYPE          PIC X(01).
000270         88  AL-ALERT                       VALUE 'A'.
000280         88  AL-ACKNOWLEDGMENT              VALUE 'K'.
000290     05  FILLER                  PIC X(01).
000300     05  AL-KEY.
000310         10  AL-STAMP            PIC X(22).
000320         10  FILLER              PIC X(01).
000330         10  AL-PROGRAM          PIC X(08).
000340         10  FILLER              PIC X(01).
000350         10  AL-SEQ              PIC 9(04).
000360     05  FILLER                  PIC X(01).
000370     05  AL-SEVERITY             PIC X(01).
000380         88  AL-CRITICAL                    VALUE 'C'.
000390         88  AL-ERROR                       VALUE 'E'.
000400         88  AL-WARNING                     VALUE 'W'.
000410         88  AL-VALID-SEVERITY              VALUE 'C' 'E' 'W'.
000420     05  FILLER                  PIC X(01).
000430     05  AL-DETAIL.
000440         10  AL-RACE-ID          PIC X(10).
000450         10  FILLER              PIC X(01).
000460         10  AL-FILE             PIC X(80).
000470         10  FILLER              PIC X(01).
000480         10  AL-MESSAGE          PIC X(60).
000490*        THE ACKNOWLEDGMENT VIEW OF THE SAME BYTES.
000500     05  AL-ACK-DETAIL REDEFINES AL-DETAIL.
000510         10  AL-ACK-STAMP        PIC X(22).
000520         10  FILLER              PIC X(01).
000530         10  AL-ACK-OPERATOR     PIC X(08).
000540         10  FILLER              PIC X(01).
000550         10  AL-ACK-NOTE         PIC X(60).
000560         10  FILLER              PIC X(60).

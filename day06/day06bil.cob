000010*----------------------------------------------------------------*
000020* PROGRAM      : DAY06BIL                                         *
000030* AUTHOR       : T. NAKAMURA                                      *
000040* INSTALLATION : ADVENT OF CODE - DAY 6, BOAT RACE                *
000050* DATE-WRITTEN : 15/10/2026                                       *
000060*----------------------------------------------------------------*
000070* REMARKS.                                                        *
000080*   MONTH-END VENUE CHARGEBACK BILLING. EVERY CHARGEABLE EVENT    *
000090*   OF THE BILLING MONTH (PARM MM/YYYY) IS ATTRIBUTED TO ITS      *
000100*   VENUE THROUGH THE RACE MASTER (RM-VENUE-CODE), PRICED FROM    *
000110*   THE RATE TABLE (VENUE.RATES, SEE RATEREC - THE ROW IN FORCE   *
000120*   ON THE EVENT'S DATE, THE VENUE'S OWN ROW BEFORE THE '*' ROW)  *
000130*   AND BILLED:                                                   *
000140*     RACE - A RACE PROCESSED BY A DAY06 RUN STARTED IN THE       *
000150*            MONTH (THE DETAIL LINES DAY06 ITSELF WROTE ON THE    *
000160*            RUN'S RESULTS FILE) AND STANDING ON THE KEYED        *
000170*            RACE.HISTORY FOR THE RUN DATE, PLUS EVERY HELD RACE  *
000180*            RELEASED BY DAY06HLD IN THE MONTH (SUSPECT.AUDIT).   *
000182*            A RELEASE IS TRACED THROUGH THE SUSPECT FILE TO THE  *
000184*            RUN THAT HELD THE RACE, AND BILLED ONLY WHILE THAT   *
000186*            RUN STANDS AND ITS RESULTS FILE IS ON DISK.          *
000190*     REJT - A RACE THE RUN REJECTED TO ITS EXCEPT FILE.          *
000200*     REPR - AN EXCEPTION REPAIRED THROUGH DAY06REP IN THE MONTH  *
000210*            (ONE LINE OF A <CORRECTIONS>.APPLIED AUDIT FILE -    *
000220*            THE FILES TO READ ARE LISTED, ONE NAME PER LINE, IN  *
000230*            THE APPLIED-LIST FILE NAMED ON THE PARM).            *
000232*            A REPAIR SINCE WITHDRAWN BY DAY06BAK REPAIR (ITS     *
000234*            LINE MOVED TO <RESULTS>.WITHDRAWN UNDER A HEADER     *
000236*            FOR THE REPAIR DATE) IS NOT BILLED.                  *
000240*     LATE - A LATE FILE: A RUN THAT PROCESSED A VENUE'S RACES    *
000250*            AFTER THEIR RACE DATE. CHARGED ONCE PER RUN PER      *
000260*            VENUE, HOWEVER MANY OF ITS RACES WERE LATE.          *
000270*   ONLY STANDING MULTI- AND SINGLE-RACE RUNS ARE BILLED. A RUN   *
000280*   BACKED OUT BY DAY06BAK, A RUN WHOSE RESULTS FILE A LATER RUN  *
000290*   HAS OVERWRITTEN, AND A RUN WHOSE RESULTS FILE IS NO LONGER    *
000300*   ON DISK ARE NOT BILLED BUT ARE ACCOUNTED FOR, SO THE CONTROL  *
000310*   TOTALS TIE THE BILLED RACES BACK TO THE RUN LOG'S PROCESSED   *
000316*   COUNT FOR THE MONTH RACE FOR RACE. RELEASES AND REPAIRS NOT   *
000322*   BILLED ARE ACCOUNTED FOR THE SAME WAY UNDER THEIR OWN TOTALS. *
000330*   OUTPUTS (NNNNNN = THE BILLING MONTH AS YYYYMM):               *
000340*     CHARGEBACK.NNNNNN.INVOICE - PER-VENUE INVOICE DETAIL: EACH  *
000350*       BILLED EVENT, A SUBTOTAL PER CHARGE CODE AND THE VENUE    *
000360*       TOTAL, THEN THE EVENTS NO VENUE COULD BE FOUND FOR, THEN  *
000370*       THE CONTROL TOTALS.                                       *
000380*     CHARGEBACK.NNNNNN.LEDGER - THE FINANCE LEDGER INTERFACE     *
000390*       (SEE BILLREC).                                            *
000400*   RETURN CODES:                                                 *
000410*      0 - BILLED, EVERY EVENT ATTRIBUTED AND PRICED, TOTALS TIE. *
000420*      4 - BILLED, BUT SOME EVENTS HAD NO VENUE, SOME PROCESSED   *
000430*          RACES ARE NOT ON THE HISTORY, OR SOME RUNS' RESULTS    *
000436*          FILES ARE GONE, OR SOME RELEASES COULD NOT BE TRACED   *
000442*          TO A RUN STILL ON DISK - SEE THE CONTROL TOTALS.       *
000450*      8 - THE CONTROL TOTALS DO NOT TIE TO THE RUN LOG, OR AN    *
000460*          EVENT HAD NO RATE IN FORCE - DO NOT LOAD THE LEDGER.   *
000470*     12 - BAD PARM, A BAD RATE-TABLE ROW, OR A FILE THE RUN      *
000480*          CANNOT DO WITHOUT IS NOT AVAILABLE.                    *
000490*----------------------------------------------------------------*
000500* MODIFICATION HISTORY                                            *
000510*----------------------------------------------------------------*
000520* DATE       INIT  DESCRIPTION                                    *
000530* 15/10/2026 TN    ORIGINAL PROGRAM.                              *
000532* 15/10/2026 TN    REPAIRS WITHDRAWN BY DAY06BAK AND RELEASES ON  *
000534*                  RUNS BACKED OUT, SUPERSEDED OR GONE ARE NOT    *
000536*                  BILLED; BOTH ARE SHOWN IN THE CONTROL TOTALS.  *
000540*----------------------------------------------------------------*
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. DAY06BIL.
000570 AUTHOR. T. NAKAMURA.
000580 INSTALLATION. ADVENT OF CODE.
000590 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT FD-RUNLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNLOG-STATUS.
000670     SELECT FD-REVLOG ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REVLOG-STATUS.
000700     SELECT FD-RATES ASSIGN TO DYNAMIC WS-RATES-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RATES-STATUS.
000730     SELECT FD-RACEMST ASSIGN TO DYNAMIC WS-RACEMST-FILE-NAME
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS RM-RACE-ID
000770         FILE STATUS IS WS-RACEMST-STATUS.
000780     SELECT FD-VENUEMST ASSIGN TO DYNAMIC WS-VENUEMST-FILE-NAME
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS VM-VENUE-CODE
000820         FILE STATUS IS WS-VENUEMST-STATUS.
000830     SELECT FD-RACEHIS ASSIGN TO DYNAMIC WS-RACEHIS-FILE-NAME
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS RH-KEY
000870         FILE STATUS IS WS-RACEHIS-STATUS.
000880     SELECT FD-RESIN ASSIGN TO DYNAMIC WS-RESIN-FILE-NAME
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RESIN-STATUS.
000910     SELECT FD-EXIN ASSIGN TO DYNAMIC WS-EXIN-FILE-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-EXIN-STATUS.
000940     SELECT FD-SUSPECT ASSIGN TO DYNAMIC WS-SUSPECT-FILE-NAME
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-SUSPECT-STATUS.
000970     SELECT FD-AUDIT ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-AUDIT-STATUS.
001000     SELECT FD-APPLIST ASSIGN TO DYNAMIC WS-APPLIST-FILE-NAME
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-APPLIST-STATUS.
001030     SELECT FD-APPLIED ASSIGN TO DYNAMIC WS-APPLIED-FILE-NAME
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-APPLIED-STATUS.
001060     SELECT FD-INVOICE ASSIGN TO DYNAMIC WS-INVOICE-FILE-NAME
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-INVOICE-STATUS.
001090     SELECT FD-LEDGER ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-LEDGER-STATUS.
001111     SELECT FD-WITHDRAWN ASSIGN TO DYNAMIC WS-WITHDRAWN-FILE-NAME
001112         ORGANIZATION IS LINE SEQUENTIAL
001113         FILE STATUS IS WS-WITHDRAWN-STATUS.
001114     SELECT FD-REPWORK ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
001115         ORGANIZATION IS LINE SEQUENTIAL
001116         FILE STATUS IS WS-WORK-STATUS.
001120     SELECT SD-SORT ASSIGN TO 'SORTWK01'.
001125     SELECT SD-REPAIR ASSIGN TO 'SORTWK02'.
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  FD-RUNLOG.
001160     COPY RUNLOG.
001170 FD  FD-REVLOG.
001180 01  REVLOG-RECORD               PIC X(334).
001190 FD  FD-RATES.
001200     COPY RATEREC.
001210 FD  FD-RACEMST.
001220     COPY RACEMST.
001230 FD  FD-VENUEMST.
001240     COPY VENUEMST.
001250 FD  FD-RACEHIS.
001260     COPY RACEHIS.
001270 FD  FD-RESIN.
001280 01  RESIN-RECORD                PIC X(148).
001290 FD  FD-EXIN.
001300 01  EXIN-RECORD                 PIC X(80).
001310 FD  FD-SUSPECT.
001320     COPY SUSPREC.
001330 FD  FD-AUDIT.
001340     COPY HOLDAUD.
001350 FD  FD-APPLIST.
001360 01  APPLIST-RECORD              PIC X(80).
001370*    ONE LINE OF A DAY06REP <CORRECTIONS>.APPLIED AUDIT FILE - ONLY
001380*    THE STAMP, STEWARD AND RACE-ID ARE NEEDED HERE.
001390 FD  FD-APPLIED.
001400 01  APPLIED-RECORD.
001410     05  AR-STAMP                PIC X(19).
001420     05  FILLER                  PIC X(01).
001430     05  AR-STEWARD              PIC X(08).
001440     05  FILLER                  PIC X(01).
001450     05  AR-RACE-ID              PIC X(10).
001460     05  FILLER                  PIC X(93).
001461 FD  FD-WITHDRAWN.
001462 01  WITHDRAWN-RECORD            PIC X(148).
001463*    A REPAIR STILL BILLABLE AFTER THE WITHDRAWN REPAIRS ARE TAKEN
001464*    OUT - WRITTEN BY THE REPAIR SORT, READ BACK FOR THE BILLING.
001465 FD  FD-REPWORK.
001466 01  REPAIR-WORK-RECORD.
001467     05  RK-STAMP                PIC X(19).
001468     05  RK-STEWARD              PIC X(08).
001469     05  RK-RACE-ID              PIC X(10).
001470     05  RK-APPLIED-FILE         PIC X(80).
001471 FD  FD-INVOICE.
001480 01  INVOICE-RECORD              PIC X(132).
001490 FD  FD-LEDGER.
001500     COPY BILLREC.
001510*    ONE CHARGEABLE EVENT. THE SORT DELIVERS THEM BY VENUE, THEN
001520*    CHARGE CODE, SO THE INVOICE AND LEDGER ARE TWO CONTROL BREAKS
001530*    AND THERE IS NO TABLE OF VENUES TO OUTGROW. AN EVENT WITH NO
001540*    VENUE SORTS FIRST (SPACES) AND IS REPORTED, NOT BILLED.
001550 SD  SD-SORT.
001560 01  SORT-RECORD.
001570     05  SB-VENUE-CODE           PIC X(06).
001580     05  SB-CHARGE-CODE          PIC X(04).
001590         88  SB-LATE-FILE                   VALUE 'LATE'.
001600         88  SB-RACE                        VALUE 'RACE'.
001610         88  SB-REJECT                      VALUE 'REJT'.
001620         88  SB-REPAIR                      VALUE 'REPR'.
001630*        YYYYMMDD - THE DATE THE RATE IS TAKEN FOR.
001640     05  SB-EVENT-DATE           PIC X(08).
001650     05  SB-RUN-STAMP            PIC X(19).
001660     05  SB-RACE-ID              PIC X(10).
001670     05  SB-SOURCE               PIC X(08).
001680     05  SB-REFERENCE            PIC X(80).
001681*    ONE REPAIR OF THE MONTH OR ONE REPAIRED LINE BAK HAS WITHDRAWN,
001682*    BY REPAIR DATE AND RACE. THE WITHDRAWN LINES OF A RACE AND DATE
001683*    COME FIRST AND EACH CANCELS ONE REPAIR, THE LATEST FIRST; THE
001684*    SAME WITHDRAWN LINE SEEN THROUGH TWO RUN-LOG RECORDS IS COUNTED
001685*    ONCE (SAME FILE, SAME LINE NUMBER).
001686 SD  SD-REPAIR.
001687 01  REPAIR-SORT-RECORD.
001688     05  RS-DATE-KEY             PIC X(08).
001689     05  RS-RACE-ID              PIC X(10).
001690     05  RS-TYPE                 PIC 9(01).
001691         88  RS-WITHDRAWN                   VALUE 1.
001692         88  RS-APPLIED                     VALUE 2.
001693     05  RS-SOURCE-FILE          PIC X(80).
001694     05  RS-LINE-NO              PIC 9(09).
001695     05  RS-STAMP                PIC X(19).
001696     05  RS-STEWARD              PIC X(08).
001697     05  RS-APPLIED-FILE         PIC X(80).
001698 WORKING-STORAGE SECTION.
001700 01  WS-RUNLOG-FILE-NAME         PIC X(80) VALUE 'day06.runlog'.
001710 01  WS-RATES-FILE-NAME          PIC X(80) VALUE 'venue.rates'.
001720 01  WS-RACEMST-FILE-NAME        PIC X(80) VALUE 'race.master'.
001730 01  WS-VENUEMST-FILE-NAME       PIC X(80) VALUE 'venue.master'.
001740 01  WS-RACEHIS-FILE-NAME        PIC X(80) VALUE 'race.history'.
001750 01  WS-RESIN-FILE-NAME          PIC X(80) VALUE SPACES.
001760 01  WS-EXIN-FILE-NAME           PIC X(80) VALUE SPACES.
001770 01  WS-SUSPECT-FILE-NAME        PIC X(80) VALUE SPACES.
001780 01  WS-AUDIT-FILE-NAME          PIC X(80) VALUE 'suspect.audit'.
001790 01  WS-APPLIST-FILE-NAME        PIC X(80) VALUE SPACES.
001800 01  WS-APPLIED-FILE-NAME        PIC X(80) VALUE SPACES.
001810 01  WS-INVOICE-FILE-NAME        PIC X(80) VALUE SPACES.
001820 01  WS-LEDGER-FILE-NAME         PIC X(80) VALUE SPACES.
001823 01  WS-WITHDRAWN-FILE-NAME      PIC X(80) VALUE SPACES.
001826 01  WS-WORK-FILE-NAME           PIC X(80) VALUE SPACES.
001830 01  WS-PARM-DATA                PIC X(160) VALUE SPACES.
001840 01  WS-PARM-PERIOD              PIC X(10) VALUE SPACES.
001850 01  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
001860 01  WS-REVLOG-STATUS            PIC X(02) VALUE SPACES.
001870 01  WS-RATES-STATUS             PIC X(02) VALUE SPACES.
001880 01  WS-RACEMST-STATUS           PIC X(02) VALUE SPACES.
001890 01  WS-VENUEMST-STATUS          PIC X(02) VALUE SPACES.
001900 01  WS-RACEHIS-STATUS           PIC X(02) VALUE SPACES.
001910 01  WS-RESIN-STATUS             PIC X(02) VALUE SPACES.
001920 01  WS-EXIN-STATUS              PIC X(02) VALUE SPACES.
001930 01  WS-SUSPECT-STATUS           PIC X(02) VALUE SPACES.
001940 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001950 01  WS-APPLIST-STATUS           PIC X(02) VALUE SPACES.
001960 01  WS-APPLIED-STATUS           PIC X(02) VALUE SPACES.
001970 01  WS-INVOICE-STATUS           PIC X(02) VALUE SPACES.
001980 01  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
001983 01  WS-WITHDRAWN-STATUS         PIC X(02) VALUE SPACES.
001986 01  WS-WORK-STATUS              PIC X(02) VALUE SPACES.
001990 01  WS-EOF                      PIC X(01) VALUE 'N'.
002000     88  WS-END-OF-FILE                     VALUE 'Y'.
002010 01  WS-LOG-EOF                  PIC X(01) VALUE 'N'.
002020     88  WS-LOG-END                         VALUE 'Y'.
002030 01  WS-REV-EOF                  PIC X(01) VALUE 'N'.
002040     88  WS-REV-END                         VALUE 'Y'.
002050 01  WS-LIST-EOF                 PIC X(01) VALUE 'N'.
002060     88  WS-LIST-END                        VALUE 'Y'.
002070 01  WS-SORT-EOF                 PIC X(01) VALUE 'N'.
002080     88  WS-SORT-END                        VALUE 'Y'.
002082 01  WS-REPAIR-EOF               PIC X(01) VALUE 'N'.
002084     88  WS-REPAIR-END                      VALUE 'Y'.
002086 01  WS-SUSP-EOF                 PIC X(01) VALUE 'N'.
002088     88  WS-SUSP-END                        VALUE 'Y'.
002090 01  WS-BACKED-OUT-SW            PIC X(01) VALUE 'N'.
002100     88  WS-RUN-BACKED-OUT                  VALUE 'Y'.
002110 01  WS-SUPERSEDED-SW            PIC X(01) VALUE 'N'.
002120     88  WS-RUN-SUPERSEDED                  VALUE 'Y'.
002130 01  WS-BLOCK-SW                 PIC X(01) VALUE 'N'.
002140     88  WS-PAST-FIRST-BLOCK                VALUE 'Y'.
002150 01  WS-RATE-SW                  PIC X(01) VALUE 'N'.
002160     88  WS-RATE-FOUND                      VALUE 'Y'.
002170 01  WS-VENUE-SW                 PIC X(01) VALUE 'N'.
002180     88  WS-VENUE-OPEN                      VALUE 'Y'.
002190 01  WS-CHARGE-SW                PIC X(01) VALUE 'N'.
002200     88  WS-CHARGE-OPEN                     VALUE 'Y'.
002203 01  WS-RPR-GROUP-SW             PIC X(01) VALUE 'N'.
002206     88  WS-RPR-GROUP-OPEN                  VALUE 'Y'.
002210*    THE BILLING MONTH: MM/YYYY AS KEYED (MATCHED AGAINST
002220*    POSITIONS 4-10 OF A DD/MM/YYYY STAMP) AND YYYYMM FOR THE
002230*    OUTPUT NAMES AND THE LEDGER.
002240 01  WS-PERIOD                   PIC X(07) VALUE SPACES.
002250 01  WS-PERIOD-KEY               PIC X(06) VALUE SPACES.
002260 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-KEY PIC 9(06).
002270*    THE RATE TABLE, LOADED WHOLE. FINANCE KEEPS A ROW PER VENUE
002280*    PER RATE CHANGE, SO IT STAYS SMALL; A TABLE THAT OUTGREW THIS
002290*    WOULD STOP THE RUN RATHER THAN BILL FROM PART OF IT.
002300 77  WS-RATE-LIMIT               PIC 9(04) COMP VALUE 500.
002310 77  WS-RATE-CT                  PIC 9(04) COMP VALUE 0.
002320 77  WS-RATE-IX                  PIC 9(04) COMP VALUE 0.
002330 77  WS-BEST-IX                  PIC 9(04) COMP VALUE 0.
002340 01  WS-RATE-TABLE.
002350     05  WS-RATE-ENTRY OCCURS 500 TIMES.
002360         10  WS-RT-VENUE         PIC X(06).
002370         10  WS-RT-EFFECTIVE     PIC X(08).
002380         10  WS-RT-RACE-FEE      PIC 9(05)V99.
002390         10  WS-RT-REJECT-FEE    PIC 9(05)V99.
002400         10  WS-RT-REPAIR-FEE    PIC 9(05)V99.
002410         10  WS-RT-LATE-FEE      PIC 9(05)V99.
002420 01  WS-BEST-EFFECTIVE           PIC X(08) VALUE SPACES.
002430 01  WS-FEE                      PIC 9(05)V99 VALUE 0.
002440*    THE RUN BEING BILLED AND ITS POSITION ON THE LOG.
002450 01  WS-RUN-IMAGE                PIC X(334) VALUE SPACES.
002460 77  WS-RUN-LINE-NO              PIC 9(09) COMP VALUE 0.
002470 77  WS-SCAN-LINE-NO             PIC 9(09) COMP VALUE 0.
002480 01  WS-RUN-DATE-KEY             PIC X(08) VALUE SPACES.
002490 01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
002500 01  WS-RUN-BLOCK-CT             PIC 9(09) VALUE 0.
002510 01  WS-RUN-REJECT-CT            PIC 9(09) VALUE 0.
002520 01  WS-RUN-HELD-CT              PIC 9(09) VALUE 0.
002530*    THE VENUE AND RACE DATE OF THE RACE IN HAND, OFF THE MASTER.
002540 01  WS-EV-RACE-ID               PIC X(10) VALUE SPACES.
002550 01  WS-EV-VENUE-CODE            PIC X(06) VALUE SPACES.
002560 01  WS-EV-RACE-DATE-KEY         PIC X(08) VALUE SPACES.
002570 01  WS-DATE-IN                  PIC X(10) VALUE SPACES.
002580 01  WS-DATE-KEY                 PIC X(08) VALUE SPACES.
002581*    THE HEADER DAY06BAK PUTS AHEAD OF EACH WITHDRAWN REPAIR BLOCK
002582*    ON <RESULTS>.WITHDRAWN, AND THE REPAIR DATE IT CARRIES.
002583 01  WS-REPAIR-WITHDRAWN-LINE.
002584     05  RW-LABEL                PIC X(18).
002585         88  RW-REPAIR-HEADER    VALUE 'REPAIR WITHDRAWN: '.
002586     05  RW-STAMP                PIC X(19).
002587     05  FILLER                  PIC X(11).
002588     05  RW-REPAIR-DATE          PIC X(10).
002589     05  FILLER                  PIC X(06).
002590     05  RW-RESULTS              PIC X(80).
002591 01  WS-WDN-DATE-KEY             PIC X(08) VALUE SPACES.
002592 77  WS-WDN-LINE-NO              PIC 9(09) COMP VALUE 0.
002593*    THE REPAIR SORT'S CURRENT RACE AND DATE, ITS LAST WITHDRAWN
002594*    LINE AND THE WITHDRAWN LINES NOT YET SET AGAINST A REPAIR.
002595 01  WS-RPR-DATE-KEY             PIC X(08) VALUE SPACES.
002596 01  WS-RPR-RACE-ID              PIC X(10) VALUE SPACES.
002597 01  WS-LAST-WDN-FILE            PIC X(80) VALUE SPACES.
002598 77  WS-LAST-WDN-LINE            PIC 9(09) COMP VALUE 0.
002599 77  WS-WDN-OPEN-CT              PIC 9(09) COMP VALUE 0.
002600*    THE RUN A RELEASED RACE WAS HELD BY, AND HOW IT STANDS.
002601 01  WS-REL-RESULTS-FILE         PIC X(80) VALUE SPACES.
002602 01  WS-REL-SUSPECT-FILE         PIC X(80) VALUE SPACES.
002603 01  WS-REL-STANDING             PIC X(01) VALUE SPACE.
002604     88  WS-REL-STANDS                      VALUE 'S'.
002605     88  WS-REL-BACKED-OUT                  VALUE 'B'.
002606     88  WS-REL-SUPERSEDED                  VALUE 'R'.
002607     88  WS-REL-GONE                        VALUE 'G'.
002608*    CONTROL TOTALS.
002609 01  WS-LOG-RUN-CT               PIC 9(09) VALUE 0.
002610 01  WS-LOG-READ-CT              PIC 9(09) VALUE 0.
002620 01  WS-LOG-PROC-CT              PIC 9(09) VALUE 0.
002630 01  WS-LOG-SKIP-CT              PIC 9(09) VALUE 0.
002640 01  WS-PLAN-RUN-CT              PIC 9(09) VALUE 0.
002650 01  WS-BAK-RUN-CT               PIC 9(09) VALUE 0.
002660 01  WS-BAK-PROC-CT              PIC 9(09) VALUE 0.
002670 01  WS-SUPER-RUN-CT             PIC 9(09) VALUE 0.
002680 01  WS-SUPER-PROC-CT            PIC 9(09) VALUE 0.
002690 01  WS-GONE-RUN-CT              PIC 9(09) VALUE 0.
002700 01  WS-GONE-PROC-CT             PIC 9(09) VALUE 0.
002710 01  WS-BILLED-RUN-CT            PIC 9(09) VALUE 0.
002720 01  WS-BLOCK-PROC-CT            PIC 9(09) VALUE 0.
002730 01  WS-BILLED-SKIP-CT           PIC 9(09) VALUE 0.
002740 01  WS-NOHIST-CT                PIC 9(09) VALUE 0.
002750 01  WS-RUN-MISMATCH-CT          PIC 9(09) VALUE 0.
002760 01  WS-ACCOUNTED-CT             PIC 9(09) VALUE 0.
002770 01  WS-RACE-EVENT-CT            PIC 9(09) VALUE 0.
002780 01  WS-REJECT-EVENT-CT          PIC 9(09) VALUE 0.
002790 01  WS-HELD-CT                  PIC 9(09) VALUE 0.
002800 01  WS-OTHER-SKIP-CT            PIC 9(09) VALUE 0.
002810 01  WS-REPAIR-EVENT-CT          PIC 9(09) VALUE 0.
002820 01  WS-RELEASE-EVENT-CT         PIC 9(09) VALUE 0.
002821 01  WS-RELEASE-ROW-CT           PIC 9(09) VALUE 0.
002822 01  WS-REL-BAK-CT               PIC 9(09) VALUE 0.
002823 01  WS-REL-SUPER-CT             PIC 9(09) VALUE 0.
002824 01  WS-REL-GONE-CT              PIC 9(09) VALUE 0.
002825 01  WS-REPAIR-APPLIED-CT        PIC 9(09) VALUE 0.
002826 01  WS-REPAIR-WDN-CT            PIC 9(09) VALUE 0.
002830 01  WS-LATE-RACE-CT             PIC 9(09) VALUE 0.
002840 01  WS-LATE-FILE-CT             PIC 9(09) VALUE 0.
002850 01  WS-UNATTR-CT                PIC 9(09) VALUE 0.
002860 01  WS-UNPRICED-CT              PIC 9(09) VALUE 0.
002870 01  WS-LEDGER-CT                PIC 9(07) VALUE 0.
002880 01  WS-LEDGER-QTY               PIC 9(09) VALUE 0.
002890 01  WS-LEDGER-AMT               PIC 9(11)V99 VALUE 0.
002900*    CONTROL-BREAK WORK FOR THE INVOICE.
002910 01  WS-CUR-VENUE                PIC X(06) VALUE SPACES.
002920 01  WS-CUR-CHARGE               PIC X(04) VALUE SPACES.
002930 01  WS-LAST-LATE-STAMP          PIC X(19) VALUE SPACES.
002940 01  WS-LAST-LATE-REF            PIC X(80) VALUE SPACES.
002950 01  WS-CHG-QTY                  PIC 9(07) VALUE 0.
002960 01  WS-CHG-AMT                  PIC 9(09)V99 VALUE 0.
002970 01  WS-VEN-AMT                  PIC 9(09)V99 VALUE 0.
002980 01  WS-CHARGE-DESC              PIC X(16) VALUE SPACES.
002990 77  WS-LINE-CT                  PIC 9(03) COMP VALUE 99.
003000 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
003010 77  WS-PAGE-CT                  PIC 9(05) COMP VALUE 0.
003020 01  WS-STAMP-WORK               PIC X(19) VALUE SPACES.
003030 01  WS-RUN-STAMP                PIC X(19) VALUE SPACES.
003040 01  WS-CURRENT-DATE-DATA.
003050     05  WS-CD-YEAR              PIC 9(04).
003060     05  WS-CD-MONTH             PIC 9(02).
003070     05  WS-CD-DAY               PIC 9(02).
003080     05  WS-CD-HOUR              PIC 9(02).
003090     05  WS-CD-MIN               PIC 9(02).
003100     05  WS-CD-SEC               PIC 9(02).
003110     05  FILLER                  PIC X(07).
003120     COPY RUNREV.
003130     COPY RESLINE.
003140     COPY EXCLINE.
003150 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
003160 01  WS-PAGE-HEAD-1.
003170     05  FILLER                  PIC X(42) VALUE
003180             'DAY06 VENUE CHARGEBACK INVOICE DETAIL'.
003190     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
003200     05  PH-PERIOD               PIC X(07).
003210     05  FILLER                  PIC X(04) VALUE SPACES.
003220     05  FILLER                  PIC X(09) VALUE 'RUN AT: '.
003230     05  PH-RUN-STAMP            PIC X(19).
003240     05  FILLER                  PIC X(04) VALUE SPACES.
003250     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
003260     05  PH-PAGE                 PIC Z(4)9.
003270 01  WS-COL-HEAD-1.
003280     05  FILLER                  PIC X(17) VALUE 'CHARGE'.
003290     05  FILLER                  PIC X(11) VALUE 'DATE'.
003300     05  FILLER                  PIC X(11) VALUE 'RACE-ID'.
003310     05  FILLER                  PIC X(09) VALUE 'SOURCE'.
003320     05  FILLER                  PIC X(61) VALUE 'REFERENCE'.
003330     05  FILLER                  PIC X(11) VALUE '    AMOUNT'.
003340     05  FILLER                  PIC X(08) VALUE 'FLAG'.
003350 01  WS-VENUE-HEAD.
003360     05  FILLER                  PIC X(07) VALUE 'VENUE: '.
003370     05  VH-VENUE-CODE           PIC X(06).
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  VH-VENUE-NAME           PIC X(30).
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  VH-REGION               PIC X(12).
003420 01  WS-DETAIL-LINE.
003430     05  DL-CHARGE               PIC X(16).
003440     05  FILLER                  PIC X(01) VALUE SPACE.
003450     05  DL-DATE                 PIC X(10).
003460     05  FILLER                  PIC X(01) VALUE SPACE.
003470     05  DL-RACE-ID              PIC X(10).
003480     05  FILLER                  PIC X(01) VALUE SPACE.
003490     05  DL-SOURCE               PIC X(08).
003500     05  FILLER                  PIC X(01) VALUE SPACE.
003510     05  DL-REFERENCE            PIC X(60).
003520     05  FILLER                  PIC X(01) VALUE SPACE.
003530     05  DL-AMOUNT               PIC Z(6)9.99.
003540     05  FILLER                  PIC X(01) VALUE SPACE.
003550     05  DL-FLAG                 PIC X(08).
003560 01  WS-CHARGE-TOTAL-LINE.
003570     05  FILLER                  PIC X(04) VALUE SPACES.
003580     05  CT-LABEL                PIC X(36).
003590     05  CT-QTY                  PIC Z(6)9.
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  CT-AMOUNT               PIC Z(8)9.99.
003620 01  WS-SUMMARY-LINE.
003630     05  SM-LABEL                PIC X(50).
003640     05  SM-VALUE                PIC Z(8)9.
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  SM-FLAG                 PIC X(30).
003670 01  WS-MONEY-LINE.
003680     05  MY-LABEL                PIC X(50).
003690     05  MY-VALUE                PIC Z(10)9.99.
003700 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
003710 PROCEDURE DIVISION.
003715
003720*----------------------------------------------------------------*
003730* MAINLINE                                                        *
003740*----------------------------------------------------------------*
003750     PERFORM GET-RUN-PARMS.
003760     PERFORM FORMAT-TIME-STAMP.
003770     MOVE WS-STAMP-WORK TO WS-RUN-STAMP.
003780     PERFORM LOAD-RATE-TABLE.
003790     PERFORM OPEN-BILLING-FILES.
003791
003792     SORT SD-REPAIR
003793         ON ASCENDING KEY RS-DATE-KEY
003794         ON ASCENDING KEY RS-RACE-ID
003795         ON ASCENDING KEY RS-TYPE
003796         ON ASCENDING KEY RS-SOURCE-FILE
003797         ON ASCENDING KEY RS-LINE-NO
003798         ON DESCENDING KEY RS-STAMP
003799         INPUT PROCEDURE IS RELEASE-REPAIR-LINES
003800         OUTPUT PROCEDURE IS MATCH-WITHDRAWN-REPAIRS.
003801
003802     IF WS-WORK-STATUS NOT = '00'
003803         DISPLAY "Repair work file not available: "
003804             FUNCTION TRIM(WS-WORK-FILE-NAME)
003805             " STATUS " WS-WORK-STATUS
003806         MOVE 12 TO RETURN-CODE
003807         STOP RUN
003808     END-IF.
003809
003810     SORT SD-SORT
003820         ON ASCENDING KEY SB-VENUE-CODE
003830         ON ASCENDING KEY SB-CHARGE-CODE
003840         ON ASCENDING KEY SB-EVENT-DATE
003850         ON ASCENDING KEY SB-RUN-STAMP
003860         ON ASCENDING KEY SB-RACE-ID
003870         INPUT PROCEDURE IS COLLECT-BILLING-EVENTS
003880         OUTPUT PROCEDURE IS WRITE-INVOICE-OUTPUT.
003890
003900     CLOSE FD-RACEMST.
003910     CLOSE FD-VENUEMST.
003920     CLOSE FD-RACEHIS.
003930     CLOSE FD-INVOICE.
003940     CLOSE FD-LEDGER.
003950
003960     DISPLAY "Invoice written: "
003970         FUNCTION TRIM(WS-INVOICE-FILE-NAME).
003980     DISPLAY "Ledger written: "
003990         FUNCTION TRIM(WS-LEDGER-FILE-NAME)
004000         " records " WS-LEDGER-CT " amount " WS-LEDGER-AMT.
004010     PERFORM SET-RETURN-CODE.
004020     STOP RUN.
004030
004040*----------------------------------------------------------------*
004050* GET-RUN-PARMS - "MM/YYYY APPLIED-LIST-FILE", BOTH REQUIRED.     *
004060* THE OUTPUT NAMES CARRY THE MONTH AS YYYYMM SO EACH MONTH'S      *
004066* INVOICE AND LEDGER FILE ARE KEPT SIDE BY SIDE; THE REPAIR WORK  *
004072* FILE TAKES ITS NAME FROM THE INVOICE.                           *
004080*----------------------------------------------------------------*
004090 GET-RUN-PARMS.
004100     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
004110     UNSTRING WS-PARM-DATA DELIMITED BY SPACE
004120         INTO WS-PARM-PERIOD WS-APPLIST-FILE-NAME.
004130     IF WS-PARM-PERIOD(1:2) IS NOT NUMERIC
004140        OR WS-PARM-PERIOD(3:1) NOT = '/'
004150        OR WS-PARM-PERIOD(4:4) IS NOT NUMERIC
004160        OR WS-PARM-PERIOD(8:3) NOT = SPACES
004170        OR WS-PARM-PERIOD(1:2) < '01'
004180        OR WS-PARM-PERIOD(1:2) > '12'
004190        OR WS-APPLIST-FILE-NAME = SPACES
004200         DISPLAY "Usage: DAY06BIL period(MM/YYYY) applied-list"
004210         MOVE 12 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240     MOVE WS-PARM-PERIOD(1:7) TO WS-PERIOD.
004250     STRING WS-PERIOD(4:4) WS-PERIOD(1:2)
004260         DELIMITED BY SIZE INTO WS-PERIOD-KEY.
004270     MOVE SPACES TO WS-INVOICE-FILE-NAME.
004280     STRING 'chargeback.' WS-PERIOD-KEY '.invoice'
004290         DELIMITED BY SIZE INTO WS-INVOICE-FILE-NAME.
004300     MOVE SPACES TO WS-LEDGER-FILE-NAME.
004310     STRING 'chargeback.' WS-PERIOD-KEY '.ledger'
004320         DELIMITED BY SIZE INTO WS-LEDGER-FILE-NAME.
004322     MOVE SPACES TO WS-WORK-FILE-NAME.
004324     STRING FUNCTION TRIM(WS-INVOICE-FILE-NAME) DELIMITED BY SIZE
004326            '.work' DELIMITED BY SIZE
004328         INTO WS-WORK-FILE-NAME.
004330
004340*----------------------------------------------------------------*
004350* LOAD-RATE-TABLE - READ THE WHOLE RATE TABLE INTO STORAGE. A ROW *
004360* THAT IS NOT WELL FORMED STOPS THE RUN: A MONTH BILLED AROUND A  *
004370* BAD RATE WOULD BE WRONG FOR EVERY VENUE IT TOUCHED.             *
004380*----------------------------------------------------------------*
004390 LOAD-RATE-TABLE.
004400     OPEN INPUT FD-RATES.
004410     IF WS-RATES-STATUS NOT = '00'
004420         DISPLAY "Rate table not available: "
004430             FUNCTION TRIM(WS-RATES-FILE-NAME)
004440         MOVE 12 TO RETURN-CODE
004450         STOP RUN
004460     END-IF.
004470     MOVE 'N' TO WS-EOF.
004480     PERFORM UNTIL WS-END-OF-FILE
004490         READ FD-RATES
004500             AT END
004510                 SET WS-END-OF-FILE TO TRUE
004520             NOT AT END
004530                 IF RATE-RECORD NOT = SPACES
004540                     PERFORM STORE-RATE-ROW
004550                 END-IF
004560         END-READ
004570     END-PERFORM.
004580     CLOSE FD-RATES.
004590     IF WS-RATE-CT = 0
004600         DISPLAY "Rate table is empty: "
004610             FUNCTION TRIM(WS-RATES-FILE-NAME)
004620         MOVE 12 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650
004660 STORE-RATE-ROW.
004670     MOVE RT-EFFECTIVE-DATE TO WS-DATE-IN.
004680     PERFORM CONVERT-DATE-KEY.
004690     IF RT-VENUE-CODE = SPACES
004700        OR WS-DATE-KEY = SPACES
004710        OR RT-RACE-FEE IS NOT NUMERIC
004720        OR RT-REJECT-FEE IS NOT NUMERIC
004730        OR RT-REPAIR-FEE IS NOT NUMERIC
004740        OR RT-LATE-FEE IS NOT NUMERIC
004750         DISPLAY "Rate table row not valid: " RATE-RECORD
004760         CLOSE FD-RATES
004770         MOVE 12 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     IF WS-RATE-CT >= WS-RATE-LIMIT
004810         DISPLAY "Rate table has more than " WS-RATE-LIMIT
004820             " rows - not billed"
004830         CLOSE FD-RATES
004840         MOVE 12 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870     ADD 1 TO WS-RATE-CT.
004880     MOVE RT-VENUE-CODE TO WS-RT-VENUE(WS-RATE-CT).
004890     MOVE WS-DATE-KEY TO WS-RT-EFFECTIVE(WS-RATE-CT).
004900     MOVE RT-RACE-FEE TO WS-RT-RACE-FEE(WS-RATE-CT).
004910     MOVE RT-REJECT-FEE TO WS-RT-REJECT-FEE(WS-RATE-CT).
004920     MOVE RT-REPAIR-FEE TO WS-RT-REPAIR-FEE(WS-RATE-CT).
004930     MOVE RT-LATE-FEE TO WS-RT-LATE-FEE(WS-RATE-CT).
004940
004950*----------------------------------------------------------------*
004960* OPEN-BILLING-FILES - THE MASTERS AND THE HISTORY ARE HARD GATES *
004970* (NO VENUE, NO BILL; NO HISTORY, NOTHING TO PROVE A RACE WAS     *
004980* PROCESSED), AS ARE THE RUN LOG, THE APPLIED-LIST AND BOTH       *
004990* OUTPUTS. THE LEDGER HEADER GOES OUT HERE.                       *
005000*----------------------------------------------------------------*
005010 OPEN-BILLING-FILES.
005020     OPEN INPUT FD-RACEMST.
005030     OPEN INPUT FD-VENUEMST.
005040     OPEN INPUT FD-RACEHIS.
005050     IF WS-RACEMST-STATUS NOT = '00'
005060        OR WS-VENUEMST-STATUS NOT = '00'
005070        OR WS-RACEHIS-STATUS NOT = '00'
005080         DISPLAY "Race master/venue master/history not available,"
005090             " status " WS-RACEMST-STATUS "/" WS-VENUEMST-STATUS
005100             "/" WS-RACEHIS-STATUS
005110         MOVE 12 TO RETURN-CODE
005120         STOP RUN
005130     END-IF.
005140     OPEN INPUT FD-RUNLOG.
005150     IF WS-RUNLOG-STATUS NOT = '00'
005160         DISPLAY "Run log not available: "
005170             FUNCTION TRIM(WS-RUNLOG-FILE-NAME)
005180         MOVE 12 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210     CLOSE FD-RUNLOG.
005220     OPEN INPUT FD-APPLIST.
005230     IF WS-APPLIST-STATUS NOT = '00'
005240         DISPLAY "Applied-list file not available: "
005250             FUNCTION TRIM(WS-APPLIST-FILE-NAME)
005260         MOVE 12 TO RETURN-CODE
005270         STOP RUN
005280     END-IF.
005290     CLOSE FD-APPLIST.
005300     OPEN OUTPUT FD-INVOICE.
005310     OPEN OUTPUT FD-LEDGER.
005320     IF WS-INVOICE-STATUS NOT = '00'
005330        OR WS-LEDGER-STATUS NOT = '00'
005340         DISPLAY "Billing outputs not available, status "
005350             WS-INVOICE-STATUS "/" WS-LEDGER-STATUS
005360         MOVE 12 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390     MOVE SPACES TO BILLING-INTERFACE-RECORD.
005400     SET BL-HEADER TO TRUE.
005410     MOVE WS-PERIOD-NUM TO BL-H-PERIOD.
005420     MOVE 'DAY06BIL' TO BL-H-SOURCE.
005430     MOVE WS-RUN-STAMP TO BL-H-CREATED.
005440     WRITE BILLING-INTERFACE-RECORD.
005450
005460*----------------------------------------------------------------*
005470* COLLECT-BILLING-EVENTS - SORT INPUT PROCEDURE: THE MONTH'S RUNS *
005480* OFF THE RUN LOG, THEN THE MONTH'S RELEASES OFF THE SUSPECT      *
005490* AUDIT, THEN THE MONTH'S REPAIRS OFF THE LISTED .APPLIED FILES.  *
005500*----------------------------------------------------------------*
005510 COLLECT-BILLING-EVENTS.
005520     OPEN INPUT FD-RUNLOG.
005530     MOVE 0 TO WS-RUN-LINE-NO.
005540     MOVE 'N' TO WS-LOG-EOF.
005550     PERFORM UNTIL WS-LOG-END
005560         READ FD-RUNLOG
005570             AT END
005580                 SET WS-LOG-END TO TRUE
005590             NOT AT END
005600                 ADD 1 TO WS-RUN-LINE-NO
005610                 IF AU-START-STAMP(4:7) = WS-PERIOD
005620                     PERFORM CLASSIFY-LOGGED-RUN
005630                 END-IF
005640         END-READ
005650     END-PERFORM.
005660     CLOSE FD-RUNLOG.
005670     PERFORM COLLECT-RELEASE-EVENTS.
005680     PERFORM COLLECT-REPAIR-EVENTS.
005690
005700*----------------------------------------------------------------*
005710* CLASSIFY-LOGGED-RUN - EVERY MULTI- OR SINGLE-RACE RUN OF THE    *
005720* MONTH COUNTS TOWARDS THE RUN-LOG TOTALS; IT IS THEN EITHER      *
005730* BILLED OR ACCOUNTED FOR AS BACKED OUT, SUPERSEDED (ITS RESULTS  *
005740* FILE OVERWRITTEN BY A LATER RUN - E.G. THE FAILED FIRST ATTEMPT *
005750* OF A RESTARTED FILE) OR GONE (RESULTS FILE NOT ON DISK).        *
005760* PLANNING RUNS AND REVERSAL RECORDS ARE NOT VENUE PROCESSING.    *
005770*----------------------------------------------------------------*
005780 CLASSIFY-LOGGED-RUN.
005790     EVALUATE TRUE
005800         WHEN AU-PLAN-MODE
005810             ADD 1 TO WS-PLAN-RUN-CT
005820         WHEN AU-BACKED-OUT
005830             CONTINUE
005840         WHEN OTHER
005850             ADD 1 TO WS-LOG-RUN-CT
005860             ADD AU-READ-CT TO WS-LOG-READ-CT
005870             ADD AU-PROC-CT TO WS-LOG-PROC-CT
005880             ADD AU-SKIP-CT TO WS-LOG-SKIP-CT
005890             MOVE RUN-AUDIT-RECORD TO WS-RUN-IMAGE
005900             PERFORM SCAN-RUN-STANDING
005910             MOVE WS-RUN-IMAGE TO RUN-AUDIT-RECORD
005920             EVALUATE TRUE
005930                 WHEN WS-RUN-BACKED-OUT
005940                     ADD 1 TO WS-BAK-RUN-CT
005950                     ADD AU-PROC-CT TO WS-BAK-PROC-CT
005960                 WHEN WS-RUN-SUPERSEDED
005970                     ADD 1 TO WS-SUPER-RUN-CT
005980                     ADD AU-PROC-CT TO WS-SUPER-PROC-CT
005990                 WHEN OTHER
006000                     PERFORM BILL-LOGGED-RUN
006010             END-EVALUATE
006020     END-EVALUATE.
006030
006040*----------------------------------------------------------------*
006050* SCAN-RUN-STANDING - ONE PASS OF THE RUN LOG THROUGH ITS SECOND  *
006060* FD: A REVERSAL RECORD FOR THE RUN MEANS BACKED OUT; ANY RUN     *
006070* LOGGED AFTER IT THAT WROTE THE SAME RESULTS FILE HAS REPLACED   *
006080* ITS OUTPUTS (EVEN IF THAT LATER RUN WAS ITSELF BACKED OUT).     *
006090*----------------------------------------------------------------*
006100 SCAN-RUN-STANDING.
006110     MOVE 'N' TO WS-BACKED-OUT-SW.
006120     MOVE 'N' TO WS-SUPERSEDED-SW.
006130     MOVE 0 TO WS-SCAN-LINE-NO.
006140     OPEN INPUT FD-REVLOG.
006150     IF WS-REVLOG-STATUS = '00'
006160         MOVE 'N' TO WS-REV-EOF
006170         PERFORM UNTIL WS-REV-END
006180             READ FD-REVLOG INTO RUN-REVERSAL-WORK
006190                 AT END
006200                     SET WS-REV-END TO TRUE
006210                 NOT AT END
006220                     ADD 1 TO WS-SCAN-LINE-NO
006230                     PERFORM CHECK-RUN-STANDING
006240             END-READ
006250         END-PERFORM
006260         CLOSE FD-REVLOG
006270     END-IF.
006280
006290 CHECK-RUN-STANDING.
006300     IF RV-BACKED-OUT
006310         IF RV-START-STAMP = AU-START-STAMP
006320            AND RV-INPUT-FILE = AU-INPUT-FILE
006330             SET WS-RUN-BACKED-OUT TO TRUE
006340         END-IF
006350     ELSE
006360         IF WS-SCAN-LINE-NO > WS-RUN-LINE-NO
006370            AND RV-RESULTS-FILE = AU-RESULTS-FILE
006380             SET WS-RUN-SUPERSEDED TO TRUE
006390         END-IF
006400     END-IF.
006410
006420*----------------------------------------------------------------*
006430* BILL-LOGGED-RUN - RELEASE THE RUN'S PROCESSED, LATE AND         *
006440* REJECTED RACES. THE PROCESSED RACES ARE THE DETAIL LINES AHEAD  *
006450* OF THE FIRST RECONCILIATION LINE (WHAT DAY06 WROTE - LATER      *
006460* REPAIRS AND RELEASES ARE BILLED FROM THEIR OWN AUDIT FILES);    *
006470* THEIR COUNT MUST EQUAL THE RUN'S LOGGED PROCESSED COUNT.        *
006480*----------------------------------------------------------------*
006490 BILL-LOGGED-RUN.
006500     MOVE AU-RESULTS-FILE TO WS-RESIN-FILE-NAME.
006510     OPEN INPUT FD-RESIN.
006520     IF WS-RESIN-STATUS NOT = '00'
006530         ADD 1 TO WS-GONE-RUN-CT
006540         ADD AU-PROC-CT TO WS-GONE-PROC-CT
006550         DISPLAY "Results file not available, run not billed: "
006560             AU-START-STAMP " " FUNCTION TRIM(WS-RESIN-FILE-NAME)
006570     ELSE
006580         ADD 1 TO WS-BILLED-RUN-CT
006590         ADD AU-SKIP-CT TO WS-BILLED-SKIP-CT
006600         MOVE AU-START-STAMP(1:10) TO WS-DATE-IN
006610         PERFORM CONVERT-DATE-KEY
006620         MOVE WS-DATE-KEY TO WS-RUN-DATE-KEY
006630         MOVE SPACES TO WS-RUN-DATE-ISO
006640         STRING WS-DATE-KEY(1:4) '-' WS-DATE-KEY(5:2) '-'
006650                WS-DATE-KEY(7:2)
006660             DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
006670         MOVE 0 TO WS-RUN-BLOCK-CT
006680         MOVE 'N' TO WS-EOF
006690         MOVE 'N' TO WS-BLOCK-SW
006700         PERFORM UNTIL WS-END-OF-FILE OR WS-PAST-FIRST-BLOCK
006710             READ FD-RESIN
006720                 AT END
006730                     SET WS-END-OF-FILE TO TRUE
006740                 NOT AT END
006750                     IF RESIN-RECORD(1:14) = 'RECORDS READ: '
006760                         SET WS-PAST-FIRST-BLOCK TO TRUE
006770                     ELSE
006780                         IF RESIN-RECORD(11:7) = ' TIME: '
006790                             PERFORM BILL-PROCESSED-RACE
006800                         END-IF
006810                     END-IF
006820             END-READ
006830         END-PERFORM
006840         CLOSE FD-RESIN
006850         ADD WS-RUN-BLOCK-CT TO WS-BLOCK-PROC-CT
006860         IF WS-RUN-BLOCK-CT NOT = AU-PROC-CT
006870             ADD 1 TO WS-RUN-MISMATCH-CT
006880             DISPLAY "Processed count does not tie for run "
006890                 AU-START-STAMP ": logged " AU-PROC-CT
006900                 " on results " WS-RUN-BLOCK-CT
006910         END-IF
006920         PERFORM BILL-REJECTED-RACES
006930         PERFORM COUNT-HELD-RACES
006940         IF WS-RUN-REJECT-CT + WS-RUN-HELD-CT > AU-SKIP-CT
006950             ADD 1 TO WS-RUN-MISMATCH-CT
006960             DISPLAY "Skipped count does not tie for run "
006970                 AU-START-STAMP ": logged " AU-SKIP-CT
006980                 " rejected+held " WS-RUN-REJECT-CT "+"
006990                 WS-RUN-HELD-CT
007000         END-IF
007010     END-IF.
007020
007030*----------------------------------------------------------------*
007040* BILL-PROCESSED-RACE - ONE RACE ON THE RUN'S RESULTS. IT IS      *
007050* BILLED ONLY WHILE ITS FIGURES STAND ON THE HISTORY FOR THE RUN  *
007060* DATE; A RACE PROCESSED AFTER ITS RACE DATE ALSO RAISES A LATE   *
007070* EVENT (COLLAPSED TO ONE CHARGE PER RUN AND VENUE ON OUTPUT).    *
007080*----------------------------------------------------------------*
007090 BILL-PROCESSED-RACE.
007100     ADD 1 TO WS-RUN-BLOCK-CT.
007110     MOVE RESIN-RECORD TO WS-RESULT-LINE.
007120     MOVE RL-RACE-ID TO WS-EV-RACE-ID.
007130     MOVE WS-EV-RACE-ID TO RH-RACE-ID.
007140     MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
007150     READ FD-RACEHIS
007160         INVALID KEY
007170             ADD 1 TO WS-NOHIST-CT
007180             DISPLAY "Not on history, not billed: " WS-EV-RACE-ID
007190                 " " WS-RUN-DATE-ISO
007200         NOT INVALID KEY
007210             PERFORM LOOKUP-RACE-VENUE
007220             MOVE SPACES TO SORT-RECORD
007230             MOVE WS-EV-VENUE-CODE TO SB-VENUE-CODE
007240             SET SB-RACE TO TRUE
007250             MOVE WS-RUN-DATE-KEY TO SB-EVENT-DATE
007260             MOVE AU-START-STAMP TO SB-RUN-STAMP
007270             MOVE WS-EV-RACE-ID TO SB-RACE-ID
007280             MOVE 'RUN' TO SB-SOURCE
007290             MOVE AU-INPUT-FILE TO SB-REFERENCE
007300             ADD 1 TO WS-RACE-EVENT-CT
007310             RELEASE SORT-RECORD
007320             IF WS-EV-RACE-DATE-KEY NOT = SPACES
007330                AND WS-EV-RACE-DATE-KEY < WS-RUN-DATE-KEY
007340                 SET SB-LATE-FILE TO TRUE
007350                 ADD 1 TO WS-LATE-RACE-CT
007360                 RELEASE SORT-RECORD
007370             END-IF
007380     END-READ.
007390
007400*----------------------------------------------------------------*
007410* BILL-REJECTED-RACES - EVERY EXCEPT LINE OF THE RUN IS ONE       *
007420* REJECTED RACE. NO EXCEPT FILE MEANS NOTHING WAS REJECTED.       *
007430*----------------------------------------------------------------*
007440 BILL-REJECTED-RACES.
007450     MOVE 0 TO WS-RUN-REJECT-CT.
007460     MOVE AU-EXCEPT-FILE TO WS-EXIN-FILE-NAME.
007470     OPEN INPUT FD-EXIN.
007480     IF WS-EXIN-STATUS = '00'
007490         MOVE 'N' TO WS-EOF
007500         PERFORM UNTIL WS-END-OF-FILE
007510             READ FD-EXIN
007520                 AT END
007530                     SET WS-END-OF-FILE TO TRUE
007540                 NOT AT END
007550                     IF EXIN-RECORD(11:7) = ' TIME: '
007560                         PERFORM BILL-REJECTED-RACE
007570                     END-IF
007580             END-READ
007590         END-PERFORM
007600         CLOSE FD-EXIN
007610     END-IF.
007620
007630 BILL-REJECTED-RACE.
007640     ADD 1 TO WS-RUN-REJECT-CT.
007650     MOVE EXIN-RECORD TO WS-EXCEPT-LINE.
007660     MOVE EL-RACE-ID TO WS-EV-RACE-ID.
007670     PERFORM LOOKUP-RACE-VENUE.
007680     MOVE SPACES TO SORT-RECORD.
007690     MOVE WS-EV-VENUE-CODE TO SB-VENUE-CODE.
007700     SET SB-REJECT TO TRUE.
007710     MOVE WS-RUN-DATE-KEY TO SB-EVENT-DATE.
007720     MOVE AU-START-STAMP TO SB-RUN-STAMP.
007730     MOVE WS-EV-RACE-ID TO SB-RACE-ID.
007740     MOVE 'EXCEPT' TO SB-SOURCE.
007750     MOVE EL-MESSAGE TO SB-REFERENCE.
007760     ADD 1 TO WS-REJECT-EVENT-CT.
007770     RELEASE SORT-RECORD.
007780
007790*----------------------------------------------------------------*
007800* COUNT-HELD-RACES - RACES DAY06 HELD ON <INPUT>.SUSPECT ARE      *
007810* NEITHER PROCESSED NOR REJECTED; THEY ARE COUNTED SO THE RUN'S   *
007820* SKIPPED COUNT CAN BE ACCOUNTED FOR, AND BILLED IF AND WHEN      *
007830* DAY06HLD RELEASES THEM.                                         *
007840*----------------------------------------------------------------*
007850 COUNT-HELD-RACES.
007860     MOVE 0 TO WS-RUN-HELD-CT.
007870     MOVE SPACES TO WS-SUSPECT-FILE-NAME.
007880     STRING FUNCTION TRIM(AU-INPUT-FILE) DELIMITED BY SIZE
007890            '.suspect' DELIMITED BY SIZE
007900         INTO WS-SUSPECT-FILE-NAME.
007910     OPEN INPUT FD-SUSPECT.
007920     IF WS-SUSPECT-STATUS = '00'
007930         MOVE 'N' TO WS-EOF
007940         PERFORM UNTIL WS-END-OF-FILE
007950             READ FD-SUSPECT
007960                 AT END
007970                     SET WS-END-OF-FILE TO TRUE
007980                 NOT AT END
007990                     ADD 1 TO WS-RUN-HELD-CT
008000             END-READ
008010         END-PERFORM
008020         CLOSE FD-SUSPECT
008030     END-IF.
008040     ADD WS-RUN-HELD-CT TO WS-HELD-CT.
008050
008060*----------------------------------------------------------------*
008070* COLLECT-RELEASE-EVENTS - A HELD RACE RELEASED IN THE MONTH IS   *
008077* BILLED AS A PROCESSED RACE ON ITS RELEASE DATE, PROVIDED THE    *
008084* RUN THAT HELD IT STILL STANDS. NO AUDIT FILE MEANS NOTHING HAS  *
008091* EVER BEEN RELEASED.                                             *
008100*----------------------------------------------------------------*
008110 COLLECT-RELEASE-EVENTS.
008120     OPEN INPUT FD-AUDIT.
008130     IF WS-AUDIT-STATUS = '00'
008140         MOVE 'N' TO WS-EOF
008150         PERFORM UNTIL WS-END-OF-FILE
008160             READ FD-AUDIT
008170                 AT END
008180                     SET WS-END-OF-FILE TO TRUE
008190                 NOT AT END
008200                     IF HA-RELEASED
008210                        AND HA-STAMP(4:7) = WS-PERIOD
008220                         PERFORM CLASSIFY-RELEASED-RACE
008230                     END-IF
008240             END-READ
008250         END-PERFORM
008260         CLOSE FD-AUDIT
008261     END-IF.
008262
008263 CLASSIFY-RELEASED-RACE.
008264     ADD 1 TO WS-RELEASE-ROW-CT.
008265     PERFORM RESOLVE-RELEASE-RUN.
008266     EVALUATE TRUE
008267         WHEN WS-REL-BACKED-OUT
008268             ADD 1 TO WS-REL-BAK-CT
008269             DISPLAY "Release on a backed-out run, not billed: "
008270                 HA-RACE-ID " " HA-RUN-STAMP
008271         WHEN WS-REL-SUPERSEDED
008272             ADD 1 TO WS-REL-SUPER-CT
008273             DISPLAY "Release on a superseded run, not billed: "
008274                 HA-RACE-ID " " HA-RUN-STAMP
008275         WHEN WS-REL-GONE
008276             ADD 1 TO WS-REL-GONE-CT
008277             DISPLAY "Release run not on disk, not billed: "
008278                 HA-RACE-ID " " HA-RUN-STAMP
008279         WHEN OTHER
008280             PERFORM BILL-RELEASED-RACE
008281     END-EVALUATE.
008282
008283*----------------------------------------------------------------*
008284* RESOLVE-RELEASE-RUN - THE HELD RACE'S LINE ON THE SUSPECT       *
008285* FILE (SAME RACE, SAME RUN STAMP) NAMES THE RUN'S RESULTS FILE;  *
008286* THE RUN LOG RECORD WITH THAT START STAMP AND RESULTS FILE IS    *
008287* THE RUN. A SUSPECT FILE NO LONGER ON DISK FALLS BACK TO THE     *
008288* RUN'S INPUT NAME. THE RUN IS THEN JUDGED AS CLASSIFY-LOGGED-RUN *
008289* JUDGES IT: BACKED OUT, SUPERSEDED, GONE (NOT LOGGED, OR NO      *
008290* RESULTS FILE ON DISK) OR STANDING.                              *
008291*----------------------------------------------------------------*
008292 RESOLVE-RELEASE-RUN.
008293     MOVE SPACES TO WS-REL-RESULTS-FILE.
008294     MOVE HA-SUSPECT-FILE TO WS-SUSPECT-FILE-NAME.
008295     OPEN INPUT FD-SUSPECT.
008296     IF WS-SUSPECT-STATUS = '00'
008297         MOVE 'N' TO WS-SUSP-EOF
008298         PERFORM UNTIL WS-SUSP-END
008299             READ FD-SUSPECT
008300                 AT END
008301                     SET WS-SUSP-END TO TRUE
008302                 NOT AT END
008303                     IF SP-RACE-ID = HA-RACE-ID
008304                        AND SP-RUN-STAMP = HA-RUN-STAMP
008305                         MOVE SP-RESULTS-FILE
008306                             TO WS-REL-RESULTS-FILE
008307                         SET WS-SUSP-END TO TRUE
008308                     END-IF
008309             END-READ
008310         END-PERFORM
008311         CLOSE FD-SUSPECT
008312     END-IF.
008313     SET WS-REL-GONE TO TRUE.
008314     OPEN INPUT FD-RUNLOG.
008315     IF WS-RUNLOG-STATUS = '00'
008316         MOVE 0 TO WS-RUN-LINE-NO
008317         MOVE 'N' TO WS-LOG-EOF
008318         PERFORM UNTIL WS-LOG-END
008319             READ FD-RUNLOG
008320                 AT END
008321                     SET WS-LOG-END TO TRUE
008322                 NOT AT END
008323                     ADD 1 TO WS-RUN-LINE-NO
008324                     IF AU-START-STAMP = HA-RUN-STAMP
008325                        AND NOT AU-PLAN-MODE
008326                        AND NOT AU-BACKED-OUT
008327                         PERFORM MATCH-RELEASE-RUN
008328                     END-IF
008329             END-READ
008330         END-PERFORM
008331         CLOSE FD-RUNLOG
008332     END-IF.
008333     IF WS-REL-STANDS
008334         MOVE WS-REL-RESULTS-FILE TO WS-RESIN-FILE-NAME
008335         OPEN INPUT FD-RESIN
008336         IF WS-RESIN-STATUS = '00'
008337             CLOSE FD-RESIN
008338         ELSE
008339             SET WS-REL-GONE TO TRUE
008340         END-IF
008341     END-IF.
008342
008343 MATCH-RELEASE-RUN.
008344     MOVE SPACES TO WS-REL-SUSPECT-FILE.
008345     STRING FUNCTION TRIM(AU-INPUT-FILE) DELIMITED BY SIZE
008346            '.suspect' DELIMITED BY SIZE
008347         INTO WS-REL-SUSPECT-FILE.
008348     IF (WS-REL-RESULTS-FILE NOT = SPACES
008349         AND AU-RESULTS-FILE = WS-REL-RESULTS-FILE)
008350        OR (WS-REL-RESULTS-FILE = SPACES
008351         AND WS-REL-SUSPECT-FILE = HA-SUSPECT-FILE)
008352         MOVE AU-RESULTS-FILE TO WS-REL-RESULTS-FILE
008353         MOVE RUN-AUDIT-RECORD TO WS-RUN-IMAGE
008354         PERFORM SCAN-RUN-STANDING
008355         MOVE WS-RUN-IMAGE TO RUN-AUDIT-RECORD
008356         EVALUATE TRUE
008357             WHEN WS-RUN-BACKED-OUT
008358                 SET WS-REL-BACKED-OUT TO TRUE
008359             WHEN WS-RUN-SUPERSEDED
008360                 SET WS-REL-SUPERSEDED TO TRUE
008361             WHEN OTHER
008362                 SET WS-REL-STANDS TO TRUE
008363         END-EVALUATE
008364     END-IF.
008365
008366 BILL-RELEASED-RACE.
008367     MOVE HA-RACE-ID TO WS-EV-RACE-ID.
008368     PERFORM LOOKUP-RACE-VENUE.
008369     MOVE HA-STAMP(1:10) TO WS-DATE-IN.
008370     PERFORM CONVERT-DATE-KEY.
008371     MOVE SPACES TO SORT-RECORD.
008372     MOVE WS-EV-VENUE-CODE TO SB-VENUE-CODE.
008373     SET SB-RACE TO TRUE.
008374     MOVE WS-DATE-KEY TO SB-EVENT-DATE.
008380     MOVE HA-STAMP TO SB-RUN-STAMP.
008390     MOVE WS-EV-RACE-ID TO SB-RACE-ID.
008400     MOVE 'RELEASE' TO SB-SOURCE.
008410     MOVE HA-SUSPECT-FILE TO SB-REFERENCE.
008420     ADD 1 TO WS-RELEASE-EVENT-CT.
008430     RELEASE SORT-RECORD.
008440
008450*----------------------------------------------------------------*
008460* COLLECT-REPAIR-EVENTS - THE MONTH'S REPAIRS LEFT ON THE WORK    *
008470* FILE ONCE THE WITHDRAWN ONES HAVE BEEN TAKEN OUT.               *
008490*----------------------------------------------------------------*
008500 COLLECT-REPAIR-EVENTS.
008501     OPEN INPUT FD-REPWORK.
008502     IF WS-WORK-STATUS = '00'
008503         MOVE 'N' TO WS-EOF
008504         PERFORM UNTIL WS-END-OF-FILE
008505             READ FD-REPWORK
008506                 AT END
008507                     SET WS-END-OF-FILE TO TRUE
008508                 NOT AT END
008509                     PERFORM BILL-REPAIRED-RACE
008510             END-READ
008511         END-PERFORM
008512         CLOSE FD-REPWORK
008513     END-IF.
008514
008515 BILL-REPAIRED-RACE.
008516     MOVE RK-RACE-ID TO WS-EV-RACE-ID.
008517     PERFORM LOOKUP-RACE-VENUE.
008518     MOVE RK-STAMP(1:10) TO WS-DATE-IN.
008519     PERFORM CONVERT-DATE-KEY.
008520     MOVE SPACES TO SORT-RECORD.
008521     MOVE WS-EV-VENUE-CODE TO SB-VENUE-CODE.
008522     SET SB-REPAIR TO TRUE.
008523     MOVE WS-DATE-KEY TO SB-EVENT-DATE.
008524     MOVE RK-STAMP TO SB-RUN-STAMP.
008525     MOVE WS-EV-RACE-ID TO SB-RACE-ID.
008526     MOVE RK-STEWARD TO SB-SOURCE.
008527     MOVE RK-APPLIED-FILE TO SB-REFERENCE.
008528     ADD 1 TO WS-REPAIR-EVENT-CT.
008529     RELEASE SORT-RECORD.
008530
008531*----------------------------------------------------------------*
008532* RELEASE-REPAIR-LINES - REPAIR SORT INPUT PROCEDURE: THE         *
008533* REPAIRED LINES DAY06BAK HAS WITHDRAWN FROM EVERY RESULTS FILE ON*
008534* THE RUN LOG, THEN THE MONTH'S REPAIRS OFF THE LISTED .APPLIED   *
008535* FILES.                                                          *
008536*----------------------------------------------------------------*
008537 RELEASE-REPAIR-LINES.
008538     OPEN INPUT FD-RUNLOG.
008539     MOVE 'N' TO WS-LOG-EOF.
008540     PERFORM UNTIL WS-LOG-END
008541         READ FD-RUNLOG
008542             AT END
008543                 SET WS-LOG-END TO TRUE
008544             NOT AT END
008545                 IF AU-RESULTS-FILE NOT = SPACES
008546                     PERFORM RELEASE-WITHDRAWN-FILE
008547                 END-IF
008548         END-READ
008549     END-PERFORM.
008550     CLOSE FD-RUNLOG.
008551     PERFORM RELEASE-APPLIED-REPAIRS.
008552
008553*----------------------------------------------------------------*
008554* RELEASE-WITHDRAWN-FILE - EACH REPAIRED DETAIL LINE ON THE RUN'S *
008555* <RESULTS>.WITHDRAWN, UNDER THE REPAIR DATE OF THE HEADER ABOVE  *
008556* IT. ONLY REPAIR DATES IN THE MONTH CAN MEET A REPAIR BILLED     *
008557* HERE. NO FILE MEANS NOTHING WAS EVER WITHDRAWN FROM THAT        *
008558* RESULTS FILE.                                                   *
008559*----------------------------------------------------------------*
008560 RELEASE-WITHDRAWN-FILE.
008561     MOVE SPACES TO WS-WITHDRAWN-FILE-NAME.
008562     STRING FUNCTION TRIM(AU-RESULTS-FILE) DELIMITED BY SIZE
008563            '.withdrawn' DELIMITED BY SIZE
008564         INTO WS-WITHDRAWN-FILE-NAME.
008565     OPEN INPUT FD-WITHDRAWN.
008566     IF WS-WITHDRAWN-STATUS = '00'
008567         MOVE 0 TO WS-WDN-LINE-NO
008568         MOVE SPACES TO WS-WDN-DATE-KEY
008569         MOVE 'N' TO WS-EOF
008570         PERFORM UNTIL WS-END-OF-FILE
008571             READ FD-WITHDRAWN
008572                 AT END
008573                     SET WS-END-OF-FILE TO TRUE
008574                 NOT AT END
008575                     ADD 1 TO WS-WDN-LINE-NO
008576                     PERFORM RELEASE-WITHDRAWN-LINE
008577             END-READ
008578         END-PERFORM
008579         CLOSE FD-WITHDRAWN
008580     END-IF.
008581
008582 RELEASE-WITHDRAWN-LINE.
008583     MOVE WITHDRAWN-RECORD TO WS-REPAIR-WITHDRAWN-LINE.
008584     IF RW-REPAIR-HEADER
008585         MOVE SPACES TO WS-WDN-DATE-KEY
008586         IF RW-REPAIR-DATE(4:7) = WS-PERIOD
008587             MOVE RW-REPAIR-DATE TO WS-DATE-IN
008588             PERFORM CONVERT-DATE-KEY
008589             MOVE WS-DATE-KEY TO WS-WDN-DATE-KEY
008590         END-IF
008591     ELSE
008592         IF WITHDRAWN-RECORD(11:7) = ' TIME: '
008593            AND WS-WDN-DATE-KEY NOT = SPACES
008594             MOVE SPACES TO REPAIR-SORT-RECORD
008595             MOVE WS-WDN-DATE-KEY TO RS-DATE-KEY
008596             MOVE WITHDRAWN-RECORD(1:10) TO RS-RACE-ID
008597             SET RS-WITHDRAWN TO TRUE
008598             MOVE WS-WITHDRAWN-FILE-NAME TO RS-SOURCE-FILE
008599             MOVE WS-WDN-LINE-NO TO RS-LINE-NO
008600             RELEASE REPAIR-SORT-RECORD
008601         END-IF
008602     END-IF.
008603
008604*----------------------------------------------------------------*
008605* RELEASE-APPLIED-REPAIRS - EVERY .APPLIED FILE ON THE LIST IS    *
008606* READ FOR THE REPAIRS STAMPED IN THE MONTH. A LISTED FILE THAT   *
008607* IS NOT THERE IS REPORTED AND SKIPPED.                           *
008608*----------------------------------------------------------------*
008609 RELEASE-APPLIED-REPAIRS.
008610     OPEN INPUT FD-APPLIST.
008611     MOVE 'N' TO WS-LIST-EOF.
008612     PERFORM UNTIL WS-LIST-END
008613         READ FD-APPLIST
008614             AT END
008615                 SET WS-LIST-END TO TRUE
008616             NOT AT END
008617                 IF APPLIST-RECORD NOT = SPACES
008618                     MOVE APPLIST-RECORD TO WS-APPLIED-FILE-NAME
008619                     PERFORM READ-APPLIED-FILE
008620                 END-IF
008621         END-READ
008630     END-PERFORM.
008640     CLOSE FD-APPLIST.
008650
008660 READ-APPLIED-FILE.
008670     OPEN INPUT FD-APPLIED.
008680     IF WS-APPLIED-STATUS NOT = '00'
008690         DISPLAY "Applied audit not available, skipped: "
008700             FUNCTION TRIM(WS-APPLIED-FILE-NAME)
008710     ELSE
008720         MOVE 'N' TO WS-EOF
008730         PERFORM UNTIL WS-END-OF-FILE
008740             READ FD-APPLIED
008750                 AT END
008760                     SET WS-END-OF-FILE TO TRUE
008770                 NOT AT END
008780                     IF AR-STAMP(4:7) = WS-PERIOD
008790                         PERFORM RELEASE-APPLIED-REPAIR
008800                     END-IF
008810             END-READ
008820         END-PERFORM
008830         CLOSE FD-APPLIED
008840     END-IF.
008850
008860 RELEASE-APPLIED-REPAIR.
008870     ADD 1 TO WS-REPAIR-APPLIED-CT.
008890     MOVE AR-STAMP(1:10) TO WS-DATE-IN.
008900     PERFORM CONVERT-DATE-KEY.
008901     MOVE SPACES TO REPAIR-SORT-RECORD.
008902     MOVE WS-DATE-KEY TO RS-DATE-KEY.
008903     MOVE AR-RACE-ID TO RS-RACE-ID.
008904     SET RS-APPLIED TO TRUE.
008905     MOVE 0 TO RS-LINE-NO.
008906     MOVE AR-STAMP TO RS-STAMP.
008907     MOVE AR-STEWARD TO RS-STEWARD.
008908     MOVE WS-APPLIED-FILE-NAME TO RS-APPLIED-FILE.
008909     RELEASE REPAIR-SORT-RECORD.
008910
008911*----------------------------------------------------------------*
008912* MATCH-WITHDRAWN-REPAIRS - REPAIR SORT OUTPUT PROCEDURE: EACH    *
008913* REPAIR NOT CANCELLED BY A WITHDRAWN LINE OF THE SAME RACE AND   *
008914* REPAIR DATE GOES TO THE WORK FILE TO BE BILLED.                 *
008915*----------------------------------------------------------------*
008916 MATCH-WITHDRAWN-REPAIRS.
008917     OPEN OUTPUT FD-REPWORK.
008918     IF WS-WORK-STATUS = '00'
008919         MOVE 'N' TO WS-REPAIR-EOF
008920         PERFORM UNTIL WS-REPAIR-END
008921             RETURN SD-REPAIR
008922                 AT END
008923                     SET WS-REPAIR-END TO TRUE
008924                 NOT AT END
008925                     PERFORM MATCH-ONE-REPAIR
008926             END-RETURN
008927         END-PERFORM
008928         CLOSE FD-REPWORK
008929     END-IF.
008930
008931 MATCH-ONE-REPAIR.
008932     IF NOT WS-RPR-GROUP-OPEN
008933        OR RS-DATE-KEY NOT = WS-RPR-DATE-KEY
008934        OR RS-RACE-ID NOT = WS-RPR-RACE-ID
008935         SET WS-RPR-GROUP-OPEN TO TRUE
008936         MOVE RS-DATE-KEY TO WS-RPR-DATE-KEY
008937         MOVE RS-RACE-ID TO WS-RPR-RACE-ID
008938         MOVE SPACES TO WS-LAST-WDN-FILE
008939         MOVE 0 TO WS-LAST-WDN-LINE
008940         MOVE 0 TO WS-WDN-OPEN-CT
008941     END-IF.
008942     IF RS-WITHDRAWN
008943         IF RS-SOURCE-FILE NOT = WS-LAST-WDN-FILE
008944            OR RS-LINE-NO NOT = WS-LAST-WDN-LINE
008945             ADD 1 TO WS-WDN-OPEN-CT
008946             MOVE RS-SOURCE-FILE TO WS-LAST-WDN-FILE
008947             MOVE RS-LINE-NO TO WS-LAST-WDN-LINE
008948         END-IF
008949     ELSE
008950         IF WS-WDN-OPEN-CT > 0
008951             SUBTRACT 1 FROM WS-WDN-OPEN-CT
008952             ADD 1 TO WS-REPAIR-WDN-CT
008953             DISPLAY "Repair withdrawn, not billed: "
008954                 RS-RACE-ID " " RS-STAMP
008955         ELSE
008956             MOVE RS-STAMP TO RK-STAMP
008957             MOVE RS-STEWARD TO RK-STEWARD
008958             MOVE RS-RACE-ID TO RK-RACE-ID
008959             MOVE RS-APPLIED-FILE TO RK-APPLIED-FILE
008960             WRITE REPAIR-WORK-RECORD
008961         END-IF
008962     END-IF.
009010
009020*----------------------------------------------------------------*
009030* LOOKUP-RACE-VENUE - THE VENUE CODE AND RACE DATE (AS YYYYMMDD)  *
009040* OF WS-EV-RACE-ID OFF THE RACE MASTER; BOTH SPACES WHEN THE RACE *
009050* IS NOT ON IT.                                                   *
009060*----------------------------------------------------------------*
009070 LOOKUP-RACE-VENUE.
009080     MOVE SPACES TO WS-EV-VENUE-CODE.
009090     MOVE SPACES TO WS-EV-RACE-DATE-KEY.
009100     MOVE WS-EV-RACE-ID TO RM-RACE-ID.
009110     READ FD-RACEMST
009120         INVALID KEY
009130             CONTINUE
009140         NOT INVALID KEY
009150             MOVE RM-VENUE-CODE TO WS-EV-VENUE-CODE
009160             MOVE RM-RACE-DATE TO WS-DATE-IN
009170             PERFORM CONVERT-DATE-KEY
009180             MOVE WS-DATE-KEY TO WS-EV-RACE-DATE-KEY
009190     END-READ.
009200
009210*----------------------------------------------------------------*
009220* CONVERT-DATE-KEY - DD/MM/YYYY IN WS-DATE-IN TO A SORTABLE       *
009230* YYYYMMDD IN WS-DATE-KEY; SPACES WHEN IT IS NOT A DATE.          *
009240*----------------------------------------------------------------*
009250 CONVERT-DATE-KEY.
009260     MOVE SPACES TO WS-DATE-KEY.
009270     IF WS-DATE-IN(1:2) IS NUMERIC
009280        AND WS-DATE-IN(4:2) IS NUMERIC
009290        AND WS-DATE-IN(7:4) IS NUMERIC
009300        AND WS-DATE-IN(3:1) = '/'
009310        AND WS-DATE-IN(6:1) = '/'
009320         STRING WS-DATE-IN(7:4) WS-DATE-IN(4:2) WS-DATE-IN(1:2)
009330             DELIMITED BY SIZE INTO WS-DATE-KEY
009340     END-IF.
009350
009360*----------------------------------------------------------------*
009370* WRITE-INVOICE-OUTPUT - SORT OUTPUT PROCEDURE: THE EVENTS COME   *
009380* BACK BY VENUE AND CHARGE CODE; EACH CHARGE CODE CLOSES WITH ITS *
009390* SUBTOTAL AND LEDGER DETAIL, EACH VENUE WITH ITS TOTAL. THE      *
009400* CONTROL TOTALS AND THE LEDGER TRAILER FOLLOW.                   *
009410*----------------------------------------------------------------*
009420 WRITE-INVOICE-OUTPUT.
009430     PERFORM UNTIL WS-SORT-END
009440         RETURN SD-SORT
009450             AT END
009460                 SET WS-SORT-END TO TRUE
009470             NOT AT END
009480                 PERFORM WRITE-EVENT-LINE
009490         END-RETURN
009500     END-PERFORM.
009510     IF WS-VENUE-OPEN
009520         PERFORM CLOSE-CHARGE-GROUP
009530         PERFORM CLOSE-VENUE-GROUP
009540     END-IF.
009550     PERFORM WRITE-CONTROL-TOTALS.
009560     MOVE SPACES TO BILLING-INTERFACE-RECORD.
009570     SET BL-TRAILER TO TRUE.
009580     MOVE WS-PERIOD-NUM TO BL-T-PERIOD.
009590     MOVE WS-LEDGER-CT TO BL-T-DETAIL-CT.
009600     MOVE WS-LEDGER-QTY TO BL-T-QUANTITY.
009610     MOVE WS-LEDGER-AMT TO BL-T-AMOUNT.
009620     WRITE BILLING-INTERFACE-RECORD.
009630
009640*----------------------------------------------------------------*
009650* WRITE-EVENT-LINE - BREAK ON VENUE AND CHARGE CODE, THEN PRICE   *
009660* AND PRINT THE EVENT. A LATE EVENT FOR THE SAME RUN AS THE ONE   *
009670* BEFORE IT IS THE SAME LATE FILE AND IS NOT CHARGED AGAIN.       *
009680*----------------------------------------------------------------*
009690 WRITE-EVENT-LINE.
009700     IF NOT WS-VENUE-OPEN
009710         PERFORM OPEN-VENUE-GROUP
009720         PERFORM OPEN-CHARGE-GROUP
009730     ELSE
009740         IF SB-VENUE-CODE NOT = WS-CUR-VENUE
009750             PERFORM CLOSE-CHARGE-GROUP
009760             PERFORM CLOSE-VENUE-GROUP
009770             PERFORM OPEN-VENUE-GROUP
009780             PERFORM OPEN-CHARGE-GROUP
009790         ELSE
009800             IF SB-CHARGE-CODE NOT = WS-CUR-CHARGE
009810                 PERFORM CLOSE-CHARGE-GROUP
009820                 PERFORM OPEN-CHARGE-GROUP
009830             END-IF
009840         END-IF
009850     END-IF.
009860     IF SB-LATE-FILE
009870        AND SB-RUN-STAMP = WS-LAST-LATE-STAMP
009880        AND SB-REFERENCE = WS-LAST-LATE-REF
009890         CONTINUE
009900     ELSE
009910         IF SB-LATE-FILE
009920             MOVE SB-RUN-STAMP TO WS-LAST-LATE-STAMP
009930             MOVE SB-REFERENCE TO WS-LAST-LATE-REF
009940         END-IF
009950         PERFORM PRICE-AND-PRINT-EVENT
009960     END-IF.
009970
009980 PRICE-AND-PRINT-EVENT.
009990     MOVE SPACES TO WS-DETAIL-LINE.
010000     MOVE WS-CHARGE-DESC TO DL-CHARGE.
010010     STRING SB-EVENT-DATE(7:2) '/' SB-EVENT-DATE(5:2) '/'
010020            SB-EVENT-DATE(1:4)
010030         DELIMITED BY SIZE INTO DL-DATE.
010040     IF SB-LATE-FILE
010050         MOVE SPACES TO DL-RACE-ID
010060     ELSE
010070         MOVE SB-RACE-ID TO DL-RACE-ID
010080     END-IF.
010090     MOVE SB-SOURCE TO DL-SOURCE.
010100     MOVE SB-REFERENCE TO DL-REFERENCE.
010110     MOVE 0 TO WS-FEE.
010120     IF SB-VENUE-CODE = SPACES
010130         ADD 1 TO WS-UNATTR-CT
010140         MOVE '*NO VEN' TO DL-FLAG
010150     ELSE
010160         PERFORM FIND-RATE-IN-FORCE
010170         IF WS-RATE-FOUND
010180             EVALUATE TRUE
010190                 WHEN SB-RACE
010200                     MOVE WS-RT-RACE-FEE(WS-BEST-IX) TO WS-FEE
010210                 WHEN SB-REJECT
010220                     MOVE WS-RT-REJECT-FEE(WS-BEST-IX) TO WS-FEE
010230                 WHEN SB-REPAIR
010240                     MOVE WS-RT-REPAIR-FEE(WS-BEST-IX) TO WS-FEE
010250                 WHEN SB-LATE-FILE
010260                     MOVE WS-RT-LATE-FEE(WS-BEST-IX) TO WS-FEE
010270             END-EVALUATE
010280         ELSE
010290             ADD 1 TO WS-UNPRICED-CT
010300             MOVE '*NO RATE' TO DL-FLAG
010310         END-IF
010320         ADD 1 TO WS-CHG-QTY
010330         ADD WS-FEE TO WS-CHG-AMT
010340     END-IF.
010350     IF SB-LATE-FILE
010360         ADD 1 TO WS-LATE-FILE-CT
010370     END-IF.
010380     MOVE WS-FEE TO DL-AMOUNT.
010390     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
010400     PERFORM PRINT-INVOICE-LINE.
010410
010420*----------------------------------------------------------------*
010430* FIND-RATE-IN-FORCE - THE ROW FOR THE EVENT'S VENUE WITH THE     *
010440* LATEST EFFECTIVE DATE ON OR BEFORE THE EVENT DATE; FAILING      *
010450* THAT, THE SAME SEARCH OVER THE '*' ROWS.                        *
010460*----------------------------------------------------------------*
010470 FIND-RATE-IN-FORCE.
010480     MOVE 'N' TO WS-RATE-SW.
010490     MOVE 0 TO WS-BEST-IX.
010500     MOVE SPACES TO WS-BEST-EFFECTIVE.
010510     PERFORM VARYING WS-RATE-IX FROM 1 BY 1
010520             UNTIL WS-RATE-IX > WS-RATE-CT
010530         IF WS-RT-VENUE(WS-RATE-IX) = SB-VENUE-CODE
010540            AND WS-RT-EFFECTIVE(WS-RATE-IX) NOT > SB-EVENT-DATE
010550            AND WS-RT-EFFECTIVE(WS-RATE-IX) > WS-BEST-EFFECTIVE
010560             MOVE WS-RATE-IX TO WS-BEST-IX
010570             MOVE WS-RT-EFFECTIVE(WS-RATE-IX) TO WS-BEST-EFFECTIVE
010580         END-IF
010590     END-PERFORM.
010600     IF WS-BEST-IX = 0
010610         PERFORM VARYING WS-RATE-IX FROM 1 BY 1
010620                 UNTIL WS-RATE-IX > WS-RATE-CT
010630             IF WS-RT-VENUE(WS-RATE-IX) = '*'
010640                AND WS-RT-EFFECTIVE(WS-RATE-IX)
010650                    NOT > SB-EVENT-DATE
010660                AND WS-RT-EFFECTIVE(WS-RATE-IX)
010670                    > WS-BEST-EFFECTIVE
010680                 MOVE WS-RATE-IX TO WS-BEST-IX
010690                 MOVE WS-RT-EFFECTIVE(WS-RATE-IX)
010700                     TO WS-BEST-EFFECTIVE
010710             END-IF
010720         END-PERFORM
010730     END-IF.
010740     IF WS-BEST-IX > 0
010750         SET WS-RATE-FOUND TO TRUE
010760     END-IF.
010770
010780*----------------------------------------------------------------*
010790* OPEN-VENUE-GROUP - VENUE HEADING WITH THE NAME AND REGION OFF   *
010800* THE VENUE MASTER; THE NO-VENUE GROUP IS HEADED AS SUCH.         *
010810*----------------------------------------------------------------*
010820 OPEN-VENUE-GROUP.
010830     SET WS-VENUE-OPEN TO TRUE.
010840     MOVE SB-VENUE-CODE TO WS-CUR-VENUE.
010850     MOVE 0 TO WS-VEN-AMT.
010860     MOVE SPACES TO WS-VENUE-HEAD.
010870     MOVE 'VENUE: ' TO WS-VENUE-HEAD(1:7).
010880     IF WS-CUR-VENUE = SPACES
010890         MOVE '(NONE)' TO VH-VENUE-CODE
010900         MOVE 'NO VENUE - NOT BILLED' TO VH-VENUE-NAME
010910     ELSE
010920         MOVE WS-CUR-VENUE TO VH-VENUE-CODE
010930         MOVE WS-CUR-VENUE TO VM-VENUE-CODE
010940         READ FD-VENUEMST
010950             INVALID KEY
010960                 MOVE 'NOT ON VENUE MASTER' TO VH-VENUE-NAME
010970             NOT INVALID KEY
010980                 MOVE VM-VENUE-NAME TO VH-VENUE-NAME
010990                 MOVE VM-REGION TO VH-REGION
011000         END-READ
011010     END-IF.
011020     IF WS-LINE-CT + 4 >= WS-LINES-PER-PAGE
011030         PERFORM WRITE-PAGE-HEADING
011040     END-IF.
011050     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
011060     PERFORM PRINT-INVOICE-LINE.
011070     MOVE WS-VENUE-HEAD TO WS-PRINT-LINE.
011080     PERFORM PRINT-INVOICE-LINE.
011090
011100 OPEN-CHARGE-GROUP.
011110     SET WS-CHARGE-OPEN TO TRUE.
011120     MOVE SB-CHARGE-CODE TO WS-CUR-CHARGE.
011130     MOVE 0 TO WS-CHG-QTY.
011140     MOVE 0 TO WS-CHG-AMT.
011150     MOVE SPACES TO WS-LAST-LATE-STAMP.
011160     MOVE SPACES TO WS-LAST-LATE-REF.
011170     EVALUATE TRUE
011180         WHEN SB-RACE
011190             MOVE 'RACE PROCESSED' TO WS-CHARGE-DESC
011200         WHEN SB-REJECT
011210             MOVE 'RACE REJECTED' TO WS-CHARGE-DESC
011220         WHEN SB-REPAIR
011230             MOVE 'REPAIR APPLIED' TO WS-CHARGE-DESC
011240         WHEN SB-LATE-FILE
011250             MOVE 'LATE FILE' TO WS-CHARGE-DESC
011260     END-EVALUATE.
011270
011280*----------------------------------------------------------------*
011290* CLOSE-CHARGE-GROUP - SUBTOTAL LINE FOR THE CHARGE CODE AND ITS  *
011300* LEDGER DETAIL RECORD (NONE FOR THE NO-VENUE GROUP).             *
011310*----------------------------------------------------------------*
011320 CLOSE-CHARGE-GROUP.
011330     IF WS-CUR-VENUE NOT = SPACES
011340         MOVE SPACES TO CT-LABEL
011350         STRING 'TOTAL ' WS-CHARGE-DESC
011360             DELIMITED BY SIZE INTO CT-LABEL
011370         MOVE WS-CHG-QTY TO CT-QTY
011380         MOVE WS-CHG-AMT TO CT-AMOUNT
011390         MOVE WS-CHARGE-TOTAL-LINE TO WS-PRINT-LINE
011400         PERFORM PRINT-INVOICE-LINE
011410         ADD WS-CHG-AMT TO WS-VEN-AMT
011420         MOVE SPACES TO BILLING-INTERFACE-RECORD
011430         SET BL-DETAIL TO TRUE
011440         MOVE WS-PERIOD-NUM TO BL-D-PERIOD
011450         MOVE WS-CUR-VENUE TO BL-D-VENUE-CODE
011460         MOVE WS-CUR-CHARGE TO BL-D-CHARGE-CODE
011470         MOVE WS-CHG-QTY TO BL-D-QUANTITY
011480         MOVE WS-CHG-AMT TO BL-D-AMOUNT
011490         WRITE BILLING-INTERFACE-RECORD
011500         ADD 1 TO WS-LEDGER-CT
011510         ADD WS-CHG-QTY TO WS-LEDGER-QTY
011520         ADD WS-CHG-AMT TO WS-LEDGER-AMT
011530     END-IF.
011540     MOVE 'N' TO WS-CHARGE-SW.
011550
011560 CLOSE-VENUE-GROUP.
011570     IF WS-CUR-VENUE NOT = SPACES
011580         MOVE SPACES TO CT-LABEL
011590         STRING 'VENUE TOTAL ' WS-CUR-VENUE
011600             DELIMITED BY SIZE INTO CT-LABEL
011610         MOVE 0 TO CT-QTY
011620         MOVE WS-VEN-AMT TO CT-AMOUNT
011630         MOVE WS-CHARGE-TOTAL-LINE TO WS-PRINT-LINE
011640         MOVE SPACES TO WS-PRINT-LINE(41:7)
011650         PERFORM PRINT-INVOICE-LINE
011660     END-IF.
011670     MOVE 'N' TO WS-VENUE-SW.
011680
011690*----------------------------------------------------------------*
011700* WRITE-CONTROL-TOTALS - THE TIE-BACK TO THE RUN LOG, ON A PAGE   *
011710* OF ITS OWN. EVERY PROCESSED RACE THE LOG COUNTED FOR THE MONTH  *
011720* IS EITHER BILLED OR IN ONE OF THE NOT-BILLED LINES.             *
011730*----------------------------------------------------------------*
011740 WRITE-CONTROL-TOTALS.
011750     PERFORM WRITE-PAGE-HEADING.
011760     MOVE 'CONTROL TOTALS' TO WS-PRINT-LINE.
011770     PERFORM PRINT-INVOICE-LINE.
011780     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
011790     PERFORM PRINT-INVOICE-LINE.
011800     MOVE 'RUN LOG - RUNS IN PERIOD' TO SM-LABEL.
011810     MOVE WS-LOG-RUN-CT TO SM-VALUE.
011820     PERFORM PRINT-SUMMARY-LINE.
011830     MOVE 'RUN LOG - RECORDS READ' TO SM-LABEL.
011840     MOVE WS-LOG-READ-CT TO SM-VALUE.
011850     PERFORM PRINT-SUMMARY-LINE.
011860     MOVE 'RUN LOG - RECORDS PROCESSED' TO SM-LABEL.
011870     MOVE WS-LOG-PROC-CT TO SM-VALUE.
011880     PERFORM PRINT-SUMMARY-LINE.
011890     MOVE 'RUN LOG - RECORDS SKIPPED' TO SM-LABEL.
011900     MOVE WS-LOG-SKIP-CT TO SM-VALUE.
011910     PERFORM PRINT-SUMMARY-LINE.
011920     MOVE 'PLANNING RUNS (NOT BILLED)' TO SM-LABEL.
011930     MOVE WS-PLAN-RUN-CT TO SM-VALUE.
011940     PERFORM PRINT-SUMMARY-LINE.
011950     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
011960     PERFORM PRINT-INVOICE-LINE.
011970     MOVE 'RUNS BILLED' TO SM-LABEL.
011980     MOVE WS-BILLED-RUN-CT TO SM-VALUE.
011990     PERFORM PRINT-SUMMARY-LINE.
012000     MOVE 'PROCESSED RACES ON BILLED RUNS' TO SM-LABEL.
012010     MOVE WS-BLOCK-PROC-CT TO SM-VALUE.
012020     PERFORM PRINT-SUMMARY-LINE.
012030     MOVE '  OF WHICH NOT ON HISTORY (NOT BILLED)' TO SM-LABEL.
012040     MOVE WS-NOHIST-CT TO SM-VALUE.
012050     PERFORM PRINT-SUMMARY-LINE.
012060     MOVE 'RUNS BACKED OUT - PROCESSED (NOT BILLED)' TO SM-LABEL.
012070     MOVE WS-BAK-PROC-CT TO SM-VALUE.
012080     PERFORM PRINT-SUMMARY-LINE.
012090     MOVE 'RUNS SUPERSEDED - PROCESSED (NOT BILLED)' TO SM-LABEL.
012100     MOVE WS-SUPER-PROC-CT TO SM-VALUE.
012110     PERFORM PRINT-SUMMARY-LINE.
012120     MOVE 'RESULTS NOT ON DISK - PROCESSED (NOT BILLED)'
012130         TO SM-LABEL.
012140     MOVE WS-GONE-PROC-CT TO SM-VALUE.
012150     PERFORM PRINT-SUMMARY-LINE.
012160     COMPUTE WS-ACCOUNTED-CT = WS-BLOCK-PROC-CT + WS-BAK-PROC-CT
012170         + WS-SUPER-PROC-CT + WS-GONE-PROC-CT.
012180     MOVE 'PROCESSED RACES ACCOUNTED FOR' TO SM-LABEL.
012190     MOVE WS-ACCOUNTED-CT TO SM-VALUE.
012200     IF WS-ACCOUNTED-CT = WS-LOG-PROC-CT
012210        AND WS-RUN-MISMATCH-CT = 0
012220         MOVE 'TIES TO RUN LOG' TO SM-FLAG
012230     ELSE
012240         MOVE '*** DOES NOT TIE TO RUN LOG' TO SM-FLAG
012250     END-IF.
012260     PERFORM PRINT-SUMMARY-LINE.
012270     MOVE 'RUNS WHOSE OWN COUNTS DO NOT TIE' TO SM-LABEL.
012280     MOVE WS-RUN-MISMATCH-CT TO SM-VALUE.
012290     PERFORM PRINT-SUMMARY-LINE.
012300     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
012310     PERFORM PRINT-INVOICE-LINE.
012320     MOVE 'SKIPPED ON BILLED RUNS' TO SM-LABEL.
012330     MOVE WS-BILLED-SKIP-CT TO SM-VALUE.
012340     PERFORM PRINT-SUMMARY-LINE.
012350     MOVE '  REJECTED RACES' TO SM-LABEL.
012360     MOVE WS-REJECT-EVENT-CT TO SM-VALUE.
012370     PERFORM PRINT-SUMMARY-LINE.
012380     MOVE '  HELD RACES (NOT BILLED UNTIL RELEASED)' TO SM-LABEL.
012390     MOVE WS-HELD-CT TO SM-VALUE.
012400     PERFORM PRINT-SUMMARY-LINE.
012410     IF WS-BILLED-SKIP-CT >= WS-REJECT-EVENT-CT + WS-HELD-CT
012420         COMPUTE WS-OTHER-SKIP-CT = WS-BILLED-SKIP-CT
012430             - WS-REJECT-EVENT-CT - WS-HELD-CT
012440     ELSE
012450         MOVE 0 TO WS-OTHER-SKIP-CT
012460     END-IF.
012470     MOVE '  CONTROL RECORDS (HDR/TRL)' TO SM-LABEL.
012480     MOVE WS-OTHER-SKIP-CT TO SM-VALUE.
012490     PERFORM PRINT-SUMMARY-LINE.
012500     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
012510     PERFORM PRINT-INVOICE-LINE.
012520     MOVE 'RACE EVENTS FROM RUNS' TO SM-LABEL.
012530     MOVE WS-RACE-EVENT-CT TO SM-VALUE.
012540     PERFORM PRINT-SUMMARY-LINE.
012544     MOVE 'RELEASES IN PERIOD' TO SM-LABEL.
012548     MOVE WS-RELEASE-ROW-CT TO SM-VALUE.
012552     PERFORM PRINT-SUMMARY-LINE.
012556     MOVE '  RACE EVENTS FROM RELEASES' TO SM-LABEL.
012560     MOVE WS-RELEASE-EVENT-CT TO SM-VALUE.
012570     PERFORM PRINT-SUMMARY-LINE.
012571     MOVE '  ON RUNS BACKED OUT (NOT BILLED)' TO SM-LABEL.
012572     MOVE WS-REL-BAK-CT TO SM-VALUE.
012573     PERFORM PRINT-SUMMARY-LINE.
012574     MOVE '  ON RUNS SUPERSEDED (NOT BILLED)' TO SM-LABEL.
012575     MOVE WS-REL-SUPER-CT TO SM-VALUE.
012576     PERFORM PRINT-SUMMARY-LINE.
012577     MOVE '  RUN OR RESULTS NOT ON DISK (NOT BILLED)' TO SM-LABEL.
012578     MOVE WS-REL-GONE-CT TO SM-VALUE.
012579     PERFORM PRINT-SUMMARY-LINE.
012580     MOVE 'REPAIRS APPLIED IN PERIOD' TO SM-LABEL.
012581     MOVE WS-REPAIR-APPLIED-CT TO SM-VALUE.
012582     PERFORM PRINT-SUMMARY-LINE.
012583     MOVE '  REPAIR EVENTS' TO SM-LABEL.
012590     MOVE WS-REPAIR-EVENT-CT TO SM-VALUE.
012592     PERFORM PRINT-SUMMARY-LINE.
012594     MOVE '  WITHDRAWN BY DAY06BAK (NOT BILLED)' TO SM-LABEL.
012596     MOVE WS-REPAIR-WDN-CT TO SM-VALUE.
012600     PERFORM PRINT-SUMMARY-LINE.
012610     MOVE 'LATE RACES' TO SM-LABEL.
012620     MOVE WS-LATE-RACE-CT TO SM-VALUE.
012630     PERFORM PRINT-SUMMARY-LINE.
012640     MOVE 'LATE FILES' TO SM-LABEL.
012650     MOVE WS-LATE-FILE-CT TO SM-VALUE.
012660     PERFORM PRINT-SUMMARY-LINE.
012670     MOVE 'EVENTS WITH NO VENUE (NOT BILLED)' TO SM-LABEL.
012680     MOVE WS-UNATTR-CT TO SM-VALUE.
012690     PERFORM PRINT-SUMMARY-LINE.
012700     MOVE 'EVENTS WITH NO RATE IN FORCE' TO SM-LABEL.
012710     MOVE WS-UNPRICED-CT TO SM-VALUE.
012720     PERFORM PRINT-SUMMARY-LINE.
012730     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
012740     PERFORM PRINT-INVOICE-LINE.
012750     MOVE 'LEDGER DETAIL RECORDS' TO SM-LABEL.
012760     MOVE WS-LEDGER-CT TO SM-VALUE.
012770     PERFORM PRINT-SUMMARY-LINE.
012780     MOVE 'LEDGER QUANTITY' TO SM-LABEL.
012790     MOVE WS-LEDGER-QTY TO SM-VALUE.
012800     PERFORM PRINT-SUMMARY-LINE.
012810     MOVE 'LEDGER AMOUNT' TO MY-LABEL.
012820     MOVE WS-LEDGER-AMT TO MY-VALUE.
012830     MOVE WS-MONEY-LINE TO WS-PRINT-LINE.
012840     PERFORM PRINT-INVOICE-LINE.
012850
012860 PRINT-SUMMARY-LINE.
012870     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
012880     PERFORM PRINT-INVOICE-LINE.
012890     MOVE SPACES TO SM-FLAG.
012900
012910*----------------------------------------------------------------*
012920* PRINT-INVOICE-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE   *
012930* WHEN THE CURRENT ONE IS FULL.                                   *
012940*----------------------------------------------------------------*
012950 PRINT-INVOICE-LINE.
012960     IF WS-LINE-CT >= WS-LINES-PER-PAGE
012970         PERFORM WRITE-PAGE-HEADING
012980     END-IF.
012990     WRITE INVOICE-RECORD FROM WS-PRINT-LINE.
013000     ADD 1 TO WS-LINE-CT.
013010
013020*----------------------------------------------------------------*
013030* WRITE-PAGE-HEADING - START A NEW INVOICE PAGE WITH THE PERIOD,  *
013040* THE RUN STAMP AND THE COLUMN HEADINGS.                          *
013050*----------------------------------------------------------------*
013060 WRITE-PAGE-HEADING.
013070     ADD 1 TO WS-PAGE-CT.
013080     MOVE WS-PERIOD TO PH-PERIOD.
013090     MOVE WS-RUN-STAMP TO PH-RUN-STAMP.
013100     MOVE WS-PAGE-CT TO PH-PAGE.
013110     IF WS-PAGE-CT = 1
013120         WRITE INVOICE-RECORD FROM WS-PAGE-HEAD-1
013130     ELSE
013140         WRITE INVOICE-RECORD FROM WS-PAGE-HEAD-1
013150             AFTER ADVANCING PAGE
013160     END-IF.
013170     WRITE INVOICE-RECORD FROM WS-BLANK-LINE.
013180     WRITE INVOICE-RECORD FROM WS-COL-HEAD-1.
013190     MOVE 3 TO WS-LINE-CT.
013200
013210*----------------------------------------------------------------*
013220* SET-RETURN-CODE - SEE THE REMARKS. A LEDGER THAT DOES NOT TIE   *
013230* OR HAS UNPRICED EVENTS IS STILL WRITTEN (FOR THE INVESTIGATION) *
013240* BUT MUST NOT BE LOADED.                                         *
013250*----------------------------------------------------------------*
013260 SET-RETURN-CODE.
013270     MOVE 0 TO RETURN-CODE.
013280     IF WS-UNATTR-CT > 0
013290        OR WS-NOHIST-CT > 0
013300        OR WS-GONE-RUN-CT > 0
013305        OR WS-REL-GONE-CT > 0
013310         MOVE 4 TO RETURN-CODE
013320     END-IF.
013330     IF WS-ACCOUNTED-CT NOT = WS-LOG-PROC-CT
013340        OR WS-RUN-MISMATCH-CT > 0
013350        OR WS-UNPRICED-CT > 0
013360         DISPLAY "*** Billing does not balance - do not load the"
013370             " ledger"
013380         MOVE 8 TO RETURN-CODE
013390     END-IF.
013400
013410*----------------------------------------------------------------*
013420* FORMAT-TIME-STAMP - BUILD A DD/MM/YYYY HH:MM:SS STAMP FROM THE *
013430* SYSTEM CLOCK IN WS-STAMP-WORK, AS DAY06 DOES FOR ITS RUN LOG.  *
013440*----------------------------------------------------------------*
013450 FORMAT-TIME-STAMP.
013460     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
013470     MOVE SPACES TO WS-STAMP-WORK.
013480     STRING WS-CD-DAY '/' WS-CD-MONTH '/' WS-CD-YEAR ' '
013490            WS-CD-HOUR ':' WS-CD-MIN ':' WS-CD-SEC
013500            DELIMITED BY SIZE INTO WS-STAMP-WORK.

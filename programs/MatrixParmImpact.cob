000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MatrixParmImpact.
000120 AUTHOR. DATA-CENTER-BATCH-SUPPORT.
000130 INSTALLATION. BENCHMARK-PERFORMANCE-MONITORING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.

000160*****************************************************
000170* MODIFICATION HISTORY                               *
000180*-----------------------------------------------------
000190* 2026-10-15  DCB  Initial version.  Before/after    *
000200*                  impact report for every parameter *
000210*                  change in the MXPAUDIT trail (see *
000220*                  MXPAUREC) that took effect - an   *
000230*                  approval, or a direct change from *
000240*                  before two-person approval.  For  *
000250*                  each change the N runs before its *
000260*                  effective date are compared with  *
000270*                  the N runs from that date on:     *
000280*                  MXIOLOG write/read for the IO     *
000290*                  keys, MXLOGF TIME1/TIME2/TIME3    *
000300*                  for every other key.  Prints the  *
000310*                  parameter, who proposed and who   *
000320*                  approved it, the old and new      *
000330*                  values, average and spread        *
000340*                  (standard deviation) of each      *
000350*                  timing per period, the MXAHIST    *
000360*                  alerts raised in each period, and *
000370*                  flags every run on a different    *
000380*                  MXENVF system from the one in use *
000390*                  when the change took effect, so a *
000400*                  hardware move is not credited to  *
000410*                  the parameter.  132-column layout *
000420*                  on MXPIRPT.  RC=4 when no change  *
000430*                  qualifies, RC=8 when MXPAUDIT,    *
000440*                  MXLOGF or the report is unusable. *
000450*****************************************************

000460 ENVIRONMENT DIVISION.

000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT AUDIT-FILE ASSIGN TO MXPAUDIT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-MXPAUD-STATUS.

000520     SELECT MX-LOG-FILE ASSIGN TO MXLOGF
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS MX-LOG-KEY
000560         FILE STATUS IS WS-MXLOGF-STATUS.

000570     SELECT ENV-FILE ASSIGN TO MXENVF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-MXENVF-STATUS.

000600     SELECT IO-LOG-FILE ASSIGN TO MXIOLOG
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-MXIOLG-STATUS.

000630     SELECT AHIST-FILE ASSIGN TO MXAHIST
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-MXAHST-STATUS.

000660     SELECT PARM-FILE ASSIGN TO MXPARMF
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS MX-PARM-KEY
000700         FILE STATUS IS WS-MXPARM-STATUS.

000710     SELECT REPORT-FILE ASSIGN TO MXPIRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-MXPIRPT-STATUS.

000740 DATA DIVISION.

000750 FILE SECTION.
000760*****************************************************
000770* AUDIT-FILE - the permanent parameter-change trail  *
000780* kept by MatrixParmMaint (see MXPAUREC).            *
000790*****************************************************
000800 FD  AUDIT-FILE
000810     RECORD CONTAINS 91 CHARACTERS
000820     LABEL RECORDS ARE STANDARD.
000830 COPY MXPAUREC.

000840*****************************************************
000850* MX-LOG-FILE - the running performance log written  *
000860* by MatrixCalculation, keyed on run date plus run   *
000870* sequence; sequential reads arrive in key order.    *
000880*****************************************************
000890 FD  MX-LOG-FILE
000900     RECORD CONTAINS 93 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000920 COPY MXLOGREC.

000930*****************************************************
000940* ENV-FILE - run-environment companion records from  *
000950* MatrixCalculation, in run date + sequence order.   *
000960*****************************************************
000970 FD  ENV-FILE
000980     RECORD CONTAINS 48 CHARACTERS
000990     LABEL RECORDS ARE STANDARD.
001000 COPY MXENVREC.

001010*****************************************************
001020* IO-LOG-FILE - the running I/O benchmark log        *
001030* written by MatrixIoBench, one record per run.      *
001040*****************************************************
001050 FD  IO-LOG-FILE
001060     RECORD CONTAINS 46 CHARACTERS
001070     LABEL RECORDS ARE STANDARD.
001080 COPY MXIOLREC.

001090*****************************************************
001100* AHIST-FILE - the permanent alert history, one      *
001110* record per alert raised by the nightly benchmarks. *
001120*****************************************************
001130 FD  AHIST-FILE
001140     RECORD CONTAINS 48 CHARACTERS
001150     LABEL RECORDS ARE STANDARD.
001160 COPY MXAHSREC.

001170*****************************************************
001180* PARM-FILE - the central tuning-parameter KSDS kept *
001190* by MatrixParmMaint (see MXPRMREC), supplying the   *
001200* MSIZE default for the headline size.               *
001210*****************************************************
001220 FD  PARM-FILE
001230     RECORD CONTAINS 52 CHARACTERS
001240     LABEL RECORDS ARE STANDARD.
001250 COPY MXPRMREC.

001260*****************************************************
001270* REPORT-FILE - 132-column print lines routed to     *
001280* SYSOUT.                                            *
001290*****************************************************
001300 FD  REPORT-FILE
001310     RECORD CONTAINS 132 CHARACTERS
001320     LABEL RECORDS ARE OMITTED.
001330 01  REPORT-RECORD          PIC X(132).

001340 WORKING-STORAGE SECTION.

001350*****************************************************
001360* FILE AND LOOP CONTROL SWITCHES                     *
001370*****************************************************
001380 01  WS-MXPAUD-STATUS       PIC X(02).
001390 01  WS-MXLOGF-STATUS       PIC X(02).
001400 01  WS-MXENVF-STATUS       PIC X(02).
001410 01  WS-MXIOLG-STATUS       PIC X(02).
001420 01  WS-MXAHST-STATUS       PIC X(02).
001430 01  WS-MXPARM-STATUS       PIC X(02).
001440 01  WS-MXPIRPT-STATUS      PIC X(02).

001450 01  WS-SWITCHES.
001460     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001470         88  WS-END-OF-FILE            VALUE 'Y'.
001480     05  WS-ENV-SWITCH      PIC X(01)  VALUE 'N'.
001490         88  WS-ENV-AVAILABLE          VALUE 'Y'.
001500     05  WS-IOLOG-SWITCH    PIC X(01)  VALUE 'N'.
001510         88  WS-IOLOG-AVAILABLE        VALUE 'Y'.
001520     05  WS-AHIST-SWITCH    PIC X(01)  VALUE 'N'.
001530         88  WS-AHIST-AVAILABLE        VALUE 'Y'.
001540     05  WS-FULL-SWITCH     PIC X(01)  VALUE 'N'.
001550         88  WS-TABLE-FULL             VALUE 'Y'.
001560     05  WS-IO-KEY-SWITCH   PIC X(01)  VALUE 'N'.
001570         88  WS-CHANGE-IS-IO           VALUE 'Y'.
001580     05  WS-SCAN-SWITCH     PIC X(01)  VALUE 'N'.
001590         88  WS-SCAN-DONE              VALUE 'Y'.
001600     05  WS-REF-SWITCH      PIC X(01)  VALUE 'N'.
001610         88  WS-REF-SYSTEM-SET         VALUE 'Y'.
001620     05  WS-PARM-FOUND-SW   PIC X(01)  VALUE 'N'.
001630         88  WS-PARM-FOUND             VALUE 'Y'.

001640*****************************************************
001650* SYSIN CONTROLS - runs compared on each side of a   *
001660* change (000 = 10), the earliest effective date to  *
001670* report (00000000 = the whole trail) and the        *
001680* headline matrix size (0000 = MXPARMF MSIZE, else   *
001690* 0400).  An MSIZE change itself is measured at its  *
001700* old size before and its new size after.            *
001710*****************************************************
001720 01  WS-RUNS-IN             PIC 9(03).
001730 01  WS-RUNS-WANTED         PIC 9(03) COMP VALUE 10.
001740 01  WS-FROM-DATE-IN        PIC 9(08).
001750 01  WS-FROM-DATE           PIC 9(08)  VALUE 0.
001760 01  WS-M-SIZE-IN           PIC 9(04).
001770 01  WS-M-SIZE-WANTED       PIC 9(04)  VALUE 400.

001780 01  WS-PARM-WANTED         PIC X(08).
001790 01  WS-PARM-NUM            PIC 9(09)  VALUE 0.
001800 01  WS-PARM-TODAY          PIC 9(08)  VALUE 0.
001810 01  WS-TODAY-DATE          PIC 9(08).

001820*****************************************************
001830* ENVIRONMENT TABLE - the system-id of the last      *
001840* MXENVF record of each run date, in date order.  A  *
001850* log or I/O run takes the system of its date.       *
001860*****************************************************
001870 77  WS-ENVT-MAX            PIC 9(05) COMP VALUE 6000.
001880 01  WS-ENVT-TABLE.
001890     05  WS-ENVT-ENTRY OCCURS 6000 TIMES.
001900         10  WS-ENVT-DATE     PIC 9(08).
001910         10  WS-ENVT-SYSTEM   PIC X(08).
001920 01  WS-ENVT-COUNT          PIC 9(05) COMP VALUE 0.
001930 01  WS-ENVT-PTR            PIC 9(05) COMP VALUE 1.
001940 01  WS-ENVT-WANTED         PIC 9(08).
001950 01  WS-ENVT-FOUND-SYSTEM   PIC X(08).
001960 77  WS-NOENV-ID            PIC X(08) VALUE '*NO ENV*'.

001970*****************************************************
001980* LOG RUN TABLE - one entry per run date and matrix  *
001990* size, the final (highest sequence) run of the date *
002000* replacing any earlier one, in date order.          *
002010*****************************************************
002020 77  WS-RUN-MAX             PIC 9(05) COMP VALUE 6000.
002030 01  WS-RUN-TABLE.
002040     05  WS-RUN-ENTRY OCCURS 6000 TIMES.
002050         10  WS-RUN-DATE      PIC 9(08).
002060         10  WS-RUN-SIZE      PIC 9(04).
002070         10  WS-RUN-SYSTEM    PIC X(08).
002080         10  WS-RUN-TIME      COMP-2 OCCURS 3 TIMES.
002090 01  WS-RUN-COUNT           PIC 9(05) COMP VALUE 0.
002100 01  WS-RUN-SUB             PIC 9(05) COMP.
002110 01  WS-RUN-SLOT            PIC 9(05) COMP.

002120*****************************************************
002130* I/O RUN TABLE - one entry per MXIOLOG run date,    *
002140* a rerun of the date replacing the earlier run.     *
002150*****************************************************
002160 77  WS-IOR-MAX             PIC 9(05) COMP VALUE 6000.
002170 01  WS-IOR-TABLE.
002180     05  WS-IOR-ENTRY OCCURS 6000 TIMES.
002190         10  WS-IOR-DATE      PIC 9(08).
002200         10  WS-IOR-SYSTEM    PIC X(08).
002210         10  WS-IOR-TIME      COMP-2 OCCURS 2 TIMES.
002220 01  WS-IOR-COUNT           PIC 9(05) COMP VALUE 0.
002230 01  WS-IOR-SUB             PIC 9(05) COMP.

002240*****************************************************
002250* ALERT TABLE - the run date of every MXAHIST alert  *
002260* and whether it came from the I/O benchmark (the    *
002270* IOWRT/IORD metrics) or from MatrixCalculation.     *
002280*****************************************************
002290 77  WS-ALT-MAX             PIC 9(05) COMP VALUE 6000.
002300 01  WS-ALT-TABLE.
002310     05  WS-ALT-ENTRY OCCURS 6000 TIMES.
002320         10  WS-ALT-DATE      PIC 9(08).
002330         10  WS-ALT-IO-SW     PIC X(01).
002340             88  WS-ALT-IS-IO          VALUE 'Y'.
002350 01  WS-ALT-COUNT           PIC 9(05) COMP VALUE 0.
002360 01  WS-ALT-SUB             PIC 9(05) COMP.

002370*****************************************************
002380* CHANGE TABLE - the MXPAUDIT changes that took      *
002390* effect (APR, and the direct ADD/UPD of the trail   *
002400* before two-person approval), in trail order.       *
002410*****************************************************
002420 77  WS-CHG-MAX             PIC 9(04) COMP VALUE 500.
002430 01  WS-CHG-TABLE.
002440     05  WS-CHG-ENTRY OCCURS 500 TIMES.
002450         10  WS-CHG-KEY       PIC X(08).
002460         10  WS-CHG-ACTION    PIC X(03).
002470         10  WS-CHG-OLD-VALUE PIC 9(09).
002480         10  WS-CHG-NEW-VALUE PIC 9(09).
002490         10  WS-CHG-EFF-DATE  PIC 9(08).
002500         10  WS-CHG-UPD-USER  PIC X(08).
002510         10  WS-CHG-UPD-DATE  PIC 9(08).
002520         10  WS-CHG-PROP-USER PIC X(08).
002530         10  WS-CHG-PROP-DATE PIC X(08).
002540 01  WS-CHG-COUNT           PIC 9(04) COMP VALUE 0.
002550 01  WS-CHG-SUB             PIC 9(04) COMP.
002560 01  WS-CHG-MOVED           PIC 9(04) COMP VALUE 0.

002570*****************************************************
002580* PERIOD ACCUMULATORS - 1 = the runs before the      *
002590* effective date, 2 = the runs from it on.  Spread   *
002600* is the standard deviation of the period's runs.    *
002610*****************************************************
002620 01  WS-PERIOD-TABLE.
002630     05  WS-PER-ENTRY OCCURS 2 TIMES.
002640         10  WS-PER-COUNT     PIC 9(04) COMP.
002650         10  WS-PER-FIRST-DATE PIC 9(08).
002660         10  WS-PER-LAST-DATE PIC 9(08).
002670         10  WS-PER-SIZE      PIC 9(04).
002680         10  WS-PER-OTHER-SYS PIC 9(04) COMP.
002690         10  WS-PER-ALERTS    PIC 9(05) COMP.
002700         10  WS-PER-STAT OCCURS 3 TIMES.
002710             15  WS-PER-SUM   COMP-2.
002720             15  WS-PER-SUMSQ COMP-2.
002730             15  WS-PER-AVG   COMP-2.
002740             15  WS-PER-SD    COMP-2.
002750 01  WS-PER                 PIC 9(01) COMP.
002760 01  WS-METRIC              PIC 9(01) COMP.
002770 01  WS-METRIC-COUNT        PIC 9(01) COMP.
002780 01  WS-REF-SYSTEM          PIC X(08).
002790 01  WS-SIZE-BEFORE         PIC 9(04).
002800 01  WS-SIZE-AFTER          PIC 9(04).

002810 01  WS-SAMPLE-DATE         PIC 9(08).
002820 01  WS-SAMPLE-SYSTEM       PIC X(08).
002830 01  WS-SAMPLE-TIME         COMP-2 OCCURS 3 TIMES.
002840 01  WS-SQUARE              COMP-2 VALUE 0.
002850 01  WS-VARIANCE            COMP-2 VALUE 0.
002860 01  WS-CHANGE-PCT          COMP-2 VALUE 0.

002870*****************************************************
002880* TIME DE-EDIT WORK AREA - the logged timings are    *
002890* numeric-edited (PIC 9(03).9(06)) so each is pulled *
002900* apart by reference modification and recombined     *
002910* arithmetically before use.                         *
002920*****************************************************
002930 01  WS-TIME-EDIT           PIC 9(03).9(06).
002940 01  WS-TIME-INT            PIC 9(03).
002950 01  WS-TIME-FRAC           PIC 9(06).
002960 01  WS-TIME-NUM            COMP-2 VALUE 0.

002970*****************************************************
002980* METRIC NAMES FOR THE REPORT LINES                  *
002990*****************************************************
003000 01  WS-METRIC-NAMES-TEXT   PIC X(15) VALUE 'TIME1TIME2TIME3'.
003010 01  WS-METRIC-NAMES REDEFINES WS-METRIC-NAMES-TEXT.
003020     05  WS-METRIC-NAME OCCURS 3 TIMES PIC X(05).
003030 01  WS-IO-NAMES-TEXT       PIC X(10) VALUE 'WRITEREAD '.
003040 01  WS-IO-NAMES REDEFINES WS-IO-NAMES-TEXT.
003050     05  WS-IO-NAME OCCURS 2 TIMES PIC X(05).

003060*****************************************************
003070* COUNTS                                             *
003080*****************************************************
003090 01  WS-AUDIT-READ          PIC 9(07) COMP VALUE 0.
003100 01  WS-COUNT-TXT           PIC ZZZZZZ9.
003110 01  WS-MOVED-TXT           PIC ZZZZZZ9.

003120*****************************************************
003130* PRINT CONTROL AND REPORT LINES                     *
003140*****************************************************
003150 77  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 56.
003160 77  WS-BLOCK-LINES         PIC 9(03) COMP VALUE 11.
003170 01  WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
003180 01  WS-PAGE-COUNT          PIC 9(04) COMP VALUE 0.

003190 01  WS-HDG1-LINE.
003200     05  FILLER             PIC X(33) VALUE
003210         'PARAMETER CHANGE IMPACT REPORT - '.
003220     05  WS-HDG1-DATE       PIC X(10).
003230     05  FILLER             PIC X(67) VALUE SPACES.
003240     05  FILLER             PIC X(05) VALUE 'PAGE '.
003250     05  WS-HDG1-PAGE       PIC ZZZ9.
003260     05  FILLER             PIC X(13) VALUE SPACES.

003270 01  WS-HDG2-LINE.
003280     05  FILLER             PIC X(24) VALUE
003290         'RUNS COMPARED PER SIDE: '.
003300     05  WS-HDG2-RUNS       PIC ZZ9.
003310     05  FILLER             PIC X(19) VALUE
003320         '   HEADLINE SIZE: '.
003330     05  WS-HDG2-SIZE       PIC 9(04).
003340     05  FILLER             PIC X(30) VALUE
003350         '   CHANGES EFFECTIVE FROM: '.
003360     05  WS-HDG2-FROM       PIC X(10).
003370     05  FILLER             PIC X(42) VALUE SPACES.

003380 01  WS-CHANGE-LINE.
003390     05  FILLER             PIC X(10) VALUE 'PARAMETER '.
003400     05  WS-CHL-KEY         PIC X(08).
003410     05  FILLER             PIC X(12) VALUE
003420         '  EFFECTIVE '.
003430     05  WS-CHL-EFF-DATE    PIC 9(08).
003440     05  FILLER             PIC X(06) VALUE '  OLD '.
003450     05  WS-CHL-OLD         PIC ZZZZZZZZ9.
003460     05  FILLER             PIC X(06) VALUE '  NEW '.
003470     05  WS-CHL-NEW         PIC ZZZZZZZZ9.
003480     05  FILLER             PIC X(02) VALUE SPACES.
003490     05  WS-CHL-WHO         PIC X(62).

003500 01  WS-HDG-PERIOD-COLS.
003510     05  FILLER             PIC X(04) VALUE SPACES.
003520     05  FILLER             PIC X(09) VALUE 'PERIOD'.
003530     05  FILLER             PIC X(08) VALUE 'SOURCE'.
003540     05  FILLER             PIC X(06) VALUE '  SIZE'.
003550     05  FILLER             PIC X(07) VALUE '   RUNS'.
003560     05  FILLER             PIC X(11) VALUE '  FIRST RUN'.
003570     05  FILLER             PIC X(11) VALUE '   LAST RUN'.
003580     05  FILLER             PIC X(08) VALUE '  ALERTS'.
003590     05  FILLER             PIC X(68) VALUE '  SYSTEM'.

003600 01  WS-PERIOD-LINE.
003610     05  FILLER             PIC X(04) VALUE SPACES.
003620     05  WS-PRL-PERIOD      PIC X(06).
003630     05  FILLER             PIC X(03) VALUE SPACES.
003640     05  WS-PRL-SOURCE      PIC X(07).
003650     05  FILLER             PIC X(03) VALUE SPACES.
003660     05  WS-PRL-SIZE        PIC X(04).
003670     05  FILLER             PIC X(02) VALUE SPACES.
003680     05  WS-PRL-RUNS        PIC ZZZZ9.
003690     05  FILLER             PIC X(03) VALUE SPACES.
003700     05  WS-PRL-FIRST       PIC X(08).
003710     05  FILLER             PIC X(03) VALUE SPACES.
003720     05  WS-PRL-LAST        PIC X(08).
003730     05  FILLER             PIC X(03) VALUE SPACES.
003740     05  WS-PRL-ALERTS      PIC ZZZZ9.
003750     05  FILLER             PIC X(02) VALUE SPACES.
003760     05  WS-PRL-SYSTEM      PIC X(66).

003770 01  WS-HDG-METRIC-COLS.
003780     05  FILLER             PIC X(04) VALUE SPACES.
003790     05  FILLER             PIC X(09) VALUE 'METRIC'.
003800     05  FILLER             PIC X(14) VALUE '    BEFORE AVG'.
003810     05  FILLER             PIC X(14) VALUE '     BEFORE SD'.
003820     05  FILLER             PIC X(14) VALUE '     AFTER AVG'.
003830     05  FILLER             PIC X(14) VALUE '      AFTER SD'.
003840     05  FILLER             PIC X(12) VALUE '  CHANGE PCT'.
003850     05  FILLER             PIC X(51) VALUE SPACES.

003860 01  WS-METRIC-LINE.
003870     05  FILLER             PIC X(04) VALUE SPACES.
003880     05  WS-MTL-METRIC      PIC X(05).
003890     05  FILLER             PIC X(08) VALUE SPACES.
003900     05  WS-MTL-BEF-AVG     PIC ZZ9.999999.
003910     05  FILLER             PIC X(04) VALUE SPACES.
003920     05  WS-MTL-BEF-SD      PIC ZZ9.999999.
003930     05  FILLER             PIC X(04) VALUE SPACES.
003940     05  WS-MTL-AFT-AVG     PIC ZZ9.999999.
003950     05  FILLER             PIC X(04) VALUE SPACES.
003960     05  WS-MTL-AFT-SD      PIC ZZ9.999999.
003970     05  FILLER             PIC X(05) VALUE SPACES.
003980     05  WS-MTL-PCT         PIC ++++9.9.
003990     05  FILLER             PIC X(51) VALUE SPACES.

004000 01  WS-DATE-TXT            PIC 9(08).
004010 01  WS-SIZE-TXT            PIC 9(04).
004020 01  WS-OTHER-TXT           PIC ZZZ9.
004030 01  WS-RUNS-TXT            PIC ZZ9.

004040 01  WS-MESSAGE-LINE.
004050     05  WS-MSG-TEXT        PIC X(132).

004060 01  WS-PRINT-LINE          PIC X(132).

004070 PROCEDURE DIVISION.

004080*****************************************************
004090* 0000-MAINLINE                                      *
004100*****************************************************
004110 0000-MAINLINE.

004120     PERFORM 1000-INITIALIZE
004130         THRU 1000-INITIALIZE-EXIT.

004140     PERFORM 2000-OPEN-FILES
004150         THRU 2000-OPEN-FILES-EXIT.

004160     PERFORM 2100-LOAD-ENVIRONMENT
004170         THRU 2100-LOAD-ENVIRONMENT-EXIT.

004180     PERFORM 2200-LOAD-LOG-RUNS
004190         THRU 2200-LOAD-LOG-RUNS-EXIT.

004200     PERFORM 2300-LOAD-IO-RUNS
004210         THRU 2300-LOAD-IO-RUNS-EXIT.

004220     PERFORM 2400-LOAD-ALERTS
004230         THRU 2400-LOAD-ALERTS-EXIT.

004240     PERFORM 2500-LOAD-CHANGES
004250         THRU 2500-LOAD-CHANGES-EXIT.

004260     PERFORM 3000-REPORT-CHANGES
004270         THRU 3000-REPORT-CHANGES-EXIT.

004280     PERFORM 4000-PRINT-SUMMARY
004290         THRU 4000-PRINT-SUMMARY-EXIT.

004300     PERFORM 7000-CLOSE-FILES
004310         THRU 7000-CLOSE-FILES-EXIT.

004320     IF WS-CHG-COUNT = 0
004330         MOVE 4 TO RETURN-CODE
004340     END-IF.

004350     GO TO 9999-EXIT.

004360*****************************************************
004370* 1000-INITIALIZE - the runs-per-side, from-date and *
004380* headline-size cards; zero keeps each default.      *
004390*****************************************************
004400 1000-INITIALIZE.

004410     MOVE 0 TO RETURN-CODE.

004420     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

004430     PERFORM 1100-LOAD-PARAMETERS
004440         THRU 1100-LOAD-PARAMETERS-EXIT.

004450     MOVE 0 TO WS-RUNS-IN.
004460     ACCEPT WS-RUNS-IN.
004470     IF WS-RUNS-IN > 0
004480         MOVE WS-RUNS-IN TO WS-RUNS-WANTED
004490     END-IF.

004500     MOVE 0 TO WS-FROM-DATE-IN.
004510     ACCEPT WS-FROM-DATE-IN.
004520     IF WS-FROM-DATE-IN > 0
004530         MOVE WS-FROM-DATE-IN TO WS-FROM-DATE
004540     END-IF.

004550     MOVE 0 TO WS-M-SIZE-IN.
004560     ACCEPT WS-M-SIZE-IN.
004570     IF WS-M-SIZE-IN > 0
004580         MOVE WS-M-SIZE-IN TO WS-M-SIZE-WANTED
004590     END-IF.

004600     MOVE SPACES TO WS-HDG1-DATE.
004610     MOVE WS-TODAY-DATE (1:4) TO WS-HDG1-DATE (1:4).
004620     MOVE '-' TO WS-HDG1-DATE (5:1).
004630     MOVE WS-TODAY-DATE (5:2) TO WS-HDG1-DATE (6:2).
004640     MOVE '-' TO WS-HDG1-DATE (8:1).
004650     MOVE WS-TODAY-DATE (7:2) TO WS-HDG1-DATE (9:2).

004660     MOVE WS-RUNS-WANTED TO WS-HDG2-RUNS.
004670     MOVE WS-M-SIZE-WANTED TO WS-HDG2-SIZE.
004680     IF WS-FROM-DATE = 0
004690         MOVE 'ALL' TO WS-HDG2-FROM
004700     ELSE
004710         MOVE WS-FROM-DATE TO WS-HDG2-FROM
004720     END-IF.

004730 1000-INITIALIZE-EXIT.
004740     EXIT.

004750*****************************************************
004760* 1100-LOAD-PARAMETERS - reads the MSIZE default out *
004770* of the central MXPARMF KSDS.  Only a record whose  *
004780* effective date has arrived is used; a missing file *
004790* or key keeps the 0400 default, and a nonzero SYSIN *
004800* card read afterwards still overrides it.           *
004810*****************************************************
004820 1100-LOAD-PARAMETERS.

004830     MOVE WS-TODAY-DATE TO WS-PARM-TODAY.

004840     OPEN INPUT PARM-FILE.

004850     IF WS-MXPARM-STATUS NOT = '00'
004860         DISPLAY 'MATRIXPARMIMPACT: MXPARMF NOT AVAILABLE, '
004870                 'STATUS= ' WS-MXPARM-STATUS
004880                 ' - USING PROGRAM DEFAULTS AND SYSIN.'
004890         GO TO 1100-LOAD-PARAMETERS-EXIT
004900     END-IF.

004910     MOVE 'MSIZE' TO WS-PARM-WANTED.
004920     PERFORM 1110-GET-ONE-PARM
004930         THRU 1110-GET-ONE-PARM-EXIT.
004940     IF WS-PARM-FOUND AND WS-PARM-NUM > 0
004950         AND WS-PARM-NUM < 10000
004960         MOVE WS-PARM-NUM TO WS-M-SIZE-WANTED
004970     END-IF.

004980     CLOSE PARM-FILE.

004990 1100-LOAD-PARAMETERS-EXIT.
005000     EXIT.

005010*****************************************************
005020* 1110-GET-ONE-PARM - random read of one MXPARMF key *
005030* into the WS-PARM staging fields; found means found *
005040* AND already effective today.                       *
005050*****************************************************
005060 1110-GET-ONE-PARM.

005070     MOVE 'N' TO WS-PARM-FOUND-SW.
005080     MOVE WS-PARM-WANTED TO MX-PARM-KEY.

005090     READ PARM-FILE
005100         INVALID KEY
005110             CONTINUE
005120         NOT INVALID KEY
005130             IF MX-PARM-EFF-DATE NOT > WS-PARM-TODAY
005140                 MOVE 'Y' TO WS-PARM-FOUND-SW
005150                 MOVE MX-PARM-VALUE TO WS-PARM-NUM
005160             END-IF
005170     END-READ.

005180 1110-GET-ONE-PARM-EXIT.
005190     EXIT.

005200*****************************************************
005210* 2000-OPEN-FILES - MXPAUDIT, MXLOGF and the report  *
005220* are required.  MXENVF, MXIOLOG and MXAHIST are     *
005230* optional: without MXENVF no system move can be     *
005240* flagged, without MXIOLOG the IO keys show no runs, *
005250* without MXAHIST no alerts are counted.             *
005260*****************************************************
005270 2000-OPEN-FILES.

005280     OPEN INPUT AUDIT-FILE.

005290     IF WS-MXPAUD-STATUS NOT = '00'
005300         DISPLAY 'MATRIXPARMIMPACT: MXPAUDIT NOT AVAILABLE, '
005310                 'STATUS= ' WS-MXPAUD-STATUS
005320         MOVE 8 TO RETURN-CODE
005330         GO TO 9999-EXIT
005340     END-IF.

005350     OPEN INPUT MX-LOG-FILE.

005360     IF WS-MXLOGF-STATUS NOT = '00'
005370         DISPLAY 'MATRIXPARMIMPACT: MXLOGF NOT AVAILABLE, '
005380                 'STATUS= ' WS-MXLOGF-STATUS
005390         MOVE 8 TO RETURN-CODE
005400         GO TO 9999-EXIT
005410     END-IF.

005420     OPEN OUTPUT REPORT-FILE.

005430     IF WS-MXPIRPT-STATUS NOT = '00'
005440         DISPLAY 'MATRIXPARMIMPACT: MXPIRPT NOT AVAILABLE, '
005450                 'STATUS= ' WS-MXPIRPT-STATUS
005460         MOVE 8 TO RETURN-CODE
005470         GO TO 9999-EXIT
005480     END-IF.

005490     OPEN INPUT ENV-FILE.
005500     IF WS-MXENVF-STATUS = '00'
005510         SET WS-ENV-AVAILABLE TO TRUE
005520     ELSE
005530         DISPLAY 'MATRIXPARMIMPACT: MXENVF NOT AVAILABLE, '
005540                 'STATUS= ' WS-MXENVF-STATUS
005550                 ' - SYSTEM MOVES NOT CHECKED.'
005560     END-IF.

005570     OPEN INPUT IO-LOG-FILE.
005580     IF WS-MXIOLG-STATUS = '00'
005590         SET WS-IOLOG-AVAILABLE TO TRUE
005600     ELSE
005610         DISPLAY 'MATRIXPARMIMPACT: MXIOLOG NOT AVAILABLE, '
005620                 'STATUS= ' WS-MXIOLG-STATUS
005630                 ' - IO KEYS SHOW NO RUNS.'
005640     END-IF.

005650     OPEN INPUT AHIST-FILE.
005660     IF WS-MXAHST-STATUS = '00'
005670         SET WS-AHIST-AVAILABLE TO TRUE
005680     ELSE
005690         DISPLAY 'MATRIXPARMIMPACT: MXAHIST NOT AVAILABLE, '
005700                 'STATUS= ' WS-MXAHST-STATUS
005710                 ' - ALERTS NOT COUNTED.'
005720     END-IF.

005730 2000-OPEN-FILES-EXIT.
005740     EXIT.

005750*****************************************************
005760* 2100-LOAD-ENVIRONMENT - tables the system-id of    *
005770* each run date.  MXENVF arrives in date + sequence  *
005780* order, so the last record of a date (its final     *
005790* run) overwrites the earlier ones.                  *
005800*****************************************************
005810 2100-LOAD-ENVIRONMENT.

005820     IF NOT WS-ENV-AVAILABLE
005830         GO TO 2100-LOAD-ENVIRONMENT-EXIT
005840     END-IF.

005850     MOVE 'N' TO WS-EOF-SWITCH.

005860     PERFORM 2110-READ-ENV-RECORD
005870         THRU 2110-READ-ENV-RECORD-EXIT
005880         UNTIL WS-END-OF-FILE.

005890 2100-LOAD-ENVIRONMENT-EXIT.
005900     EXIT.

005910 2110-READ-ENV-RECORD.

005920     READ ENV-FILE
005930         AT END
005940             MOVE 'Y' TO WS-EOF-SWITCH
005950             GO TO 2110-READ-ENV-RECORD-EXIT
005960     END-READ.

005970     IF WS-ENVT-COUNT > 0
005980         IF WS-ENVT-DATE (WS-ENVT-COUNT) = MX-ENV-RUN-DATE
005990             MOVE MX-ENV-SYSTEM-ID
006000                 TO WS-ENVT-SYSTEM (WS-ENVT-COUNT)
006010             GO TO 2110-READ-ENV-RECORD-EXIT
006020         END-IF
006030     END-IF.

006040     IF WS-ENVT-COUNT NOT < WS-ENVT-MAX
006050         PERFORM 8400-TABLE-FULL
006060             THRU 8400-TABLE-FULL-EXIT
006070         GO TO 2110-READ-ENV-RECORD-EXIT
006080     END-IF.

006090     ADD 1 TO WS-ENVT-COUNT.
006100     MOVE MX-ENV-RUN-DATE TO WS-ENVT-DATE (WS-ENVT-COUNT).
006110     MOVE MX-ENV-SYSTEM-ID TO WS-ENVT-SYSTEM (WS-ENVT-COUNT).

006120 2110-READ-ENV-RECORD-EXIT.
006130     EXIT.

006140*****************************************************
006150* 2200-LOAD-LOG-RUNS - tables every MXLOGF record.   *
006160* A rerun of a date at the same size replaces the    *
006170* earlier run, so each date and size is its final    *
006180* run.                                               *
006190*****************************************************
006200 2200-LOAD-LOG-RUNS.

006210     MOVE 'N' TO WS-EOF-SWITCH.
006220     MOVE 1 TO WS-ENVT-PTR.

006230     PERFORM 2210-READ-LOG-RECORD
006240         THRU 2210-READ-LOG-RECORD-EXIT
006250         UNTIL WS-END-OF-FILE.

006260 2200-LOAD-LOG-RUNS-EXIT.
006270     EXIT.

006280 2210-READ-LOG-RECORD.

006290     READ MX-LOG-FILE
006300         AT END
006310             MOVE 'Y' TO WS-EOF-SWITCH
006320             GO TO 2210-READ-LOG-RECORD-EXIT
006330     END-READ.

006340     MOVE 0 TO WS-RUN-SLOT.

006350     PERFORM 2220-FIND-SAME-RUN
006360         THRU 2220-FIND-SAME-RUN-EXIT
006370         VARYING WS-RUN-SUB FROM WS-RUN-COUNT BY -1
006380         UNTIL WS-RUN-SUB < 1
006390         OR WS-RUN-SLOT > 0.

006400     IF WS-RUN-SLOT = 0
006410         IF WS-RUN-COUNT NOT < WS-RUN-MAX
006420             PERFORM 8400-TABLE-FULL
006430                 THRU 8400-TABLE-FULL-EXIT
006440             GO TO 2210-READ-LOG-RECORD-EXIT
006450         END-IF
006460         ADD 1 TO WS-RUN-COUNT
006470         MOVE WS-RUN-COUNT TO WS-RUN-SLOT
006480     END-IF.

006490     MOVE MX-LOG-RUN-DATE TO WS-RUN-DATE (WS-RUN-SLOT).
006500     MOVE MX-LOG-M-SIZE TO WS-RUN-SIZE (WS-RUN-SLOT).

006510     MOVE MX-LOG-RUN-DATE TO WS-ENVT-WANTED.
006520     PERFORM 8300-FIND-SYSTEM
006530         THRU 8300-FIND-SYSTEM-EXIT.
006540     MOVE WS-ENVT-FOUND-SYSTEM TO WS-RUN-SYSTEM (WS-RUN-SLOT).

006550     MOVE MX-LOG-TIME1 TO WS-TIME-EDIT.
006560     PERFORM 8200-CONVERT-TIME
006570         THRU 8200-CONVERT-TIME-EXIT.
006580     MOVE WS-TIME-NUM TO WS-RUN-TIME (WS-RUN-SLOT, 1).

006590     MOVE MX-LOG-TIME2 TO WS-TIME-EDIT.
006600     PERFORM 8200-CONVERT-TIME
006610         THRU 8200-CONVERT-TIME-EXIT.
006620     MOVE WS-TIME-NUM TO WS-RUN-TIME (WS-RUN-SLOT, 2).

006630     MOVE MX-LOG-TIME3 TO WS-TIME-EDIT.
006640     PERFORM 8200-CONVERT-TIME
006650         THRU 8200-CONVERT-TIME-EXIT.
006660     MOVE WS-TIME-NUM TO WS-RUN-TIME (WS-RUN-SLOT, 3).

006670 2210-READ-LOG-RECORD-EXIT.
006680     EXIT.

006690*****************************************************
006700* 2220-FIND-SAME-RUN - looks back through the        *
006710* entries of the current record's date for one at    *
006720* the same size; stops at an earlier date.           *
006730*****************************************************
006740 2220-FIND-SAME-RUN.

006750     IF WS-RUN-DATE (WS-RUN-SUB) NOT = MX-LOG-RUN-DATE
006760         MOVE 1 TO WS-RUN-SUB
006770         GO TO 2220-FIND-SAME-RUN-EXIT
006780     END-IF.

006790     IF WS-RUN-SIZE (WS-RUN-SUB) = MX-LOG-M-SIZE
006800         MOVE WS-RUN-SUB TO WS-RUN-SLOT
006810     END-IF.

006820 2220-FIND-SAME-RUN-EXIT.
006830     EXIT.

006840*****************************************************
006850* 2300-LOAD-IO-RUNS - tables every MXIOLOG run, a    *
006860* rerun of the date replacing the earlier one.       *
006870*****************************************************
006880 2300-LOAD-IO-RUNS.

006890     IF NOT WS-IOLOG-AVAILABLE
006900         GO TO 2300-LOAD-IO-RUNS-EXIT
006910     END-IF.

006920     MOVE 'N' TO WS-EOF-SWITCH.
006930     MOVE 1 TO WS-ENVT-PTR.

006940     PERFORM 2310-READ-IO-RECORD
006950         THRU 2310-READ-IO-RECORD-EXIT
006960         UNTIL WS-END-OF-FILE.

006970 2300-LOAD-IO-RUNS-EXIT.
006980     EXIT.

006990 2310-READ-IO-RECORD.

007000     READ IO-LOG-FILE
007010         AT END
007020             MOVE 'Y' TO WS-EOF-SWITCH
007030             GO TO 2310-READ-IO-RECORD-EXIT
007040     END-READ.

007050     MOVE 0 TO WS-IOR-SUB.
007060     IF WS-IOR-COUNT > 0
007070         IF WS-IOR-DATE (WS-IOR-COUNT) = IO-LOG-RUN-DATE
007080             MOVE WS-IOR-COUNT TO WS-IOR-SUB
007090         END-IF
007100     END-IF.

007110     IF WS-IOR-SUB = 0
007120         IF WS-IOR-COUNT NOT < WS-IOR-MAX
007130             PERFORM 8400-TABLE-FULL
007140                 THRU 8400-TABLE-FULL-EXIT
007150             GO TO 2310-READ-IO-RECORD-EXIT
007160         END-IF
007170         ADD 1 TO WS-IOR-COUNT
007180         MOVE WS-IOR-COUNT TO WS-IOR-SUB
007190     END-IF.

007200     MOVE IO-LOG-RUN-DATE TO WS-IOR-DATE (WS-IOR-SUB).

007210     MOVE IO-LOG-RUN-DATE TO WS-ENVT-WANTED.
007220     PERFORM 8300-FIND-SYSTEM
007230         THRU 8300-FIND-SYSTEM-EXIT.
007240     MOVE WS-ENVT-FOUND-SYSTEM TO WS-IOR-SYSTEM (WS-IOR-SUB).

007250     MOVE IO-LOG-TIME-WRITE TO WS-TIME-EDIT.
007260     PERFORM 8200-CONVERT-TIME
007270         THRU 8200-CONVERT-TIME-EXIT.
007280     MOVE WS-TIME-NUM TO WS-IOR-TIME (WS-IOR-SUB, 1).

007290     MOVE IO-LOG-TIME-READ TO WS-TIME-EDIT.
007300     PERFORM 8200-CONVERT-TIME
007310         THRU 8200-CONVERT-TIME-EXIT.
007320     MOVE WS-TIME-NUM TO WS-IOR-TIME (WS-IOR-SUB, 2).

007330 2310-READ-IO-RECORD-EXIT.
007340     EXIT.

007350*****************************************************
007360* 2400-LOAD-ALERTS - tables the run date of every    *
007370* MXAHIST alert, marking the I/O benchmark's.        *
007380*****************************************************
007390 2400-LOAD-ALERTS.

007400     IF NOT WS-AHIST-AVAILABLE
007410         GO TO 2400-LOAD-ALERTS-EXIT
007420     END-IF.

007430     MOVE 'N' TO WS-EOF-SWITCH.

007440     PERFORM 2410-READ-ALERT-RECORD
007450         THRU 2410-READ-ALERT-RECORD-EXIT
007460         UNTIL WS-END-OF-FILE.

007470 2400-LOAD-ALERTS-EXIT.
007480     EXIT.

007490 2410-READ-ALERT-RECORD.

007500     READ AHIST-FILE
007510         AT END
007520             MOVE 'Y' TO WS-EOF-SWITCH
007530             GO TO 2410-READ-ALERT-RECORD-EXIT
007540     END-READ.

007550     IF WS-ALT-COUNT NOT < WS-ALT-MAX
007560         PERFORM 8400-TABLE-FULL
007570             THRU 8400-TABLE-FULL-EXIT
007580         GO TO 2410-READ-ALERT-RECORD-EXIT
007590     END-IF.

007600     ADD 1 TO WS-ALT-COUNT.
007610     MOVE MX-AHIST-RUN-DATE TO WS-ALT-DATE (WS-ALT-COUNT).
007620     IF MX-AHIST-METRIC (1:2) = 'IO'
007630         MOVE 'Y' TO WS-ALT-IO-SW (WS-ALT-COUNT)
007640     ELSE
007650         MOVE 'N' TO WS-ALT-IO-SW (WS-ALT-COUNT)
007660     END-IF.

007670 2410-READ-ALERT-RECORD-EXIT.
007680     EXIT.

007690*****************************************************
007700* 2500-LOAD-CHANGES - tables the MXPAUDIT changes    *
007710* that reached MXPARMF on or after the from-date.    *
007720* Proposals and rejections changed nothing and are   *
007730* left out.                                          *
007740*****************************************************
007750 2500-LOAD-CHANGES.

007760     MOVE 'N' TO WS-EOF-SWITCH.

007770     PERFORM 2510-READ-AUDIT-RECORD
007780         THRU 2510-READ-AUDIT-RECORD-EXIT
007790         UNTIL WS-END-OF-FILE.

007800     MOVE WS-AUDIT-READ TO WS-COUNT-TXT.
007810     DISPLAY 'MATRIXPARMIMPACT: ' WS-COUNT-TXT
007820             ' MXPAUDIT RECORD(S) READ.'.
007830     MOVE WS-CHG-COUNT TO WS-COUNT-TXT.
007840     DISPLAY 'MATRIXPARMIMPACT: ' WS-COUNT-TXT
007850             ' EFFECTIVE CHANGE(S) TO REPORT.'.

007860 2500-LOAD-CHANGES-EXIT.
007870     EXIT.

007880 2510-READ-AUDIT-RECORD.

007890     READ AUDIT-FILE
007900         AT END
007910             MOVE 'Y' TO WS-EOF-SWITCH
007920             GO TO 2510-READ-AUDIT-RECORD-EXIT
007930     END-READ.

007940     ADD 1 TO WS-AUDIT-READ.

007950     IF MX-PAUD-ACTION NOT = 'APR'
007960         AND MX-PAUD-ACTION NOT = 'UPD'
007970         AND MX-PAUD-ACTION NOT = 'ADD'
007980         GO TO 2510-READ-AUDIT-RECORD-EXIT
007990     END-IF.

008000     IF MX-PAUD-EFF-DATE < WS-FROM-DATE
008010         GO TO 2510-READ-AUDIT-RECORD-EXIT
008020     END-IF.

008030     IF WS-CHG-COUNT NOT < WS-CHG-MAX
008040         PERFORM 8400-TABLE-FULL
008050             THRU 8400-TABLE-FULL-EXIT
008060         GO TO 2510-READ-AUDIT-RECORD-EXIT
008070     END-IF.

008080     ADD 1 TO WS-CHG-COUNT.
008090     MOVE MX-PAUD-PARM-KEY  TO WS-CHG-KEY (WS-CHG-COUNT).
008100     MOVE MX-PAUD-ACTION    TO WS-CHG-ACTION (WS-CHG-COUNT).
008110     MOVE MX-PAUD-OLD-VALUE TO WS-CHG-OLD-VALUE (WS-CHG-COUNT).
008120     MOVE MX-PAUD-NEW-VALUE TO WS-CHG-NEW-VALUE (WS-CHG-COUNT).
008130     MOVE MX-PAUD-EFF-DATE  TO WS-CHG-EFF-DATE (WS-CHG-COUNT).
008140     MOVE MX-PAUD-UPD-USER  TO WS-CHG-UPD-USER (WS-CHG-COUNT).
008150     MOVE MX-PAUD-UPD-DATE  TO WS-CHG-UPD-DATE (WS-CHG-COUNT).
008160     MOVE MX-PAUD-PROP-USER TO WS-CHG-PROP-USER (WS-CHG-COUNT).
008170     MOVE MX-PAUD-PROP-DATE TO WS-CHG-PROP-DATE (WS-CHG-COUNT).

008180 2510-READ-AUDIT-RECORD-EXIT.
008190     EXIT.

008200*****************************************************
008210* 3000-REPORT-CHANGES - one block per change.        *
008220*****************************************************
008230 3000-REPORT-CHANGES.

008240     PERFORM 3100-REPORT-ONE-CHANGE
008250         THRU 3100-REPORT-ONE-CHANGE-EXIT
008260         VARYING WS-CHG-SUB FROM 1 BY 1
008270         UNTIL WS-CHG-SUB > WS-CHG-COUNT.

008280 3000-REPORT-CHANGES-EXIT.
008290     EXIT.

008300*****************************************************
008310* 3100-REPORT-ONE-CHANGE - measures the two periods  *
008320* around the change's effective date and prints its  *
008330* block.  The IO keys are measured on MXIOLOG, every *
008340* other key on MXLOGF at the headline size - except  *
008350* MSIZE, measured at its old size before and its new *
008360* size after.  The reference system is the one the   *
008370* last run before the change ran on (the first run   *
008380* after it, when there is none before).              *
008390*****************************************************
008400 3100-REPORT-ONE-CHANGE.

008410     INITIALIZE WS-PERIOD-TABLE.
008420     MOVE 'N' TO WS-REF-SWITCH.
008430     MOVE SPACES TO WS-REF-SYSTEM.

008440     IF WS-CHG-KEY (WS-CHG-SUB) = 'IORECCT'
008450         OR WS-CHG-KEY (WS-CHG-SUB) = 'IOWRTCL'
008460         OR WS-CHG-KEY (WS-CHG-SUB) = 'IORDCL'
008470         SET WS-CHANGE-IS-IO TO TRUE
008480         MOVE 2 TO WS-METRIC-COUNT
008490     ELSE
008500         MOVE 'N' TO WS-IO-KEY-SWITCH
008510         MOVE 3 TO WS-METRIC-COUNT
008520     END-IF.

008530     MOVE WS-M-SIZE-WANTED TO WS-SIZE-BEFORE.
008540     MOVE WS-M-SIZE-WANTED TO WS-SIZE-AFTER.
008550     IF WS-CHG-KEY (WS-CHG-SUB) = 'MSIZE'
008560         IF WS-CHG-OLD-VALUE (WS-CHG-SUB) > 0
008570             AND WS-CHG-OLD-VALUE (WS-CHG-SUB) < 10000
008580             MOVE WS-CHG-OLD-VALUE (WS-CHG-SUB)
008590                 TO WS-SIZE-BEFORE
008600         END-IF
008610         IF WS-CHG-NEW-VALUE (WS-CHG-SUB) > 0
008620             AND WS-CHG-NEW-VALUE (WS-CHG-SUB) < 10000
008630             MOVE WS-CHG-NEW-VALUE (WS-CHG-SUB)
008640                 TO WS-SIZE-AFTER
008650         END-IF
008660     END-IF.
008670     MOVE WS-SIZE-BEFORE TO WS-PER-SIZE (1).
008680     MOVE WS-SIZE-AFTER TO WS-PER-SIZE (2).

008690     PERFORM 3200-MEASURE-BEFORE
008700         THRU 3200-MEASURE-BEFORE-EXIT.

008710     PERFORM 3300-MEASURE-AFTER
008720         THRU 3300-MEASURE-AFTER-EXIT.

008730     PERFORM 3500-FINISH-PERIOD
008740         THRU 3500-FINISH-PERIOD-EXIT
008750         VARYING WS-PER FROM 1 BY 1
008760         UNTIL WS-PER > 2.

008770     IF WS-PER-OTHER-SYS (1) > 0
008780         OR WS-PER-OTHER-SYS (2) > 0
008790         ADD 1 TO WS-CHG-MOVED
008800     END-IF.

008810     PERFORM 3700-PRINT-CHANGE-BLOCK
008820         THRU 3700-PRINT-CHANGE-BLOCK-EXIT.

008830 3100-REPORT-ONE-CHANGE-EXIT.
008840     EXIT.

008850*****************************************************
008860* 3200-MEASURE-BEFORE - walks the run table back     *
008870* from the newest entry, taking the runs dated       *
008880* before the effective date until N are taken.       *
008890*****************************************************
008900 3200-MEASURE-BEFORE.

008910     MOVE 1 TO WS-PER.
008920     MOVE 'N' TO WS-SCAN-SWITCH.

008930     IF WS-CHANGE-IS-IO
008940         PERFORM 3220-TAKE-IO-RUN
008950             THRU 3220-TAKE-IO-RUN-EXIT
008960             VARYING WS-IOR-SUB FROM WS-IOR-COUNT BY -1
008970             UNTIL WS-IOR-SUB < 1
008980             OR WS-SCAN-DONE
008990     ELSE
009000         PERFORM 3210-TAKE-LOG-RUN
009010             THRU 3210-TAKE-LOG-RUN-EXIT
009020             VARYING WS-RUN-SUB FROM WS-RUN-COUNT BY -1
009030             UNTIL WS-RUN-SUB < 1
009040             OR WS-SCAN-DONE
009050     END-IF.

009060 3200-MEASURE-BEFORE-EXIT.
009070     EXIT.

009080*****************************************************
009090* 3210-TAKE-LOG-RUN - offers one MXLOGF run to the   *
009100* period WS-PER: the right size and the right side   *
009110* of the effective date, until N are taken.          *
009120*****************************************************
009130 3210-TAKE-LOG-RUN.

009140     IF WS-RUN-SIZE (WS-RUN-SUB) NOT = WS-PER-SIZE (WS-PER)
009150         GO TO 3210-TAKE-LOG-RUN-EXIT
009160     END-IF.

009170     IF WS-PER = 1
009180         IF WS-RUN-DATE (WS-RUN-SUB)
009190             NOT < WS-CHG-EFF-DATE (WS-CHG-SUB)
009200             GO TO 3210-TAKE-LOG-RUN-EXIT
009210         END-IF
009220     ELSE
009230         IF WS-RUN-DATE (WS-RUN-SUB)
009240             < WS-CHG-EFF-DATE (WS-CHG-SUB)
009250             GO TO 3210-TAKE-LOG-RUN-EXIT
009260         END-IF
009270     END-IF.

009280     MOVE WS-RUN-DATE (WS-RUN-SUB) TO WS-SAMPLE-DATE.
009290     MOVE WS-RUN-SYSTEM (WS-RUN-SUB) TO WS-SAMPLE-SYSTEM.
009300     MOVE WS-RUN-TIME (WS-RUN-SUB, 1) TO WS-SAMPLE-TIME (1).
009310     MOVE WS-RUN-TIME (WS-RUN-SUB, 2) TO WS-SAMPLE-TIME (2).
009320     MOVE WS-RUN-TIME (WS-RUN-SUB, 3) TO WS-SAMPLE-TIME (3).

009330     PERFORM 3400-ADD-TO-PERIOD
009340         THRU 3400-ADD-TO-PERIOD-EXIT.

009350 3210-TAKE-LOG-RUN-EXIT.
009360     EXIT.

009370*****************************************************
009380* 3220-TAKE-IO-RUN - offers one MXIOLOG run to the   *
009390* period WS-PER, as 3210 does for MXLOGF.            *
009400*****************************************************
009410 3220-TAKE-IO-RUN.

009420     IF WS-PER = 1
009430         IF WS-IOR-DATE (WS-IOR-SUB)
009440             NOT < WS-CHG-EFF-DATE (WS-CHG-SUB)
009450             GO TO 3220-TAKE-IO-RUN-EXIT
009460         END-IF
009470     ELSE
009480         IF WS-IOR-DATE (WS-IOR-SUB)
009490             < WS-CHG-EFF-DATE (WS-CHG-SUB)
009500             GO TO 3220-TAKE-IO-RUN-EXIT
009510         END-IF
009520     END-IF.

009530     MOVE WS-IOR-DATE (WS-IOR-SUB) TO WS-SAMPLE-DATE.
009540     MOVE WS-IOR-SYSTEM (WS-IOR-SUB) TO WS-SAMPLE-SYSTEM.
009550     MOVE WS-IOR-TIME (WS-IOR-SUB, 1) TO WS-SAMPLE-TIME (1).
009560     MOVE WS-IOR-TIME (WS-IOR-SUB, 2) TO WS-SAMPLE-TIME (2).
009570     MOVE 0 TO WS-SAMPLE-TIME (3).

009580     PERFORM 3400-ADD-TO-PERIOD
009590         THRU 3400-ADD-TO-PERIOD-EXIT.

009600 3220-TAKE-IO-RUN-EXIT.
009610     EXIT.

009620*****************************************************
009630* 3300-MEASURE-AFTER - walks the run table forward,  *
009640* taking the runs dated on or after the effective    *
009650* date until N are taken.                            *
009660*****************************************************
009670 3300-MEASURE-AFTER.

009680     MOVE 2 TO WS-PER.
009690     MOVE 'N' TO WS-SCAN-SWITCH.

009700     IF WS-CHANGE-IS-IO
009710         PERFORM 3220-TAKE-IO-RUN
009720             THRU 3220-TAKE-IO-RUN-EXIT
009730             VARYING WS-IOR-SUB FROM 1 BY 1
009740             UNTIL WS-IOR-SUB > WS-IOR-COUNT
009750             OR WS-SCAN-DONE
009760     ELSE
009770         PERFORM 3210-TAKE-LOG-RUN
009780             THRU 3210-TAKE-LOG-RUN-EXIT
009790             VARYING WS-RUN-SUB FROM 1 BY 1
009800             UNTIL WS-RUN-SUB > WS-RUN-COUNT
009810             OR WS-SCAN-DONE
009820     END-IF.

009830 3300-MEASURE-AFTER-EXIT.
009840     EXIT.

009850*****************************************************
009860* 3400-ADD-TO-PERIOD - folds the sample run into     *
009870* period WS-PER and counts it against the reference  *
009880* system; the first run taken sets the reference     *
009890* when none is set yet.                              *
009900*****************************************************
009910 3400-ADD-TO-PERIOD.

009920     ADD 1 TO WS-PER-COUNT (WS-PER).

009930     IF WS-PER-COUNT (WS-PER) = 1
009940         MOVE WS-SAMPLE-DATE TO WS-PER-FIRST-DATE (WS-PER)
009950         MOVE WS-SAMPLE-DATE TO WS-PER-LAST-DATE (WS-PER)
009960     ELSE
009970         IF WS-SAMPLE-DATE < WS-PER-FIRST-DATE (WS-PER)
009980             MOVE WS-SAMPLE-DATE TO WS-PER-FIRST-DATE (WS-PER)
009990         END-IF
010000         IF WS-SAMPLE-DATE > WS-PER-LAST-DATE (WS-PER)
010010             MOVE WS-SAMPLE-DATE TO WS-PER-LAST-DATE (WS-PER)
010020         END-IF
010030     END-IF.

010040     IF NOT WS-REF-SYSTEM-SET
010050         MOVE WS-SAMPLE-SYSTEM TO WS-REF-SYSTEM
010060         SET WS-REF-SYSTEM-SET TO TRUE
010070     END-IF.

010080     IF WS-ENV-AVAILABLE
010090         AND WS-SAMPLE-SYSTEM NOT = WS-REF-SYSTEM
010100         ADD 1 TO WS-PER-OTHER-SYS (WS-PER)
010110     END-IF.

010120     PERFORM 3410-ADD-ONE-METRIC
010130         THRU 3410-ADD-ONE-METRIC-EXIT
010140         VARYING WS-METRIC FROM 1 BY 1
010150         UNTIL WS-METRIC > WS-METRIC-COUNT.

010160     IF WS-PER-COUNT (WS-PER) NOT < WS-RUNS-WANTED
010170         SET WS-SCAN-DONE TO TRUE
010180     END-IF.

010190 3400-ADD-TO-PERIOD-EXIT.
010200     EXIT.

010210 3410-ADD-ONE-METRIC.

010220     ADD WS-SAMPLE-TIME (WS-METRIC)
010230         TO WS-PER-SUM (WS-PER, WS-METRIC).
010240     COMPUTE WS-SQUARE =
010250         WS-SAMPLE-TIME (WS-METRIC)
010260         * WS-SAMPLE-TIME (WS-METRIC).
010270     ADD WS-SQUARE TO WS-PER-SUMSQ (WS-PER, WS-METRIC).

010280 3410-ADD-ONE-METRIC-EXIT.
010290     EXIT.

010300*****************************************************
010310* 3500-FINISH-PERIOD - average and standard          *
010320* deviation of each metric, and the alerts raised    *
010330* between the period's first and last run dates.     *
010340*****************************************************
010350 3500-FINISH-PERIOD.

010360     IF WS-PER-COUNT (WS-PER) = 0
010370         GO TO 3500-FINISH-PERIOD-EXIT
010380     END-IF.

010390     PERFORM 3510-FINISH-ONE-METRIC
010400         THRU 3510-FINISH-ONE-METRIC-EXIT
010410         VARYING WS-METRIC FROM 1 BY 1
010420         UNTIL WS-METRIC > WS-METRIC-COUNT.

010430     PERFORM 3520-COUNT-ONE-ALERT
010440         THRU 3520-COUNT-ONE-ALERT-EXIT
010450         VARYING WS-ALT-SUB FROM 1 BY 1
010460         UNTIL WS-ALT-SUB > WS-ALT-COUNT.

010470 3500-FINISH-PERIOD-EXIT.
010480     EXIT.

010490 3510-FINISH-ONE-METRIC.

010500     COMPUTE WS-PER-AVG (WS-PER, WS-METRIC) =
010510         WS-PER-SUM (WS-PER, WS-METRIC)
010520         / WS-PER-COUNT (WS-PER).

010530     COMPUTE WS-SQUARE =
010540         WS-PER-AVG (WS-PER, WS-METRIC)
010550         * WS-PER-AVG (WS-PER, WS-METRIC).
010560     COMPUTE WS-VARIANCE =
010570         WS-PER-SUMSQ (WS-PER, WS-METRIC)
010580         / WS-PER-COUNT (WS-PER).
010590     SUBTRACT WS-SQUARE FROM WS-VARIANCE.

010600     IF WS-VARIANCE > 0
010610         COMPUTE WS-PER-SD (WS-PER, WS-METRIC) =
010620             FUNCTION SQRT (WS-VARIANCE)
010630     ELSE
010640         MOVE 0 TO WS-PER-SD (WS-PER, WS-METRIC)
010650     END-IF.

010660 3510-FINISH-ONE-METRIC-EXIT.
010670     EXIT.

010680 3520-COUNT-ONE-ALERT.

010690     IF WS-ALT-DATE (WS-ALT-SUB) < WS-PER-FIRST-DATE (WS-PER)
010700         OR WS-ALT-DATE (WS-ALT-SUB)
010710             > WS-PER-LAST-DATE (WS-PER)
010720         GO TO 3520-COUNT-ONE-ALERT-EXIT
010730     END-IF.

010740     IF WS-CHANGE-IS-IO
010750         IF WS-ALT-IS-IO (WS-ALT-SUB)
010760             ADD 1 TO WS-PER-ALERTS (WS-PER)
010770         END-IF
010780     ELSE
010790         IF NOT WS-ALT-IS-IO (WS-ALT-SUB)
010800             ADD 1 TO WS-PER-ALERTS (WS-PER)
010810         END-IF
010820     END-IF.

010830 3520-COUNT-ONE-ALERT-EXIT.
010840     EXIT.

010850*****************************************************
010860* 3700-PRINT-CHANGE-BLOCK - the change line, who     *
010870* made it, the two period lines, one line per metric *
010880* and any warning.  A block is kept on one page.    *
010890*****************************************************
010900 3700-PRINT-CHANGE-BLOCK.

010910     IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-LINES-PER-PAGE
010920         MOVE 99 TO WS-LINE-COUNT
010930     END-IF.

010940     MOVE WS-CHG-KEY (WS-CHG-SUB) TO WS-CHL-KEY.
010950     MOVE WS-CHG-EFF-DATE (WS-CHG-SUB) TO WS-CHL-EFF-DATE.
010960     MOVE WS-CHG-OLD-VALUE (WS-CHG-SUB) TO WS-CHL-OLD.
010970     MOVE WS-CHG-NEW-VALUE (WS-CHG-SUB) TO WS-CHL-NEW.
010980     MOVE SPACES TO WS-CHL-WHO.
010990     IF WS-CHG-ACTION (WS-CHG-SUB) = 'APR'
011000         STRING 'PROPOSED BY ' WS-CHG-PROP-USER (WS-CHG-SUB)
011010                ' ' WS-CHG-PROP-DATE (WS-CHG-SUB)
011020                '  APPROVED BY ' WS-CHG-UPD-USER (WS-CHG-SUB)
011030                ' ' WS-CHG-UPD-DATE (WS-CHG-SUB)
011040                DELIMITED BY SIZE INTO WS-CHL-WHO
011050         END-STRING
011060     ELSE
011070         STRING 'CHANGED BY ' WS-CHG-UPD-USER (WS-CHG-SUB)
011080                ' ' WS-CHG-UPD-DATE (WS-CHG-SUB)
011090                ' (NO SECOND APPROVER)'
011100                DELIMITED BY SIZE INTO WS-CHL-WHO
011110         END-STRING
011120     END-IF.

011130     MOVE SPACES TO WS-PRINT-LINE.
011140     PERFORM 8100-WRITE-REPORT-LINE
011150         THRU 8100-WRITE-REPORT-LINE-EXIT.
011160     MOVE WS-CHANGE-LINE TO WS-PRINT-LINE.
011170     PERFORM 8100-WRITE-REPORT-LINE
011180         THRU 8100-WRITE-REPORT-LINE-EXIT.
011190     MOVE WS-HDG-PERIOD-COLS TO WS-PRINT-LINE.
011200     PERFORM 8100-WRITE-REPORT-LINE
011210         THRU 8100-WRITE-REPORT-LINE-EXIT.

011220     PERFORM 3710-PRINT-PERIOD-LINE
011230         THRU 3710-PRINT-PERIOD-LINE-EXIT
011240         VARYING WS-PER FROM 1 BY 1
011250         UNTIL WS-PER > 2.

011260     MOVE WS-HDG-METRIC-COLS TO WS-PRINT-LINE.
011270     PERFORM 8100-WRITE-REPORT-LINE
011280         THRU 8100-WRITE-REPORT-LINE-EXIT.

011290     PERFORM 3720-PRINT-METRIC-LINE
011300         THRU 3720-PRINT-METRIC-LINE-EXIT
011310         VARYING WS-METRIC FROM 1 BY 1
011320         UNTIL WS-METRIC > WS-METRIC-COUNT.

011330     IF WS-PER-OTHER-SYS (1) > 0
011340         OR WS-PER-OTHER-SYS (2) > 0
011350         MOVE SPACES TO WS-MSG-TEXT
011360         STRING '    *** RUNS ON A SYSTEM OTHER THAN '
011370                WS-REF-SYSTEM
011380                ' IN THE COMPARISON - A HARDWARE MOVE, NOT '
011390                'THE PARAMETER, MAY EXPLAIN THE DIFFERENCE ***'
011400                DELIMITED BY SIZE INTO WS-MSG-TEXT
011410         END-STRING
011420         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
011430         PERFORM 8100-WRITE-REPORT-LINE
011440             THRU 8100-WRITE-REPORT-LINE-EXIT
011450     END-IF.

011460     IF WS-PER-COUNT (2) < WS-RUNS-WANTED
011470         MOVE WS-PER-COUNT (2) TO WS-RUNS-TXT
011480         MOVE SPACES TO WS-MSG-TEXT
011490         STRING '    *** ONLY ' WS-RUNS-TXT
011500                ' RUN(S) SO FAR FROM THE EFFECTIVE DATE - '
011510                'COMPARISON NOT YET COMPLETE ***'
011520                DELIMITED BY SIZE INTO WS-MSG-TEXT
011530         END-STRING
011540         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
011550         PERFORM 8100-WRITE-REPORT-LINE
011560             THRU 8100-WRITE-REPORT-LINE-EXIT
011570     END-IF.

011580 3700-PRINT-CHANGE-BLOCK-EXIT.
011590     EXIT.

011600 3710-PRINT-PERIOD-LINE.

011610     MOVE SPACES TO WS-PERIOD-LINE.
011620     IF WS-PER = 1
011630         MOVE 'BEFORE' TO WS-PRL-PERIOD
011640     ELSE
011650         MOVE 'AFTER' TO WS-PRL-PERIOD
011660     END-IF.

011670     IF WS-CHANGE-IS-IO
011680         MOVE 'MXIOLOG' TO WS-PRL-SOURCE
011690     ELSE
011700         MOVE 'MXLOGF' TO WS-PRL-SOURCE
011710         MOVE WS-PER-SIZE (WS-PER) TO WS-SIZE-TXT
011720         MOVE WS-SIZE-TXT TO WS-PRL-SIZE
011730     END-IF.

011740     MOVE WS-PER-COUNT (WS-PER) TO WS-PRL-RUNS.
011750     MOVE WS-PER-ALERTS (WS-PER) TO WS-PRL-ALERTS.

011760     IF WS-PER-COUNT (WS-PER) = 0
011770         MOVE 'NO RUNS' TO WS-PRL-SYSTEM
011780     ELSE
011790         PERFORM 3715-FILL-PERIOD-DETAIL
011800             THRU 3715-FILL-PERIOD-DETAIL-EXIT
011810     END-IF.

011820     MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
011830     PERFORM 8100-WRITE-REPORT-LINE
011840         THRU 8100-WRITE-REPORT-LINE-EXIT.

011850 3710-PRINT-PERIOD-LINE-EXIT.
011860     EXIT.

011870*****************************************************
011880* 3715-FILL-PERIOD-DETAIL - the period's run dates   *
011890* and its check against the reference system.       *
011900*****************************************************
011910 3715-FILL-PERIOD-DETAIL.

011920     MOVE WS-PER-FIRST-DATE (WS-PER) TO WS-DATE-TXT.
011930     MOVE WS-DATE-TXT TO WS-PRL-FIRST.
011940     MOVE WS-PER-LAST-DATE (WS-PER) TO WS-DATE-TXT.
011950     MOVE WS-DATE-TXT TO WS-PRL-LAST.

011960     IF NOT WS-ENV-AVAILABLE
011970         MOVE 'NOT CHECKED - NO MXENVF' TO WS-PRL-SYSTEM
011980         GO TO 3715-FILL-PERIOD-DETAIL-EXIT
011990     END-IF.

012000     IF WS-PER-OTHER-SYS (WS-PER) = 0
012010         STRING 'ALL ON ' WS-REF-SYSTEM
012020                DELIMITED BY SIZE INTO WS-PRL-SYSTEM
012030         END-STRING
012040     ELSE
012050         MOVE WS-PER-OTHER-SYS (WS-PER) TO WS-OTHER-TXT
012060         STRING '*** ' WS-OTHER-TXT ' RUN(S) NOT ON '
012070                WS-REF-SYSTEM ' - SYSTEM MOVE'
012080                DELIMITED BY SIZE INTO WS-PRL-SYSTEM
012090         END-STRING
012100     END-IF.

012110 3715-FILL-PERIOD-DETAIL-EXIT.
012120     EXIT.

012130*****************************************************
012140* 3720-PRINT-METRIC-LINE - a period with no runs     *
012150* prints blank figures, and the change percent needs *
012160* both periods.                                      *
012170*****************************************************
012180 3720-PRINT-METRIC-LINE.

012190     MOVE SPACES TO WS-METRIC-LINE.
012200     IF WS-CHANGE-IS-IO
012210         MOVE WS-IO-NAME (WS-METRIC) TO WS-MTL-METRIC
012220     ELSE
012230         MOVE WS-METRIC-NAME (WS-METRIC) TO WS-MTL-METRIC
012240     END-IF.

012250     IF WS-PER-COUNT (1) > 0
012260         MOVE WS-PER-AVG (1, WS-METRIC) TO WS-MTL-BEF-AVG
012270         MOVE WS-PER-SD (1, WS-METRIC) TO WS-MTL-BEF-SD
012280     END-IF.

012290     IF WS-PER-COUNT (2) > 0
012300         MOVE WS-PER-AVG (2, WS-METRIC) TO WS-MTL-AFT-AVG
012310         MOVE WS-PER-SD (2, WS-METRIC) TO WS-MTL-AFT-SD
012320     END-IF.

012330     IF WS-PER-COUNT (1) > 0
012340         AND WS-PER-COUNT (2) > 0
012350         AND WS-PER-AVG (1, WS-METRIC) > 0
012360         COMPUTE WS-CHANGE-PCT =
012370             ((WS-PER-AVG (2, WS-METRIC)
012380               - WS-PER-AVG (1, WS-METRIC))
012390              / WS-PER-AVG (1, WS-METRIC)) * 100
012400         MOVE WS-CHANGE-PCT TO WS-MTL-PCT
012410     END-IF.

012420     MOVE WS-METRIC-LINE TO WS-PRINT-LINE.
012430     PERFORM 8100-WRITE-REPORT-LINE
012440         THRU 8100-WRITE-REPORT-LINE-EXIT.

012450 3720-PRINT-METRIC-LINE-EXIT.
012460     EXIT.

012470*****************************************************
012480* 4000-PRINT-SUMMARY                                 *
012490*****************************************************
012500 4000-PRINT-SUMMARY.

012510     MOVE SPACES TO WS-PRINT-LINE.
012520     PERFORM 8100-WRITE-REPORT-LINE
012530         THRU 8100-WRITE-REPORT-LINE-EXIT.

012540     IF WS-CHG-COUNT = 0
012550         MOVE 'NO PARAMETER CHANGE TOOK EFFECT IN THE PERIOD '
012560             TO WS-MSG-TEXT
012570         MOVE 'REPORTED.' TO WS-MSG-TEXT (47:9)
012580     ELSE
012590         MOVE WS-CHG-COUNT TO WS-COUNT-TXT
012600         MOVE WS-CHG-MOVED TO WS-MOVED-TXT
012610         MOVE SPACES TO WS-MSG-TEXT
012620         STRING WS-COUNT-TXT ' CHANGE(S) REPORTED,'
012630                WS-MOVED-TXT ' WITH RUNS ON ANOTHER SYSTEM '
012640                'IN THE COMPARISON.'
012650                DELIMITED BY SIZE INTO WS-MSG-TEXT
012660         END-STRING
012670     END-IF.
012680     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
012690     PERFORM 8100-WRITE-REPORT-LINE
012700         THRU 8100-WRITE-REPORT-LINE-EXIT.

012710     IF WS-TABLE-FULL
012720         MOVE '*** A WORK TABLE FILLED - THE LATEST RECORDS '
012730             TO WS-MSG-TEXT
012740         MOVE 'WERE NOT ALL COMPARED (SEE SYSOUT) ***'
012750             TO WS-MSG-TEXT (46:38)
012760         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
012770         PERFORM 8100-WRITE-REPORT-LINE
012780             THRU 8100-WRITE-REPORT-LINE-EXIT
012790     END-IF.

012800 4000-PRINT-SUMMARY-EXIT.
012810     EXIT.

012820*****************************************************
012830* 7000-CLOSE-FILES                                   *
012840*****************************************************
012850 7000-CLOSE-FILES.

012860     CLOSE AUDIT-FILE.
012870     CLOSE MX-LOG-FILE.
012880     CLOSE REPORT-FILE.

012890     IF WS-ENV-AVAILABLE
012900         CLOSE ENV-FILE
012910     END-IF.

012920     IF WS-IOLOG-AVAILABLE
012930         CLOSE IO-LOG-FILE
012940     END-IF.

012950     IF WS-AHIST-AVAILABLE
012960         CLOSE AHIST-FILE
012970     END-IF.

012980 7000-CLOSE-FILES-EXIT.
012990     EXIT.

013000*****************************************************
013010* 8000-PRINT-PAGE-HEADING                            *
013020*****************************************************
013030 8000-PRINT-PAGE-HEADING.

013040     ADD 1 TO WS-PAGE-COUNT.
013050     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.

013060     WRITE REPORT-RECORD FROM WS-HDG1-LINE
013070         AFTER ADVANCING PAGE.

013080     WRITE REPORT-RECORD FROM WS-HDG2-LINE
013090         AFTER ADVANCING 1 LINE.

013100     MOVE 2 TO WS-LINE-COUNT.

013110 8000-PRINT-PAGE-HEADING-EXIT.
013120     EXIT.

013130*****************************************************
013140* 8100-WRITE-REPORT-LINE - writes WS-PRINT-LINE,     *
013150* breaking to a new page heading when the page is    *
013160* full.                                              *
013170*****************************************************
013180 8100-WRITE-REPORT-LINE.

013190     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
013200         PERFORM 8000-PRINT-PAGE-HEADING
013210             THRU 8000-PRINT-PAGE-HEADING-EXIT
013220     END-IF.

013230     WRITE REPORT-RECORD FROM WS-PRINT-LINE
013240         AFTER ADVANCING 1 LINE.
013250     ADD 1 TO WS-LINE-COUNT.

013260 8100-WRITE-REPORT-LINE-EXIT.
013270     EXIT.

013280*****************************************************
013290* 8200-CONVERT-TIME - de-edits WS-TIME-EDIT (PIC     *
013300* 9(03).9(06)) into WS-TIME-NUM by pulling its digit *
013310* groups out by reference modification, since a      *
013320* numeric-edited item cannot be MOVEd directly into  *
013330* a numeric one.                                     *
013340*****************************************************
013350 8200-CONVERT-TIME.

013360     MOVE WS-TIME-EDIT (1:3) TO WS-TIME-INT.
013370     MOVE WS-TIME-EDIT (5:6) TO WS-TIME-FRAC.

013380     COMPUTE WS-TIME-NUM =
013390         WS-TIME-INT + (WS-TIME-FRAC / 1000000).

013400 8200-CONVERT-TIME-EXIT.
013410     EXIT.

013420*****************************************************
013430* 8300-FIND-SYSTEM - the system-id of run date       *
013440* WS-ENVT-WANTED into WS-ENVT-FOUND-SYSTEM, or the   *
013450* NO-ENV marker.  Both the table and the loading     *
013460* files run in date order, so WS-ENVT-PTR only moves *
013470* forward; the caller resets it before each file.    *
013480*****************************************************
013490 8300-FIND-SYSTEM.

013500     MOVE WS-NOENV-ID TO WS-ENVT-FOUND-SYSTEM.
013510     MOVE 'N' TO WS-SCAN-SWITCH.

013520     PERFORM 8310-STEP-ENV-POINTER
013530         THRU 8310-STEP-ENV-POINTER-EXIT
013540         UNTIL WS-SCAN-DONE.

013550 8300-FIND-SYSTEM-EXIT.
013560     EXIT.

013570 8310-STEP-ENV-POINTER.

013580     IF WS-ENVT-PTR > WS-ENVT-COUNT
013590         SET WS-SCAN-DONE TO TRUE
013600         GO TO 8310-STEP-ENV-POINTER-EXIT
013610     END-IF.

013620     IF WS-ENVT-DATE (WS-ENVT-PTR) < WS-ENVT-WANTED
013630         ADD 1 TO WS-ENVT-PTR
013640         GO TO 8310-STEP-ENV-POINTER-EXIT
013650     END-IF.

013660     IF WS-ENVT-DATE (WS-ENVT-PTR) = WS-ENVT-WANTED
013670         MOVE WS-ENVT-SYSTEM (WS-ENVT-PTR)
013680             TO WS-ENVT-FOUND-SYSTEM
013690     END-IF.

013700     SET WS-SCAN-DONE TO TRUE.

013710 8310-STEP-ENV-POINTER-EXIT.
013720     EXIT.

013730*****************************************************
013740* 8400-TABLE-FULL - says once that a work table is   *
013750* full; the records beyond it are not compared.      *
013760*****************************************************
013770 8400-TABLE-FULL.

013780     IF NOT WS-TABLE-FULL
013790         DISPLAY 'MATRIXPARMIMPACT: A WORK TABLE IS FULL - '
013800                 'LATER RECORDS ARE NOT COMPARED.'
013810     END-IF.

013820     SET WS-TABLE-FULL TO TRUE.

013830 8400-TABLE-FULL-EXIT.
013840     EXIT.

013850*****************************************************
013860* 9999-EXIT - single program exit point.             *
013870*****************************************************
013880 9999-EXIT.

013890     GOBACK.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MatrixControlChart.
000120 AUTHOR. DATA-CENTER-BATCH-SUPPORT.
000130 INSTALLATION. BENCHMARK-PERFORMANCE-MONITORING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.

000160*****************************************************
000170* MODIFICATION HISTORY                               *
000180*-----------------------------------------------------
000190* 2026-10-15  DCB  Initial version.  Statistical     *
000200*                  control charts over MXLOGF        *
000210*                  (TIME1, TIME2, TIME3) and MXIOLOG *
000220*                  (write, read), one chart per      *
000230*                  metric, matrix size and MXENVF    *
000240*                  system.  The centre line and the  *
000250*                  3-sigma limits come from a        *
000260*                  baseline window (the first N runs *
000270*                  from the baseline start date,     *
000280*                  MXEVENT exclude-from-baseline     *
000290*                  runs left out); every run is then *
000300*                  flagged when it falls outside the *
000310*                  limits in EITHER direction (a     *
000320*                  fast run is as suspect as a slow  *
000330*                  one), when it is the seventh or   *
000340*                  later in a row on one side of the *
000350*                  centre line, or the sixth or      *
000360*                  later steadily rising.  132-      *
000370*                  column print on MXCCRPT with a    *
000380*                  text chart per metric and a       *
000390*                  summary page.  RC=4 when a run on *
000400*                  the latest run date breaks a      *
000410*                  rule, RC=8 a missing required     *
000420*                  file.                             *
000430*****************************************************

000440 ENVIRONMENT DIVISION.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MX-LOG-FILE ASSIGN TO MXLOGF
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MX-LOG-KEY
000510         FILE STATUS IS WS-MXLOGF-STATUS.

000520     SELECT IO-LOG-FILE ASSIGN TO MXIOLOG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-MXIOLG-STATUS.

000550     SELECT ENV-FILE ASSIGN TO MXENVF
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-MXENVF-STATUS.

000580     SELECT EVENT-FILE ASSIGN TO MXEVENT
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS MX-EVT-KEY
000620         FILE STATUS IS WS-MXEVNT-STATUS.

000630     SELECT REPORT-FILE ASSIGN TO MXCCRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-MXCCRP-STATUS.

000660 DATA DIVISION.

000670 FILE SECTION.
000680*****************************************************
000690* MX-LOG-FILE - the running performance log, keyed   *
000700* on run date plus run sequence; browsed from the    *
000710* baseline start date.                               *
000720*****************************************************
000730 FD  MX-LOG-FILE
000740     RECORD CONTAINS 93 CHARACTERS
000750     LABEL RECORDS ARE STANDARD.
000760 COPY MXLOGREC.

000770*****************************************************
000780* IO-LOG-FILE - the running I/O benchmark log        *
000790* written by MatrixIoBench, one record per run.      *
000800*****************************************************
000810 FD  IO-LOG-FILE
000820     RECORD CONTAINS 46 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840 COPY MXIOLREC.

000850*****************************************************
000860* ENV-FILE - the run-environment companion log, for  *
000870* the system each run landed on.                     *
000880*****************************************************
000890 FD  ENV-FILE
000900     RECORD CONTAINS 48 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000920 COPY MXENVREC.

000930*****************************************************
000940* EVENT-FILE - the operational event calendar kept   *
000950* by MatrixEventMaint (see MXEVTREC).                *
000960*****************************************************
000970 FD  EVENT-FILE
000980     RECORD CONTAINS 108 CHARACTERS
000990     LABEL RECORDS ARE STANDARD.
001000 COPY MXEVTREC.

001010*****************************************************
001020* REPORT-FILE - 132-column print lines.              *
001030*****************************************************
001040 FD  REPORT-FILE
001050     RECORD CONTAINS 132 CHARACTERS
001060     LABEL RECORDS ARE OMITTED.
001070 01  REPORT-RECORD          PIC X(132).

001080 WORKING-STORAGE SECTION.

001090*****************************************************
001100* FILE AND LOOP CONTROL SWITCHES                     *
001110*****************************************************
001120 01  WS-MXLOGF-STATUS       PIC X(02).
001130 01  WS-MXIOLG-STATUS       PIC X(02).
001140 01  WS-MXENVF-STATUS       PIC X(02).
001150 01  WS-MXEVNT-STATUS       PIC X(02).
001160 01  WS-MXCCRP-STATUS       PIC X(02).

001170 01  WS-SWITCHES.
001180     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001190         88  WS-END-OF-FILE            VALUE 'Y'.
001200     05  WS-EVT-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001210         88  WS-EVT-AT-END             VALUE 'Y'.
001220     05  WS-EXCL-SWITCH     PIC X(01)  VALUE 'N'.
001230         88  WS-RUN-EXCLUDED           VALUE 'Y'.
001240     05  WS-LATEST-SWITCH   PIC X(01)  VALUE 'N'.
001250         88  WS-LATEST-BROKE           VALUE 'Y'.
001260     05  WS-RUN-FULL-SWITCH PIC X(01)  VALUE 'N'.
001270         88  WS-RUN-TABLE-FULL         VALUE 'Y'.
001280     05  WS-ENV-FULL-SWITCH PIC X(01)  VALUE 'N'.
001290         88  WS-ENV-TABLE-FULL         VALUE 'Y'.

001300*****************************************************
001310* RETURN CODES                                       *
001320*****************************************************
001330 77  WS-RULE-RC             PIC 9(04) COMP VALUE 4.
001340 77  WS-FAILED-RC           PIC 9(04) COMP VALUE 8.

001350*****************************************************
001360* SYSIN CARDS - the baseline start date (00000000 =  *
001370* 180 days before today), the baseline length in     *
001380* runs (000 = 20) and the runs printed per chart     *
001390* (000 = 30; every run is still judged).             *
001400*****************************************************
001410 01  WS-START-IN            PIC 9(08).
001420 01  WS-BASE-IN             PIC 9(03).
001430 01  WS-SHOW-IN             PIC 9(03).
001440 01  WS-START-DATE          PIC 9(08).
001450 01  WS-BASE-N              PIC 9(04) COMP VALUE 20.
001460 01  WS-SHOW-N              PIC 9(04) COMP VALUE 30.
001470 77  WS-BASE-MIN            PIC 9(04) COMP VALUE 5.
001480 77  WS-DEFAULT-DAYS        PIC 9(04) COMP VALUE 180.

001490 01  WS-TODAY-DATE          PIC 9(08).
001500 01  WS-DATE-INT            PIC 9(08) COMP.

001510*****************************************************
001520* BASELINE-EXCLUSION EVENTS - the date range and     *
001530* system of every MXEVENT event flagged exclude-     *
001540* from-baseline (blank system = every system).       *
001550*****************************************************
001560 77  WS-EVT-MAX             PIC 9(04) COMP VALUE 200.
001570 01  WS-EVT-TABLE.
001580     05  WS-EVT-ENTRY OCCURS 200 TIMES.
001590         10  WS-EVT-START-DATE PIC 9(08).
001600         10  WS-EVT-END-DATE   PIC 9(08).
001610         10  WS-EVT-SYSTEM     PIC X(08).
001620 01  WS-EVT-COUNT           PIC 9(04) COMP VALUE 0.
001630 01  WS-EVT-SUB             PIC 9(04) COMP.

001640*****************************************************
001650* ENVIRONMENT TABLE - run date, run sequence and     *
001660* system of every MXENVF record from the start date, *
001670* in file (run) order.                               *
001680*****************************************************
001690 77  WS-ENV-MAX             PIC 9(04) COMP VALUE 4000.
001700 01  WS-ENV-TABLE.
001710     05  WS-ENV-ENTRY OCCURS 4000 TIMES.
001720         10  WS-ENV-KEY.
001730             15  WS-ENV-DATE    PIC 9(08).
001740             15  WS-ENV-SEQ     PIC 9(02).
001750         10  WS-ENV-SYSTEM      PIC X(08).
001760 01  WS-ENV-COUNT           PIC 9(04) COMP VALUE 0.
001770 01  WS-ENV-PTR             PIC 9(04) COMP VALUE 1.
001780 01  WS-IO-ENV-PTR          PIC 9(04) COMP VALUE 1.
001790 01  WS-IO-LAST-DATE        PIC 9(08)  VALUE 0.
001800 01  WS-IO-LAST-SYSTEM      PIC X(08)  VALUE SPACES.

001810*****************************************************
001820* RUN TABLE - every run from the start date: source  *
001830* (M = MXLOGF, I = MXIOLOG), date, sequence, matrix  *
001840* size (0 for I/O), system, whether an exclusion     *
001850* event covers it, and its timings (TIME1-3, or      *
001860* write and read).                                   *
001870*****************************************************
001880 77  WS-RUN-MAX             PIC 9(04) COMP VALUE 4000.
001890 01  WS-RUN-TABLE.
001900     05  WS-RUN-ENTRY OCCURS 4000 TIMES.
001910         10  WS-RUN-SOURCE      PIC X(01).
001920         10  WS-RUN-DATE        PIC 9(08).
001930         10  WS-RUN-SEQ         PIC 9(02).
001940         10  WS-RUN-SIZE        PIC 9(04).
001950         10  WS-RUN-SYSTEM      PIC X(08).
001960         10  WS-RUN-EXCL        PIC X(01).
001970         10  WS-RUN-VALUE OCCURS 3 TIMES COMP-2.
001980 01  WS-RUN-COUNT           PIC 9(04) COMP VALUE 0.
001990 01  WS-RUN-SUB             PIC 9(04) COMP.
002000 01  WS-LATEST-M-DATE       PIC 9(08)  VALUE 0.
002010 01  WS-LATEST-I-DATE       PIC 9(08)  VALUE 0.

002020*****************************************************
002030* CHART GROUPS - one per source, matrix size and     *
002040* system, kept in that order so the charts print     *
002050* sorted.                                            *
002060*****************************************************
002070 77  WS-GRP-MAX             PIC 9(04) COMP VALUE 60.
002080 01  WS-GRP-TABLE.
002090     05  WS-GRP-ENTRY OCCURS 60 TIMES.
002100         10  WS-GRP-KEY.
002110             15  WS-GRP-SOURCE  PIC X(01).
002120             15  WS-GRP-SIZE    PIC 9(04).
002130             15  WS-GRP-SYSTEM  PIC X(08).
002140 01  WS-GRP-COUNT           PIC 9(04) COMP VALUE 0.
002150 01  WS-GRP-SUB             PIC 9(04) COMP.
002160 01  WS-GRP-AT              PIC 9(04) COMP.
002170 01  WS-NEW-GRP-KEY.
002180     05  WS-NEW-GRP-SOURCE  PIC X(01).
002190     05  WS-NEW-GRP-SIZE    PIC 9(04).
002200     05  WS-NEW-GRP-SYSTEM  PIC X(08).

002210*****************************************************
002220* METRICS - TIME1-TIME3 chart from MXLOGF runs,      *
002230* IOWRT/IORD from MXIOLOG runs.                      *
002240*****************************************************
002250 01  WS-METRIC-NAMES.
002260     05  FILLER             PIC X(25)  VALUE
002270         'TIME1TIME2TIME3IOWRTIORD '.
002280 01  WS-METRIC-TABLE REDEFINES WS-METRIC-NAMES.
002290     05  WS-METRIC-NAME     PIC X(05) OCCURS 5 TIMES.
002300 01  WS-MET                 PIC 9(01) COMP.
002310 01  WS-MET-LIMIT           PIC 9(01) COMP.
002320 01  WS-MET-NAME-SUB        PIC 9(01) COMP.

002330*****************************************************
002340* SERIES - the current chart's runs in date order:   *
002350* run-table index and value.                         *
002360*****************************************************
002370 01  WS-SER-TABLE.
002380     05  WS-SER-ENTRY OCCURS 4000 TIMES.
002390         10  WS-SER-RUN         PIC 9(04) COMP.
002400         10  WS-SER-VALUE       COMP-2.
002410 01  WS-SER-COUNT           PIC 9(04) COMP VALUE 0.
002420 01  WS-SER-SUB             PIC 9(04) COMP.
002430 01  WS-SHOW-FROM           PIC 9(04) COMP.

002440*****************************************************
002450* LIMITS - centre line, sigma and 3-sigma limits of  *
002460* the current chart, from its baseline runs.  The    *
002470* variance is built up step by step (sum of squares  *
002480* over N less the squared mean) rather than in one   *
002490* expression.                                        *
002500*****************************************************
002510 01  WS-BASE-COUNT          PIC 9(04) COMP VALUE 0.
002520 01  WS-BASE-FIRST          PIC 9(08).
002530 01  WS-BASE-LAST           PIC 9(08).
002540 01  WS-BASE-SUM            COMP-2 VALUE 0.
002550 01  WS-BASE-SUMSQ          COMP-2 VALUE 0.
002560 01  WS-SQUARE              COMP-2 VALUE 0.
002570 01  WS-VARIANCE            COMP-2 VALUE 0.
002580 01  WS-CL                  COMP-2 VALUE 0.
002590 01  WS-SIGMA               COMP-2 VALUE 0.
002600 01  WS-3SIGMA              COMP-2 VALUE 0.
002610 01  WS-UCL                 COMP-2 VALUE 0.
002620 01  WS-LCL                 COMP-2 VALUE 0.

002630*****************************************************
002640* RUN-RULE STATE - the side of the centre line the   *
002650* current run of points is on and its length, and    *
002660* the length of the current steadily rising run.     *
002670*****************************************************
002680 01  WS-VALUE               COMP-2 VALUE 0.
002690 01  WS-PREV-VALUE          COMP-2 VALUE 0.
002700 01  WS-SIDE                PIC X(01).
002710 01  WS-LAST-SIDE           PIC X(01).
002720 01  WS-SIDE-COUNT          PIC 9(04) COMP VALUE 0.
002730 01  WS-RISE-COUNT          PIC 9(04) COMP VALUE 0.
002740 77  WS-SIDE-RULE           PIC 9(04) COMP VALUE 7.
002750 77  WS-RISE-RULE           PIC 9(04) COMP VALUE 6.
002760 01  WS-FLAGS               PIC X(40).
002770 01  WS-FLAG-PTR            PIC 9(04) COMP.
002780 01  WS-LATEST-DATE         PIC 9(08).

002790*****************************************************
002800* CHART COUNTS                                       *
002810*****************************************************
002820 01  WS-HIGH-COUNT          PIC 9(04) COMP VALUE 0.
002830 01  WS-LOW-COUNT           PIC 9(04) COMP VALUE 0.
002840 01  WS-RULE-COUNT          PIC 9(04) COMP VALUE 0.
002850 01  WS-CHART-COUNT         PIC 9(04) COMP VALUE 0.
002860 01  WS-SHORT-COUNT         PIC 9(04) COMP VALUE 0.
002870 01  WS-BROKE-COUNT         PIC 9(04) COMP VALUE 0.

002880*****************************************************
002890* TEXT CHART - 41 columns: the lower limit at 6, the *
002900* centre line at 21, the upper limit at 36, five     *
002910* columns to the sigma; a run off the scale prints   *
002920* '<' or '>' at the edge.                            *
002930*****************************************************
002940 01  WS-CHART               PIC X(41).
002950 01  WS-CHART-OFFSET        COMP-2 VALUE 0.
002960 01  WS-COL                 PIC S9(04) COMP.
002970 77  WS-COL-LCL             PIC 9(02) COMP VALUE 6.
002980 77  WS-COL-CL              PIC 9(02) COMP VALUE 21.
002990 77  WS-COL-UCL             PIC 9(02) COMP VALUE 36.
003000 77  WS-COL-LAST            PIC 9(02) COMP VALUE 41.

003010*****************************************************
003020* TIME DE-EDIT WORK AREA                             *
003030*****************************************************
003040 01  WS-TIME-EDIT           PIC 9(03).9(06).
003050 01  WS-TIME-INT            PIC 9(03).
003060 01  WS-TIME-FRAC           PIC 9(06).
003070 01  WS-TIME-NUM            COMP-2 VALUE 0.

003080*****************************************************
003090* SUMMARY TABLE - one line per chart for the closing *
003100* page: limits, latest run and its flags.            *
003110*****************************************************
003120 77  WS-SUM-MAX             PIC 9(04) COMP VALUE 180.
003130 01  WS-SUM-TABLE.
003140     05  WS-SUM-ENTRY OCCURS 180 TIMES.
003150         10  WS-SUM-METRIC      PIC X(05).
003160         10  WS-SUM-SOURCE      PIC X(01).
003170         10  WS-SUM-SIZE        PIC 9(04).
003180         10  WS-SUM-SYSTEM      PIC X(08).
003190         10  WS-SUM-RUNS        PIC 9(04) COMP.
003200         10  WS-SUM-CHARTED     PIC X(01).
003210         10  WS-SUM-CL          COMP-2.
003220         10  WS-SUM-UCL         COMP-2.
003230         10  WS-SUM-LCL         COMP-2.
003240         10  WS-SUM-LAST-DATE   PIC 9(08).
003250         10  WS-SUM-LAST-VALUE  COMP-2.
003260         10  WS-SUM-FLAGS       PIC X(40).
003270 01  WS-SUM-COUNT           PIC 9(04) COMP VALUE 0.
003280 01  WS-SUM-SUB             PIC 9(04) COMP.

003290 01  WS-COUNT-TXT           PIC ZZZZ9.
003300 01  WS-COUNT-TXT2          PIC ZZZZ9.
003310 01  WS-COUNT-TXT3          PIC ZZZZ9.
003320 01  WS-COUNT-TXT4          PIC ZZZZ9.

003330*****************************************************
003340* PRINT CONTROL AND REPORT LINES                     *
003350*****************************************************
003360 77  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 56.
003370 01  WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
003380 01  WS-PAGE-COUNT          PIC 9(04) COMP VALUE 0.

003390 01  WS-HDG1-LINE.
003400     05  FILLER             PIC X(41) VALUE
003410         'BENCHMARK CONTROL CHARTS - RUNS FROM     '.
003420     05  WS-HDG1-START      PIC 9(08).
003430     05  FILLER             PIC X(11) VALUE ', BASELINE '.
003440     05  WS-HDG1-BASE       PIC ZZZ9.
003450     05  FILLER             PIC X(05) VALUE ' RUNS'.
003460     05  FILLER             PIC X(50) VALUE SPACES.
003470     05  FILLER             PIC X(05) VALUE 'PAGE '.
003480     05  WS-HDG1-PAGE       PIC ZZZ9.
003490     05  FILLER             PIC X(04) VALUE SPACES.

003500 01  WS-CHART-HDG1.
003510     05  FILLER             PIC X(07) VALUE 'METRIC '.
003520     05  WS-CH1-METRIC      PIC X(05).
003530     05  FILLER             PIC X(08) VALUE '   SIZE '.
003540     05  WS-CH1-SIZE        PIC X(04).
003550     05  FILLER             PIC X(10) VALUE '   SYSTEM '.
003560     05  WS-CH1-SYSTEM      PIC X(08).
003570     05  FILLER             PIC X(08) VALUE '   RUNS '.
003580     05  WS-CH1-RUNS        PIC ZZZZ9.
003590     05  FILLER             PIC X(11) VALUE '   PRINTED '.
003600     05  WS-CH1-SHOWN       PIC ZZZZ9.
003610     05  FILLER             PIC X(61) VALUE SPACES.

003620 01  WS-CHART-HDG2.
003630     05  FILLER             PIC X(09) VALUE 'BASELINE '.
003640     05  WS-CH2-BASE        PIC ZZZ9.
003650     05  FILLER             PIC X(11) VALUE ' RUNS FROM '.
003660     05  WS-CH2-FIRST       PIC 9(08).
003670     05  FILLER             PIC X(04) VALUE ' TO '.
003680     05  WS-CH2-LAST        PIC 9(08).
003690     05  FILLER             PIC X(06) VALUE '   CL '.
003700     05  WS-CH2-CL          PIC ZZ9.999999.
003710     05  FILLER             PIC X(07) VALUE '   UCL '.
003720     05  WS-CH2-UCL         PIC ZZ9.999999.
003730     05  FILLER             PIC X(07) VALUE '   LCL '.
003740     05  WS-CH2-LCL         PIC ZZ9.999999.
003750     05  FILLER             PIC X(09) VALUE '   SIGMA '.
003760     05  WS-CH2-SIGMA       PIC ZZ9.999999.
003770     05  FILLER             PIC X(19) VALUE SPACES.

003780 01  WS-CHART-COLS.
003790     05  FILLER             PIC X(14) VALUE 'RUN DATE  SEQ'.
003800     05  FILLER             PIC X(12) VALUE '     VALUE'.
003810     05  FILLER             PIC X(06) VALUE 'BASE'.
003820     05  FILLER             PIC X(41) VALUE
003830         '    LCL             CL            UCL    '.
003840     05  FILLER             PIC X(02) VALUE SPACES.
003850     05  FILLER             PIC X(57) VALUE 'FLAGS'.

003860 01  WS-POINT-LINE.
003870     05  WS-PT-DATE         PIC 9(08).
003880     05  FILLER             PIC X(02) VALUE SPACES.
003890     05  WS-PT-SEQ          PIC 9(02).
003900     05  FILLER             PIC X(02) VALUE SPACES.
003910     05  WS-PT-VALUE        PIC ZZ9.999999.
003920     05  FILLER             PIC X(02) VALUE SPACES.
003930     05  WS-PT-BASE         PIC X(04).
003940     05  FILLER             PIC X(02) VALUE SPACES.
003950     05  WS-PT-CHART        PIC X(41).
003960     05  FILLER             PIC X(02) VALUE SPACES.
003970     05  WS-PT-FLAGS        PIC X(40).
003980     05  FILLER             PIC X(17) VALUE SPACES.

003990 01  WS-SUM-HDG.
004000     05  FILLER             PIC X(07) VALUE 'METRIC'.
004010     05  FILLER             PIC X(06) VALUE 'SIZE'.
004020     05  FILLER             PIC X(10) VALUE 'SYSTEM'.
004030     05  FILLER             PIC X(07) VALUE ' RUNS'.
004040     05  FILLER             PIC X(12) VALUE '        CL'.
004050     05  FILLER             PIC X(12) VALUE '       UCL'.
004060     05  FILLER             PIC X(12) VALUE '       LCL'.
004070     05  FILLER             PIC X(10) VALUE 'LATEST'.
004080     05  FILLER             PIC X(12) VALUE '     VALUE'.
004090     05  FILLER             PIC X(44) VALUE 'FLAGS'.

004100 01  WS-SUM-LINE.
004110     05  WS-SL-METRIC       PIC X(05).
004120     05  FILLER             PIC X(02) VALUE SPACES.
004130     05  WS-SL-SIZE         PIC X(04).
004140     05  FILLER             PIC X(02) VALUE SPACES.
004150     05  WS-SL-SYSTEM       PIC X(08).
004160     05  FILLER             PIC X(02) VALUE SPACES.
004170     05  WS-SL-RUNS         PIC ZZZZ9.
004180     05  FILLER             PIC X(02) VALUE SPACES.
004190     05  WS-SL-CL           PIC ZZ9.999999.
004200     05  FILLER             PIC X(02) VALUE SPACES.
004210     05  WS-SL-UCL          PIC ZZ9.999999.
004220     05  FILLER             PIC X(02) VALUE SPACES.
004230     05  WS-SL-LCL          PIC ZZ9.999999.
004240     05  FILLER             PIC X(02) VALUE SPACES.
004250     05  WS-SL-DATE         PIC 9(08).
004260     05  FILLER             PIC X(02) VALUE SPACES.
004270     05  WS-SL-VALUE        PIC ZZ9.999999.
004280     05  FILLER             PIC X(02) VALUE SPACES.
004290     05  WS-SL-FLAGS        PIC X(40).
004300     05  FILLER             PIC X(04) VALUE SPACES.

004310 01  WS-MESSAGE-LINE.
004320     05  WS-MSG-TEXT        PIC X(132).

004330 01  WS-PRINT-LINE          PIC X(132).

004340 PROCEDURE DIVISION.

004350*****************************************************
004360* 0000-MAINLINE                                      *
004370*****************************************************
004380 0000-MAINLINE.

004390     PERFORM 1000-INITIALIZE
004400         THRU 1000-INITIALIZE-EXIT.

004410     PERFORM 2000-OPEN-FILES
004420         THRU 2000-OPEN-FILES-EXIT.

004430     PERFORM 3000-LOAD-ENVIRONMENT
004440         THRU 3000-LOAD-ENVIRONMENT-EXIT.

004450     PERFORM 3500-LOAD-MATRIX-RUNS
004460         THRU 3500-LOAD-MATRIX-RUNS-EXIT.

004470     PERFORM 4000-LOAD-IO-RUNS
004480         THRU 4000-LOAD-IO-RUNS-EXIT.

004490     PERFORM 5000-CHART-ALL-GROUPS
004500         THRU 5000-CHART-ALL-GROUPS-EXIT.

004510     PERFORM 6000-PRINT-SUMMARY
004520         THRU 6000-PRINT-SUMMARY-EXIT.

004530     CLOSE REPORT-FILE.

004540     GO TO 9999-EXIT.

004550*****************************************************
004560* 1000-INITIALIZE - the three SYSIN cards, then the  *
004570* MXEVENT exclusion events.                          *
004580*****************************************************
004590 1000-INITIALIZE.

004600     MOVE 0 TO RETURN-CODE.

004610     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

004620     MOVE 0 TO WS-START-IN.
004630     ACCEPT WS-START-IN.
004640     IF WS-START-IN > 0
004650         MOVE WS-START-IN TO WS-START-DATE
004660     ELSE
004670         COMPUTE WS-DATE-INT =
004680             FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
004690             - WS-DEFAULT-DAYS
004700         COMPUTE WS-START-DATE =
004710             FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
004720     END-IF.

004730     MOVE 0 TO WS-BASE-IN.
004740     ACCEPT WS-BASE-IN.
004750     IF WS-BASE-IN NOT < WS-BASE-MIN
004760         MOVE WS-BASE-IN TO WS-BASE-N
004770     END-IF.

004780     MOVE 0 TO WS-SHOW-IN.
004790     ACCEPT WS-SHOW-IN.
004800     IF WS-SHOW-IN > 0
004810         MOVE WS-SHOW-IN TO WS-SHOW-N
004820     END-IF.

004830     DISPLAY 'MATRIXCONTROLCHART: RUNS FROM ' WS-START-DATE
004840             ', BASELINE ' WS-BASE-N ' RUNS, '
004850             WS-SHOW-N ' PRINTED PER CHART.'.

004860     PERFORM 1200-LOAD-EVENTS
004870         THRU 1200-LOAD-EVENTS-EXIT.

004880 1000-INITIALIZE-EXIT.
004890     EXIT.

004900*****************************************************
004910* 1200-LOAD-EVENTS - tables the date range and       *
004920* system of every MXEVENT event flagged exclude-     *
004930* from-baseline.  A missing calendar excludes        *
004940* nothing; a full table keeps the events already     *
004950* loaded and says so.                                *
004960*****************************************************
004970 1200-LOAD-EVENTS.

004980     OPEN INPUT EVENT-FILE.

004990     IF WS-MXEVNT-STATUS NOT = '00'
005000         DISPLAY 'MATRIXCONTROLCHART: MXEVENT NOT AVAILABLE, '
005010                 'STATUS= ' WS-MXEVNT-STATUS
005020                 ' - NO RUNS EXCLUDED FROM THE BASELINE.'
005030         GO TO 1200-LOAD-EVENTS-EXIT
005040     END-IF.

005050     PERFORM 1210-READ-EVENT-RECORD
005060         THRU 1210-READ-EVENT-RECORD-EXIT
005070         UNTIL WS-EVT-AT-END.

005080     CLOSE EVENT-FILE.

005090 1200-LOAD-EVENTS-EXIT.
005100     EXIT.

005110 1210-READ-EVENT-RECORD.

005120     READ EVENT-FILE
005130         AT END
005140             MOVE 'Y' TO WS-EVT-EOF-SWITCH
005150             GO TO 1210-READ-EVENT-RECORD-EXIT
005160     END-READ.

005170     IF MX-EVT-EXCLUDE NOT = 'Y'
005180         GO TO 1210-READ-EVENT-RECORD-EXIT
005190     END-IF.

005200     IF WS-EVT-COUNT NOT < WS-EVT-MAX
005210         DISPLAY 'MATRIXCONTROLCHART: MORE THAN 200 BASELINE-'
005220                 'EXCLUSION EVENTS - LATER EVENTS IGNORED.'
005230         MOVE 'Y' TO WS-EVT-EOF-SWITCH
005240         GO TO 1210-READ-EVENT-RECORD-EXIT
005250     END-IF.

005260     ADD 1 TO WS-EVT-COUNT.
005270     MOVE MX-EVT-START-DATE TO WS-EVT-START-DATE (WS-EVT-COUNT).
005280     MOVE MX-EVT-END-DATE   TO WS-EVT-END-DATE (WS-EVT-COUNT).
005290     MOVE MX-EVT-SYSTEM-ID  TO WS-EVT-SYSTEM (WS-EVT-COUNT).

005300 1210-READ-EVENT-RECORD-EXIT.
005310     EXIT.

005320*****************************************************
005330* 2000-OPEN-FILES - the matrix log and the report    *
005340* are required; MXENVF and MXIOLOG are opened where  *
005350* they are read.                                     *
005360*****************************************************
005370 2000-OPEN-FILES.

005380     OPEN INPUT MX-LOG-FILE.

005390     IF WS-MXLOGF-STATUS NOT = '00'
005400         DISPLAY 'MATRIXCONTROLCHART: MXLOGF NOT AVAILABLE, '
005410                 'STATUS= ' WS-MXLOGF-STATUS
005420         MOVE WS-FAILED-RC TO RETURN-CODE
005430         GO TO 9999-EXIT
005440     END-IF.

005450     OPEN OUTPUT REPORT-FILE.

005460     IF WS-MXCCRP-STATUS NOT = '00'
005470         DISPLAY 'MATRIXCONTROLCHART: MXCCRPT NOT AVAILABLE, '
005480                 'STATUS= ' WS-MXCCRP-STATUS
005490         CLOSE MX-LOG-FILE
005500         MOVE WS-FAILED-RC TO RETURN-CODE
005510         GO TO 9999-EXIT
005520     END-IF.

005530 2000-OPEN-FILES-EXIT.
005540     EXIT.

005550*****************************************************
005560* 3000-LOAD-ENVIRONMENT - tables every MXENVF record *
005570* from the start date.  Without MXENVF every run     *
005580* charts under system UNKNOWN.                       *
005590*****************************************************
005600 3000-LOAD-ENVIRONMENT.

005610     OPEN INPUT ENV-FILE.

005620     IF WS-MXENVF-STATUS NOT = '00'
005630         DISPLAY 'MATRIXCONTROLCHART: MXENVF NOT AVAILABLE, '
005640                 'STATUS= ' WS-MXENVF-STATUS
005650                 ' - ALL RUNS CHARTED AS SYSTEM UNKNOWN.'
005660         GO TO 3000-LOAD-ENVIRONMENT-EXIT
005670     END-IF.

005680     MOVE 'N' TO WS-EOF-SWITCH.

005690     PERFORM 3100-READ-ENV-RECORD
005700         THRU 3100-READ-ENV-RECORD-EXIT
005710         UNTIL WS-END-OF-FILE.

005720     CLOSE ENV-FILE.

005730 3000-LOAD-ENVIRONMENT-EXIT.
005740     EXIT.

005750 3100-READ-ENV-RECORD.

005760     READ ENV-FILE
005770         AT END
005780             MOVE 'Y' TO WS-EOF-SWITCH
005790             GO TO 3100-READ-ENV-RECORD-EXIT
005800     END-READ.

005810     IF MX-ENV-RUN-DATE < WS-START-DATE
005820         GO TO 3100-READ-ENV-RECORD-EXIT
005830     END-IF.

005840     IF WS-ENV-COUNT NOT < WS-ENV-MAX
005850         IF NOT WS-ENV-TABLE-FULL
005860             DISPLAY 'MATRIXCONTROLCHART: MORE THAN 4000 '
005870                     'MXENVF RECORDS - GIVE A LATER START '
005880                     'DATE; LATER RUNS CHART AS UNKNOWN.'
005890             MOVE 'Y' TO WS-ENV-FULL-SWITCH
005900         END-IF
005910         GO TO 3100-READ-ENV-RECORD-EXIT
005920     END-IF.

005930     ADD 1 TO WS-ENV-COUNT.
005940     MOVE MX-ENV-RUN-DATE TO WS-ENV-DATE (WS-ENV-COUNT).
005950     MOVE MX-ENV-RUN-SEQ TO WS-ENV-SEQ (WS-ENV-COUNT).
005960     MOVE MX-ENV-SYSTEM-ID TO WS-ENV-SYSTEM (WS-ENV-COUNT).

005970 3100-READ-ENV-RECORD-EXIT.
005980     EXIT.

005990*****************************************************
006000* 3500-LOAD-MATRIX-RUNS - STARTs the MXLOGF browse   *
006010* on the start date and tables every run with its    *
006020* three timings.                                     *
006030*****************************************************
006040 3500-LOAD-MATRIX-RUNS.

006050     MOVE 'N' TO WS-EOF-SWITCH.
006060     MOVE WS-START-DATE TO MX-LOG-RUN-DATE.
006070     MOVE 0 TO MX-LOG-RUN-SEQ.

006080     START MX-LOG-FILE KEY NOT < MX-LOG-KEY
006090         INVALID KEY
006100             MOVE 'Y' TO WS-EOF-SWITCH
006110     END-START.

006120     PERFORM 3600-READ-LOG-RECORD
006130         THRU 3600-READ-LOG-RECORD-EXIT
006140         UNTIL WS-END-OF-FILE.

006150     CLOSE MX-LOG-FILE.

006160 3500-LOAD-MATRIX-RUNS-EXIT.
006170     EXIT.

006180 3600-READ-LOG-RECORD.

006190     READ MX-LOG-FILE NEXT
006200         AT END
006210             MOVE 'Y' TO WS-EOF-SWITCH
006220             GO TO 3600-READ-LOG-RECORD-EXIT
006230     END-READ.

006240     PERFORM 3800-CLAIM-RUN-ENTRY
006250         THRU 3800-CLAIM-RUN-ENTRY-EXIT.

006260     IF WS-RUN-TABLE-FULL
006270         MOVE 'Y' TO WS-EOF-SWITCH
006280         GO TO 3600-READ-LOG-RECORD-EXIT
006290     END-IF.

006300     MOVE 'M' TO WS-RUN-SOURCE (WS-RUN-COUNT).
006310     MOVE MX-LOG-RUN-DATE TO WS-RUN-DATE (WS-RUN-COUNT).
006320     MOVE MX-LOG-RUN-SEQ TO WS-RUN-SEQ (WS-RUN-COUNT).
006330     MOVE MX-LOG-M-SIZE TO WS-RUN-SIZE (WS-RUN-COUNT).
006340     MOVE MX-LOG-RUN-DATE TO WS-LATEST-M-DATE.

006350     MOVE MX-LOG-TIME1 TO WS-TIME-EDIT.
006360     PERFORM 3700-CONVERT-TIME
006370         THRU 3700-CONVERT-TIME-EXIT.
006380     MOVE WS-TIME-NUM TO WS-RUN-VALUE (WS-RUN-COUNT, 1).

006390     MOVE MX-LOG-TIME2 TO WS-TIME-EDIT.
006400     PERFORM 3700-CONVERT-TIME
006410         THRU 3700-CONVERT-TIME-EXIT.
006420     MOVE WS-TIME-NUM TO WS-RUN-VALUE (WS-RUN-COUNT, 2).

006430     MOVE MX-LOG-TIME3 TO WS-TIME-EDIT.
006440     PERFORM 3700-CONVERT-TIME
006450         THRU 3700-CONVERT-TIME-EXIT.
006460     MOVE WS-TIME-NUM TO WS-RUN-VALUE (WS-RUN-COUNT, 3).

006470*    The environment record of the same date and sequence.
006480     PERFORM 3610-ADVANCE-ENV
006490         THRU 3610-ADVANCE-ENV-EXIT
006500         UNTIL WS-ENV-PTR > WS-ENV-COUNT
006510         OR WS-ENV-DATE (WS-ENV-PTR) > MX-LOG-RUN-DATE
006520         OR (WS-ENV-DATE (WS-ENV-PTR) = MX-LOG-RUN-DATE
006530             AND WS-ENV-SEQ (WS-ENV-PTR) NOT < MX-LOG-RUN-SEQ).

006540     MOVE 'UNKNOWN ' TO WS-RUN-SYSTEM (WS-RUN-COUNT).
006550     IF WS-ENV-PTR NOT > WS-ENV-COUNT
006560         IF WS-ENV-DATE (WS-ENV-PTR) = MX-LOG-RUN-DATE
006570             AND WS-ENV-SEQ (WS-ENV-PTR) = MX-LOG-RUN-SEQ
006580             MOVE WS-ENV-SYSTEM (WS-ENV-PTR)
006590                 TO WS-RUN-SYSTEM (WS-RUN-COUNT)
006600         END-IF
006610     END-IF.

006620     PERFORM 3900-FILE-RUN
006630         THRU 3900-FILE-RUN-EXIT.

006640 3600-READ-LOG-RECORD-EXIT.
006650     EXIT.

006660 3610-ADVANCE-ENV.

006670     ADD 1 TO WS-ENV-PTR.

006680 3610-ADVANCE-ENV-EXIT.
006690     EXIT.

006700*****************************************************
006710* 3700-CONVERT-TIME - de-edits WS-TIME-EDIT (PIC     *
006720* 9(03).9(06)) into WS-TIME-NUM by pulling its digit *
006730* groups out by reference modification.              *
006740*****************************************************
006750 3700-CONVERT-TIME.

006760     MOVE WS-TIME-EDIT (1:3) TO WS-TIME-INT.
006770     MOVE WS-TIME-EDIT (5:6) TO WS-TIME-FRAC.

006780     COMPUTE WS-TIME-NUM =
006790         WS-TIME-INT + (WS-TIME-FRAC / 1000000).

006800 3700-CONVERT-TIME-EXIT.
006810     EXIT.

006820*****************************************************
006830* 3800-CLAIM-RUN-ENTRY - the next free run-table     *
006840* entry; a full table stops the load with a message, *
006850* since the charts would otherwise end short of the  *
006860* latest runs without saying so.                     *
006870*****************************************************
006880 3800-CLAIM-RUN-ENTRY.

006890     IF WS-RUN-COUNT NOT < WS-RUN-MAX
006900         IF NOT WS-RUN-TABLE-FULL
006910             DISPLAY 'MATRIXCONTROLCHART: MORE THAN 4000 RUNS '
006920                     'FROM ' WS-START-DATE ' - GIVE A LATER '
006930                     'START DATE.'
006940             MOVE 'Y' TO WS-RUN-FULL-SWITCH
006950         END-IF
006960         GO TO 3800-CLAIM-RUN-ENTRY-EXIT
006970     END-IF.

006980     ADD 1 TO WS-RUN-COUNT.
006990     MOVE SPACES TO WS-RUN-EXCL (WS-RUN-COUNT).

007000 3800-CLAIM-RUN-ENTRY-EXIT.
007010     EXIT.

007020*****************************************************
007030* 3900-FILE-RUN - marks the new run excluded when a  *
007040* baseline-exclusion event covers it (its own        *
007050* system, a site-wide event, or any event for a run  *
007060* whose system is unknown) and files its chart group.*
007070*****************************************************
007080 3900-FILE-RUN.

007090     MOVE 'N' TO WS-EXCL-SWITCH.

007100     PERFORM 3910-TEST-ONE-EVENT
007110         THRU 3910-TEST-ONE-EVENT-EXIT
007120         VARYING WS-EVT-SUB FROM 1 BY 1
007130         UNTIL WS-EVT-SUB > WS-EVT-COUNT
007140         OR WS-RUN-EXCLUDED.

007150     IF WS-RUN-EXCLUDED
007160         MOVE 'Y' TO WS-RUN-EXCL (WS-RUN-COUNT)
007170     END-IF.

007180     MOVE WS-RUN-SOURCE (WS-RUN-COUNT) TO WS-NEW-GRP-SOURCE.
007190     MOVE WS-RUN-SIZE (WS-RUN-COUNT) TO WS-NEW-GRP-SIZE.
007200     MOVE WS-RUN-SYSTEM (WS-RUN-COUNT) TO WS-NEW-GRP-SYSTEM.

007210     PERFORM 3950-FILE-GROUP
007220         THRU 3950-FILE-GROUP-EXIT.

007230 3900-FILE-RUN-EXIT.
007240     EXIT.

007250 3910-TEST-ONE-EVENT.

007260     IF WS-RUN-DATE (WS-RUN-COUNT)
007270             < WS-EVT-START-DATE (WS-EVT-SUB)
007280         OR WS-RUN-DATE (WS-RUN-COUNT)
007290             > WS-EVT-END-DATE (WS-EVT-SUB)
007300         GO TO 3910-TEST-ONE-EVENT-EXIT
007310     END-IF.

007320     IF WS-EVT-SYSTEM (WS-EVT-SUB) = SPACES
007330         OR WS-EVT-SYSTEM (WS-EVT-SUB)
007340             = WS-RUN-SYSTEM (WS-RUN-COUNT)
007350         OR WS-RUN-SYSTEM (WS-RUN-COUNT) = 'UNKNOWN '
007360         MOVE 'Y' TO WS-EXCL-SWITCH
007370     END-IF.

007380 3910-TEST-ONE-EVENT-EXIT.
007390     EXIT.

007400*****************************************************
007410* 3950-FILE-GROUP - finds WS-NEW-GRP-KEY in the      *
007420* group table, or inserts it at its sorted place.    *
007430*****************************************************
007440 3950-FILE-GROUP.

007450     MOVE 0 TO WS-GRP-AT.

007460     PERFORM 3960-PLACE-GROUP
007470         THRU 3960-PLACE-GROUP-EXIT
007480         VARYING WS-GRP-SUB FROM 1 BY 1
007490         UNTIL WS-GRP-SUB > WS-GRP-COUNT
007500         OR WS-GRP-AT > 0.

007510     IF WS-GRP-AT > 0
007520         IF WS-GRP-KEY (WS-GRP-AT) = WS-NEW-GRP-KEY
007530             GO TO 3950-FILE-GROUP-EXIT
007540         END-IF
007550     ELSE
007560         COMPUTE WS-GRP-AT = WS-GRP-COUNT + 1
007570     END-IF.

007580     IF WS-GRP-COUNT NOT < WS-GRP-MAX
007590         DISPLAY 'MATRIXCONTROLCHART: MORE THAN 60 SIZE/'
007600                 'SYSTEM GROUPS - ' WS-NEW-GRP-KEY
007610                 ' NOT CHARTED.'
007620         GO TO 3950-FILE-GROUP-EXIT
007630     END-IF.

007640     PERFORM 3970-SHIFT-GROUP-DOWN
007650         THRU 3970-SHIFT-GROUP-DOWN-EXIT
007660         VARYING WS-GRP-SUB FROM WS-GRP-COUNT BY -1
007670         UNTIL WS-GRP-SUB < WS-GRP-AT.

007680     ADD 1 TO WS-GRP-COUNT.
007690     MOVE WS-NEW-GRP-KEY TO WS-GRP-KEY (WS-GRP-AT).

007700 3950-FILE-GROUP-EXIT.
007710     EXIT.

007720 3960-PLACE-GROUP.

007730     IF WS-GRP-KEY (WS-GRP-SUB) NOT < WS-NEW-GRP-KEY
007740         MOVE WS-GRP-SUB TO WS-GRP-AT
007750     END-IF.

007760 3960-PLACE-GROUP-EXIT.
007770     EXIT.

007780 3970-SHIFT-GROUP-DOWN.

007790     MOVE WS-GRP-KEY (WS-GRP-SUB) TO WS-GRP-KEY (WS-GRP-SUB + 1).

007800 3970-SHIFT-GROUP-DOWN-EXIT.
007810     EXIT.

007820*****************************************************
007830* 4000-LOAD-IO-RUNS - every MXIOLOG record from the  *
007840* start date, charted under the system of the last   *
007850* MXENVF record of its date (MXIOLOG carries none).  *
007860* Without MXIOLOG only the matrix charts print.      *
007870*****************************************************
007880 4000-LOAD-IO-RUNS.

007890     IF WS-RUN-TABLE-FULL
007900         GO TO 4000-LOAD-IO-RUNS-EXIT
007910     END-IF.

007920     OPEN INPUT IO-LOG-FILE.

007930     IF WS-MXIOLG-STATUS NOT = '00'
007940         DISPLAY 'MATRIXCONTROLCHART: MXIOLOG NOT AVAILABLE, '
007950                 'STATUS= ' WS-MXIOLG-STATUS
007960                 ' - NO I/O CHARTS.'
007970         GO TO 4000-LOAD-IO-RUNS-EXIT
007980     END-IF.

007990     MOVE 'N' TO WS-EOF-SWITCH.

008000     PERFORM 4100-READ-IO-RECORD
008010         THRU 4100-READ-IO-RECORD-EXIT
008020         UNTIL WS-END-OF-FILE.

008030     CLOSE IO-LOG-FILE.

008040 4000-LOAD-IO-RUNS-EXIT.
008050     EXIT.

008060 4100-READ-IO-RECORD.

008070     READ IO-LOG-FILE
008080         AT END
008090             MOVE 'Y' TO WS-EOF-SWITCH
008100             GO TO 4100-READ-IO-RECORD-EXIT
008110     END-READ.

008120     IF IO-LOG-RUN-DATE < WS-START-DATE
008130         GO TO 4100-READ-IO-RECORD-EXIT
008140     END-IF.

008150     PERFORM 3800-CLAIM-RUN-ENTRY
008160         THRU 3800-CLAIM-RUN-ENTRY-EXIT.

008170     IF WS-RUN-TABLE-FULL
008180         MOVE 'Y' TO WS-EOF-SWITCH
008190         GO TO 4100-READ-IO-RECORD-EXIT
008200     END-IF.

008210     MOVE 'I' TO WS-RUN-SOURCE (WS-RUN-COUNT).
008220     MOVE IO-LOG-RUN-DATE TO WS-RUN-DATE (WS-RUN-COUNT).
008230     MOVE 0 TO WS-RUN-SEQ (WS-RUN-COUNT).
008240     MOVE 0 TO WS-RUN-SIZE (WS-RUN-COUNT).
008250     MOVE IO-LOG-RUN-DATE TO WS-LATEST-I-DATE.

008260     MOVE IO-LOG-TIME-WRITE TO WS-TIME-EDIT.
008270     PERFORM 3700-CONVERT-TIME
008280         THRU 3700-CONVERT-TIME-EXIT.
008290     MOVE WS-TIME-NUM TO WS-RUN-VALUE (WS-RUN-COUNT, 1).

008300     MOVE IO-LOG-TIME-READ TO WS-TIME-EDIT.
008310     PERFORM 3700-CONVERT-TIME
008320         THRU 3700-CONVERT-TIME-EXIT.
008330     MOVE WS-TIME-NUM TO WS-RUN-VALUE (WS-RUN-COUNT, 2).
008340     MOVE 0 TO WS-RUN-VALUE (WS-RUN-COUNT, 3).

008350     IF IO-LOG-RUN-DATE NOT = WS-IO-LAST-DATE
008360         MOVE IO-LOG-RUN-DATE TO WS-IO-LAST-DATE
008370         MOVE 'UNKNOWN ' TO WS-IO-LAST-SYSTEM
008380         PERFORM 4110-ADVANCE-IO-ENV
008390             THRU 4110-ADVANCE-IO-ENV-EXIT
008400             UNTIL WS-IO-ENV-PTR > WS-ENV-COUNT
008410             OR WS-ENV-DATE (WS-IO-ENV-PTR) > IO-LOG-RUN-DATE
008420     END-IF.

008430     MOVE WS-IO-LAST-SYSTEM TO WS-RUN-SYSTEM (WS-RUN-COUNT).

008440     PERFORM 3900-FILE-RUN
008450         THRU 3900-FILE-RUN-EXIT.

008460 4100-READ-IO-RECORD-EXIT.
008470     EXIT.

008480 4110-ADVANCE-IO-ENV.

008490     IF WS-ENV-DATE (WS-IO-ENV-PTR) = IO-LOG-RUN-DATE
008500         MOVE WS-ENV-SYSTEM (WS-IO-ENV-PTR)
008510             TO WS-IO-LAST-SYSTEM
008520     END-IF.

008530     ADD 1 TO WS-IO-ENV-PTR.

008540 4110-ADVANCE-IO-ENV-EXIT.
008550     EXIT.

008560*****************************************************
008570* 5000-CHART-ALL-GROUPS - one chart per metric of    *
008580* each group: three for a matrix group, two for an   *
008590* I/O group.                                         *
008600*****************************************************
008610 5000-CHART-ALL-GROUPS.

008620     IF WS-GRP-COUNT = 0
008630         MOVE 'NO RUNS ON MXLOGF OR MXIOLOG FROM THE START '
008640             TO WS-MSG-TEXT
008650         MOVE WS-START-DATE TO WS-MSG-TEXT (45:8)
008660         MOVE ' - NOTHING TO CHART.' TO WS-MSG-TEXT (53:20)
008670         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
008680         PERFORM 8100-WRITE-REPORT-LINE
008690             THRU 8100-WRITE-REPORT-LINE-EXIT
008700         GO TO 5000-CHART-ALL-GROUPS-EXIT
008710     END-IF.

008720     PERFORM 5010-CHART-ONE-GROUP
008730         THRU 5010-CHART-ONE-GROUP-EXIT
008740         VARYING WS-GRP-SUB FROM 1 BY 1
008750         UNTIL WS-GRP-SUB > WS-GRP-COUNT.

008760 5000-CHART-ALL-GROUPS-EXIT.
008770     EXIT.

008780 5010-CHART-ONE-GROUP.

008790     IF WS-GRP-SOURCE (WS-GRP-SUB) = 'M'
008800         MOVE 3 TO WS-MET-LIMIT
008810         MOVE WS-LATEST-M-DATE TO WS-LATEST-DATE
008820     ELSE
008830         MOVE 2 TO WS-MET-LIMIT
008840         MOVE WS-LATEST-I-DATE TO WS-LATEST-DATE
008850     END-IF.

008860     PERFORM 5100-CHART-ONE-METRIC
008870         THRU 5100-CHART-ONE-METRIC-EXIT
008880         VARYING WS-MET FROM 1 BY 1
008890         UNTIL WS-MET > WS-MET-LIMIT.

008900 5010-CHART-ONE-GROUP-EXIT.
008910     EXIT.

008920*****************************************************
008930* 5100-CHART-ONE-METRIC - collects the series,       *
008940* computes its limits from the baseline, prints the  *
008950* chart heading, judges every run (printing the last *
008960* WS-SHOW-N) and files the summary line.  A series   *
008970* with fewer than 5 baseline runs is listed on the   *
008980* summary page only.                                 *
008990*****************************************************
009000 5100-CHART-ONE-METRIC.

009010     IF WS-GRP-SOURCE (WS-GRP-SUB) = 'M'
009020         MOVE WS-MET TO WS-MET-NAME-SUB
009030     ELSE
009040         COMPUTE WS-MET-NAME-SUB = WS-MET + 3
009050     END-IF.

009060     PERFORM 5200-COLLECT-SERIES
009070         THRU 5200-COLLECT-SERIES-EXIT.

009080     PERFORM 5300-COMPUTE-LIMITS
009090         THRU 5300-COMPUTE-LIMITS-EXIT.

009100     PERFORM 5700-OPEN-SUMMARY-ENTRY
009110         THRU 5700-OPEN-SUMMARY-ENTRY-EXIT.

009120     IF WS-BASE-COUNT < WS-BASE-MIN
009130         ADD 1 TO WS-SHORT-COUNT
009140         GO TO 5100-CHART-ONE-METRIC-EXIT
009150     END-IF.

009160     ADD 1 TO WS-CHART-COUNT.

009170     PERFORM 5400-PRINT-CHART-HEADING
009180         THRU 5400-PRINT-CHART-HEADING-EXIT.

009190     MOVE 0 TO WS-HIGH-COUNT.
009200     MOVE 0 TO WS-LOW-COUNT.
009210     MOVE 0 TO WS-RULE-COUNT.
009220     MOVE SPACE TO WS-LAST-SIDE.
009230     MOVE 0 TO WS-SIDE-COUNT.
009240     MOVE 0 TO WS-RISE-COUNT.

009250     PERFORM 5500-JUDGE-ONE-RUN
009260         THRU 5500-JUDGE-ONE-RUN-EXIT
009270         VARYING WS-SER-SUB FROM 1 BY 1
009280         UNTIL WS-SER-SUB > WS-SER-COUNT.

009290     PERFORM 5600-PRINT-CHART-FOOTER
009300         THRU 5600-PRINT-CHART-FOOTER-EXIT.

009310 5100-CHART-ONE-METRIC-EXIT.
009320     EXIT.

009330*****************************************************
009340* 5200-COLLECT-SERIES - the group's runs in table    *
009350* (date) order, with this metric's value.            *
009360*****************************************************
009370 5200-COLLECT-SERIES.

009380     MOVE 0 TO WS-SER-COUNT.

009390     PERFORM 5210-COLLECT-ONE-RUN
009400         THRU 5210-COLLECT-ONE-RUN-EXIT
009410         VARYING WS-RUN-SUB FROM 1 BY 1
009420         UNTIL WS-RUN-SUB > WS-RUN-COUNT.

009430     IF WS-SER-COUNT > WS-SHOW-N
009440         COMPUTE WS-SHOW-FROM = WS-SER-COUNT - WS-SHOW-N + 1
009450     ELSE
009460         MOVE 1 TO WS-SHOW-FROM
009470     END-IF.

009480 5200-COLLECT-SERIES-EXIT.
009490     EXIT.

009500 5210-COLLECT-ONE-RUN.

009510     IF WS-RUN-SOURCE (WS-RUN-SUB)
009520             NOT = WS-GRP-SOURCE (WS-GRP-SUB)
009530         OR WS-RUN-SIZE (WS-RUN-SUB)
009540             NOT = WS-GRP-SIZE (WS-GRP-SUB)
009550         OR WS-RUN-SYSTEM (WS-RUN-SUB)
009560             NOT = WS-GRP-SYSTEM (WS-GRP-SUB)
009570         GO TO 5210-COLLECT-ONE-RUN-EXIT
009580     END-IF.

009590     ADD 1 TO WS-SER-COUNT.
009600     MOVE WS-RUN-SUB TO WS-SER-RUN (WS-SER-COUNT).
009610     MOVE WS-RUN-VALUE (WS-RUN-SUB, WS-MET)
009620         TO WS-SER-VALUE (WS-SER-COUNT).

009630 5210-COLLECT-ONE-RUN-EXIT.
009640     EXIT.

009650*****************************************************
009660* 5300-COMPUTE-LIMITS - centre line and population   *
009670* standard deviation of the first WS-BASE-N runs not *
009680* covered by an exclusion event; the limits sit 3    *
009690* sigma either side (a lower limit below zero is     *
009700* held at zero - no run can be faster than that).    *
009710*****************************************************
009720 5300-COMPUTE-LIMITS.

009730     MOVE 0 TO WS-BASE-COUNT.
009740     MOVE 0 TO WS-BASE-SUM.
009750     MOVE 0 TO WS-BASE-SUMSQ.
009760     MOVE 0 TO WS-BASE-FIRST.
009770     MOVE 0 TO WS-BASE-LAST.

009780     PERFORM 5310-ADD-BASELINE-RUN
009790         THRU 5310-ADD-BASELINE-RUN-EXIT
009800         VARYING WS-SER-SUB FROM 1 BY 1
009810         UNTIL WS-SER-SUB > WS-SER-COUNT
009820         OR WS-BASE-COUNT NOT < WS-BASE-N.

009830     IF WS-BASE-COUNT < WS-BASE-MIN
009840         GO TO 5300-COMPUTE-LIMITS-EXIT
009850     END-IF.

009860     COMPUTE WS-CL = WS-BASE-SUM / WS-BASE-COUNT.

009870     COMPUTE WS-SQUARE = WS-CL * WS-CL.
009880     COMPUTE WS-VARIANCE = WS-BASE-SUMSQ / WS-BASE-COUNT.
009890     SUBTRACT WS-SQUARE FROM WS-VARIANCE.

009900     IF WS-VARIANCE > 0
009910         COMPUTE WS-SIGMA = FUNCTION SQRT (WS-VARIANCE)
009920     ELSE
009930         MOVE 0 TO WS-SIGMA
009940     END-IF.

009950     COMPUTE WS-3SIGMA = WS-SIGMA * 3.
009960     COMPUTE WS-UCL = WS-CL + WS-3SIGMA.
009970     COMPUTE WS-LCL = WS-CL - WS-3SIGMA.
009980     IF WS-LCL < 0
009990         MOVE 0 TO WS-LCL
010000     END-IF.

010010 5300-COMPUTE-LIMITS-EXIT.
010020     EXIT.

010030 5310-ADD-BASELINE-RUN.

010040     MOVE WS-SER-RUN (WS-SER-SUB) TO WS-RUN-SUB.

010050     IF WS-RUN-EXCL (WS-RUN-SUB) = 'Y'
010060         GO TO 5310-ADD-BASELINE-RUN-EXIT
010070     END-IF.

010080     ADD 1 TO WS-BASE-COUNT.
010090     IF WS-BASE-COUNT = 1
010100         MOVE WS-RUN-DATE (WS-RUN-SUB) TO WS-BASE-FIRST
010110     END-IF.
010120     MOVE WS-RUN-DATE (WS-RUN-SUB) TO WS-BASE-LAST.

010130     MOVE WS-SER-VALUE (WS-SER-SUB) TO WS-VALUE.
010140     ADD WS-VALUE TO WS-BASE-SUM.
010150     COMPUTE WS-SQUARE = WS-VALUE * WS-VALUE.
010160     ADD WS-SQUARE TO WS-BASE-SUMSQ.

010170 5310-ADD-BASELINE-RUN-EXIT.
010180     EXIT.

010190*****************************************************
010200* 5400-PRINT-CHART-HEADING - each chart starts a new *
010210* page: what is charted, the baseline and limits,    *
010220* and the column heading over the text chart.        *
010230*****************************************************
010240 5400-PRINT-CHART-HEADING.

010250     MOVE 99 TO WS-LINE-COUNT.

010260     MOVE WS-METRIC-NAME (WS-MET-NAME-SUB) TO WS-CH1-METRIC.
010270     IF WS-GRP-SOURCE (WS-GRP-SUB) = 'M'
010280         MOVE WS-GRP-SIZE (WS-GRP-SUB) TO WS-CH1-SIZE
010290     ELSE
010300         MOVE 'N/A ' TO WS-CH1-SIZE
010310     END-IF.
010320     MOVE WS-GRP-SYSTEM (WS-GRP-SUB) TO WS-CH1-SYSTEM.
010330     MOVE WS-SER-COUNT TO WS-CH1-RUNS.
010340     COMPUTE WS-CH1-SHOWN = WS-SER-COUNT - WS-SHOW-FROM + 1.

010350     MOVE WS-CHART-HDG1 TO WS-PRINT-LINE.
010360     PERFORM 8100-WRITE-REPORT-LINE
010370         THRU 8100-WRITE-REPORT-LINE-EXIT.

010380     MOVE WS-BASE-COUNT TO WS-CH2-BASE.
010390     MOVE WS-BASE-FIRST TO WS-CH2-FIRST.
010400     MOVE WS-BASE-LAST TO WS-CH2-LAST.
010410     MOVE WS-CL TO WS-CH2-CL.
010420     MOVE WS-UCL TO WS-CH2-UCL.
010430     MOVE WS-LCL TO WS-CH2-LCL.
010440     MOVE WS-SIGMA TO WS-CH2-SIGMA.

010450     MOVE WS-CHART-HDG2 TO WS-PRINT-LINE.
010460     PERFORM 8100-WRITE-REPORT-LINE
010470         THRU 8100-WRITE-REPORT-LINE-EXIT.

010480     MOVE SPACES TO WS-PRINT-LINE.
010490     PERFORM 8100-WRITE-REPORT-LINE
010500         THRU 8100-WRITE-REPORT-LINE-EXIT.

010510     MOVE WS-CHART-COLS TO WS-PRINT-LINE.
010520     PERFORM 8100-WRITE-REPORT-LINE
010530         THRU 8100-WRITE-REPORT-LINE-EXIT.

010540 5400-PRINT-CHART-HEADING-EXIT.
010550     EXIT.

010560*****************************************************
010570* 5500-JUDGE-ONE-RUN - applies the limits and the    *
010580* two run rules to one run, carrying the rule state  *
010590* forward; prints the run when it is among the last  *
010600* WS-SHOW-N, and raises the return code when a run   *
010610* on the latest run date breaks any rule.            *
010620*****************************************************
010630 5500-JUDGE-ONE-RUN.

010640     MOVE WS-SER-RUN (WS-SER-SUB) TO WS-RUN-SUB.
010650     MOVE WS-SER-VALUE (WS-SER-SUB) TO WS-VALUE.
010660     MOVE SPACES TO WS-FLAGS.
010670     MOVE 1 TO WS-FLAG-PTR.

010680     IF WS-VALUE > WS-UCL
010690         ADD 1 TO WS-HIGH-COUNT
010700         STRING 'ABOVE UCL-SLOW ' DELIMITED BY SIZE
010710             INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
010720     END-IF.

010730     IF WS-VALUE < WS-LCL
010740         ADD 1 TO WS-LOW-COUNT
010750         STRING 'BELOW LCL-FAST ' DELIMITED BY SIZE
010760             INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
010770     END-IF.

010780     IF WS-VALUE > WS-CL
010790         MOVE 'A' TO WS-SIDE
010800     ELSE
010810         IF WS-VALUE < WS-CL
010820             MOVE 'B' TO WS-SIDE
010830         ELSE
010840             MOVE SPACE TO WS-SIDE
010850         END-IF
010860     END-IF.

010870     IF WS-SIDE NOT = SPACE
010880         AND WS-SIDE = WS-LAST-SIDE
010890         ADD 1 TO WS-SIDE-COUNT
010900     ELSE
010910         MOVE 1 TO WS-SIDE-COUNT
010920     END-IF.
010930     MOVE WS-SIDE TO WS-LAST-SIDE.

010940     IF WS-SIDE NOT = SPACE
010950         AND WS-SIDE-COUNT NOT < WS-SIDE-RULE
010960         ADD 1 TO WS-RULE-COUNT
010970         IF WS-SIDE = 'A'
010980             STRING '7 ABOVE CL ' DELIMITED BY SIZE
010990                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
011000         ELSE
011010             STRING '7 BELOW CL ' DELIMITED BY SIZE
011020                 INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
011030         END-IF
011040     END-IF.

011050     IF WS-SER-SUB > 1
011060         AND WS-VALUE > WS-PREV-VALUE
011070         ADD 1 TO WS-RISE-COUNT
011080     ELSE
011090         MOVE 1 TO WS-RISE-COUNT
011100     END-IF.
011110     MOVE WS-VALUE TO WS-PREV-VALUE.

011120     IF WS-RISE-COUNT NOT < WS-RISE-RULE
011130         ADD 1 TO WS-RULE-COUNT
011140         STRING '6 RISING ' DELIMITED BY SIZE
011150             INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
011160     END-IF.

011170     IF WS-FLAGS NOT = SPACES
011180         AND WS-RUN-DATE (WS-RUN-SUB) = WS-LATEST-DATE
011190         MOVE 'Y' TO WS-LATEST-SWITCH
011200     END-IF.

011210     IF WS-SER-SUB = WS-SER-COUNT
011220         PERFORM 5710-CLOSE-SUMMARY-ENTRY
011230             THRU 5710-CLOSE-SUMMARY-ENTRY-EXIT
011240     END-IF.

011250     IF WS-SER-SUB < WS-SHOW-FROM
011260         GO TO 5500-JUDGE-ONE-RUN-EXIT
011270     END-IF.

011280     PERFORM 5510-BUILD-TEXT-CHART
011290         THRU 5510-BUILD-TEXT-CHART-EXIT.

011300     MOVE WS-RUN-DATE (WS-RUN-SUB) TO WS-PT-DATE.
011310     MOVE WS-RUN-SEQ (WS-RUN-SUB) TO WS-PT-SEQ.
011320     MOVE WS-VALUE TO WS-PT-VALUE.
011330     IF WS-RUN-EXCL (WS-RUN-SUB) = 'Y'
011340         MOVE 'EXCL' TO WS-PT-BASE
011350     ELSE
011360         MOVE SPACES TO WS-PT-BASE
011370     END-IF.
011380     MOVE WS-CHART TO WS-PT-CHART.
011390     MOVE WS-FLAGS TO WS-PT-FLAGS.

011400     MOVE WS-POINT-LINE TO WS-PRINT-LINE.
011410     PERFORM 8100-WRITE-REPORT-LINE
011420         THRU 8100-WRITE-REPORT-LINE-EXIT.

011430 5500-JUDGE-ONE-RUN-EXIT.
011440     EXIT.

011450*****************************************************
011460* 5510-BUILD-TEXT-CHART - the limit and centre       *
011470* markers, then the run's '*' at its scaled column.  *
011480*****************************************************
011490 5510-BUILD-TEXT-CHART.

011500     MOVE SPACES TO WS-CHART.
011510     MOVE '|' TO WS-CHART (WS-COL-LCL:1).
011520     MOVE ':' TO WS-CHART (WS-COL-CL:1).
011530     MOVE '|' TO WS-CHART (WS-COL-UCL:1).

011540     IF WS-SIGMA = 0
011550         IF WS-VALUE > WS-CL
011560             MOVE '>' TO WS-CHART (WS-COL-LAST:1)
011570         ELSE
011580             IF WS-VALUE < WS-CL
011590                 MOVE '<' TO WS-CHART (1:1)
011600             ELSE
011610                 MOVE '*' TO WS-CHART (WS-COL-CL:1)
011620             END-IF
011630         END-IF
011640         GO TO 5510-BUILD-TEXT-CHART-EXIT
011650     END-IF.

011660     COMPUTE WS-CHART-OFFSET = WS-VALUE - WS-CL.
011670     COMPUTE WS-CHART-OFFSET = WS-CHART-OFFSET / WS-SIGMA.
011680     COMPUTE WS-CHART-OFFSET = WS-CHART-OFFSET * 5.

011690     IF WS-CHART-OFFSET > 20
011700         MOVE '>' TO WS-CHART (WS-COL-LAST:1)
011710         GO TO 5510-BUILD-TEXT-CHART-EXIT
011720     END-IF.

011730     IF WS-CHART-OFFSET < -20
011740         MOVE '<' TO WS-CHART (1:1)
011750         GO TO 5510-BUILD-TEXT-CHART-EXIT
011760     END-IF.

011770     COMPUTE WS-COL ROUNDED = WS-COL-CL + WS-CHART-OFFSET.
011780     MOVE '*' TO WS-CHART (WS-COL:1).

011790 5510-BUILD-TEXT-CHART-EXIT.
011800     EXIT.

011810*****************************************************
011820* 5600-PRINT-CHART-FOOTER - the chart's counts.      *
011830*****************************************************
011840 5600-PRINT-CHART-FOOTER.

011850     MOVE SPACES TO WS-PRINT-LINE.
011860     PERFORM 8100-WRITE-REPORT-LINE
011870         THRU 8100-WRITE-REPORT-LINE-EXIT.

011880     MOVE WS-SER-COUNT TO WS-COUNT-TXT.
011890     MOVE WS-HIGH-COUNT TO WS-COUNT-TXT2.
011900     MOVE WS-LOW-COUNT TO WS-COUNT-TXT3.
011910     MOVE WS-RULE-COUNT TO WS-COUNT-TXT4.
011920     MOVE SPACES TO WS-MSG-TEXT.
011930     STRING WS-COUNT-TXT ' RUNS JUDGED: '
011940            WS-COUNT-TXT2 ' ABOVE UCL (SLOW), '
011950            WS-COUNT-TXT3 ' BELOW LCL (FAST), '
011960            WS-COUNT-TXT4 ' RUN-RULE BREAKS '
011970            '(7 ON ONE SIDE OF CL / 6 RISING).'
011980         DELIMITED BY SIZE INTO WS-MSG-TEXT.
011990     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
012000     PERFORM 8100-WRITE-REPORT-LINE
012010         THRU 8100-WRITE-REPORT-LINE-EXIT.

012020 5600-PRINT-CHART-FOOTER-EXIT.
012030     EXIT.

012040*****************************************************
012050* 5700-OPEN-SUMMARY-ENTRY - files the chart on the   *
012060* summary table; 5710 completes it with the latest   *
012070* run once that run has been judged.                 *
012080*****************************************************
012090 5700-OPEN-SUMMARY-ENTRY.

012100     IF WS-SUM-COUNT NOT < WS-SUM-MAX
012110         MOVE 0 TO WS-SUM-SUB
012120         GO TO 5700-OPEN-SUMMARY-ENTRY-EXIT
012130     END-IF.

012140     ADD 1 TO WS-SUM-COUNT.
012150     MOVE WS-SUM-COUNT TO WS-SUM-SUB.

012160     MOVE WS-METRIC-NAME (WS-MET-NAME-SUB)
012170         TO WS-SUM-METRIC (WS-SUM-SUB).
012180     MOVE WS-GRP-SOURCE (WS-GRP-SUB)
012190         TO WS-SUM-SOURCE (WS-SUM-SUB).
012200     MOVE WS-GRP-SIZE (WS-GRP-SUB) TO WS-SUM-SIZE (WS-SUM-SUB).
012210     MOVE WS-GRP-SYSTEM (WS-GRP-SUB)
012220         TO WS-SUM-SYSTEM (WS-SUM-SUB).
012230     MOVE WS-SER-COUNT TO WS-SUM-RUNS (WS-SUM-SUB).
012240     MOVE WS-CL TO WS-SUM-CL (WS-SUM-SUB).
012250     MOVE WS-UCL TO WS-SUM-UCL (WS-SUM-SUB).
012260     MOVE WS-LCL TO WS-SUM-LCL (WS-SUM-SUB).
012270     MOVE SPACES TO WS-SUM-FLAGS (WS-SUM-SUB).

012280     IF WS-BASE-COUNT < WS-BASE-MIN
012290         MOVE 'N' TO WS-SUM-CHARTED (WS-SUM-SUB)
012300         MOVE 'BASELINE UNDER 5 RUNS - NOT CHARTED'
012310             TO WS-SUM-FLAGS (WS-SUM-SUB)
012320         MOVE WS-SER-COUNT TO WS-SER-SUB
012330         MOVE WS-SER-RUN (WS-SER-SUB) TO WS-RUN-SUB
012340         MOVE WS-RUN-DATE (WS-RUN-SUB)
012350             TO WS-SUM-LAST-DATE (WS-SUM-SUB)
012360         MOVE WS-SER-VALUE (WS-SER-SUB)
012370             TO WS-SUM-LAST-VALUE (WS-SUM-SUB)
012380     ELSE
012390         MOVE 'Y' TO WS-SUM-CHARTED (WS-SUM-SUB)
012400     END-IF.

012410 5700-OPEN-SUMMARY-ENTRY-EXIT.
012420     EXIT.

012430 5710-CLOSE-SUMMARY-ENTRY.

012440     IF WS-SUM-SUB = 0
012450         GO TO 5710-CLOSE-SUMMARY-ENTRY-EXIT
012460     END-IF.

012470     MOVE WS-RUN-DATE (WS-RUN-SUB)
012480         TO WS-SUM-LAST-DATE (WS-SUM-SUB).
012490     MOVE WS-VALUE TO WS-SUM-LAST-VALUE (WS-SUM-SUB).
012500     MOVE WS-FLAGS TO WS-SUM-FLAGS (WS-SUM-SUB).

012510     IF WS-FLAGS NOT = SPACES
012520         ADD 1 TO WS-BROKE-COUNT
012530     END-IF.

012540 5710-CLOSE-SUMMARY-ENTRY-EXIT.
012550     EXIT.

012560*****************************************************
012570* 6000-PRINT-SUMMARY - one line per chart with its   *
012580* limits and its latest run, the totals, and RC=4    *
012590* when a run on the latest run date broke a rule.    *
012600*****************************************************
012610 6000-PRINT-SUMMARY.

012620     MOVE 99 TO WS-LINE-COUNT.

012630     MOVE 'CONTROL-CHART SUMMARY - LATEST RUN OF EACH CHART'
012640         TO WS-MSG-TEXT.
012650     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
012660     PERFORM 8100-WRITE-REPORT-LINE
012670         THRU 8100-WRITE-REPORT-LINE-EXIT.

012680     MOVE SPACES TO WS-PRINT-LINE.
012690     PERFORM 8100-WRITE-REPORT-LINE
012700         THRU 8100-WRITE-REPORT-LINE-EXIT.

012710     MOVE WS-SUM-HDG TO WS-PRINT-LINE.
012720     PERFORM 8100-WRITE-REPORT-LINE
012730         THRU 8100-WRITE-REPORT-LINE-EXIT.

012740     PERFORM 6100-PRINT-SUMMARY-LINE
012750         THRU 6100-PRINT-SUMMARY-LINE-EXIT
012760         VARYING WS-SUM-SUB FROM 1 BY 1
012770         UNTIL WS-SUM-SUB > WS-SUM-COUNT.

012780     MOVE SPACES TO WS-PRINT-LINE.
012790     PERFORM 8100-WRITE-REPORT-LINE
012800         THRU 8100-WRITE-REPORT-LINE-EXIT.

012810     MOVE WS-CHART-COUNT TO WS-COUNT-TXT.
012820     MOVE WS-SHORT-COUNT TO WS-COUNT-TXT2.
012830     MOVE WS-BROKE-COUNT TO WS-COUNT-TXT3.
012840     MOVE SPACES TO WS-MSG-TEXT.
012850     STRING 'CHARTS PRINTED: ' WS-COUNT-TXT
012860            '   BASELINE TOO SHORT: ' WS-COUNT-TXT2
012870            '   LATEST RUN FLAGGED: ' WS-COUNT-TXT3
012880         DELIMITED BY SIZE INTO WS-MSG-TEXT.
012890     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
012900     PERFORM 8100-WRITE-REPORT-LINE
012910         THRU 8100-WRITE-REPORT-LINE-EXIT.

012920     IF WS-LATEST-BROKE
012930         DISPLAY 'MATRIXCONTROLCHART: *** THE LATEST RUN '
012940                 'BREAKS A CONTROL-CHART RULE - SEE MXCCRPT. ***'
012950         MOVE WS-RULE-RC TO RETURN-CODE
012960     END-IF.

012970 6000-PRINT-SUMMARY-EXIT.
012980     EXIT.

012990 6100-PRINT-SUMMARY-LINE.

013000     MOVE WS-SUM-METRIC (WS-SUM-SUB) TO WS-SL-METRIC.
013010     IF WS-SUM-SOURCE (WS-SUM-SUB) = 'M'
013020         MOVE WS-SUM-SIZE (WS-SUM-SUB) TO WS-SL-SIZE
013030     ELSE
013040         MOVE 'N/A ' TO WS-SL-SIZE
013050     END-IF.
013060     MOVE WS-SUM-SYSTEM (WS-SUM-SUB) TO WS-SL-SYSTEM.
013070     MOVE WS-SUM-RUNS (WS-SUM-SUB) TO WS-SL-RUNS.

013080     IF WS-SUM-CHARTED (WS-SUM-SUB) = 'Y'
013090         MOVE WS-SUM-CL (WS-SUM-SUB) TO WS-SL-CL
013100         MOVE WS-SUM-UCL (WS-SUM-SUB) TO WS-SL-UCL
013110         MOVE WS-SUM-LCL (WS-SUM-SUB) TO WS-SL-LCL
013120     ELSE
013130         MOVE 0 TO WS-SL-CL
013140         MOVE 0 TO WS-SL-UCL
013150         MOVE 0 TO WS-SL-LCL
013160     END-IF.

013170     MOVE WS-SUM-LAST-DATE (WS-SUM-SUB) TO WS-SL-DATE.
013180     MOVE WS-SUM-LAST-VALUE (WS-SUM-SUB) TO WS-SL-VALUE.
013190     MOVE WS-SUM-FLAGS (WS-SUM-SUB) TO WS-SL-FLAGS.

013200     MOVE WS-SUM-LINE TO WS-PRINT-LINE.
013210     PERFORM 8100-WRITE-REPORT-LINE
013220         THRU 8100-WRITE-REPORT-LINE-EXIT.

013230 6100-PRINT-SUMMARY-LINE-EXIT.
013240     EXIT.

013250*****************************************************
013260* 8000-PRINT-PAGE-HEADING                            *
013270*****************************************************
013280 8000-PRINT-PAGE-HEADING.

013290     ADD 1 TO WS-PAGE-COUNT.
013300     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.
013310     MOVE WS-START-DATE TO WS-HDG1-START.
013320     MOVE WS-BASE-N TO WS-HDG1-BASE.

013330     WRITE REPORT-RECORD FROM WS-HDG1-LINE
013340         AFTER ADVANCING PAGE.

013350     MOVE SPACES TO REPORT-RECORD.
013360     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

013370     MOVE 3 TO WS-LINE-COUNT.

013380 8000-PRINT-PAGE-HEADING-EXIT.
013390     EXIT.

013400*****************************************************
013410* 8100-WRITE-REPORT-LINE - writes WS-PRINT-LINE,     *
013420* breaking to a new page heading when the page is    *
013430* full.                                              *
013440*****************************************************
013450 8100-WRITE-REPORT-LINE.

013460     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
013470         PERFORM 8000-PRINT-PAGE-HEADING
013480             THRU 8000-PRINT-PAGE-HEADING-EXIT
013490     END-IF.

013500     WRITE REPORT-RECORD FROM WS-PRINT-LINE
013510         AFTER ADVANCING 1 LINE.
013520     ADD 1 TO WS-LINE-COUNT.

013530 8100-WRITE-REPORT-LINE-EXIT.
013540     EXIT.

013550*****************************************************
013560* 9999-EXIT - single program exit point.             *
013570*****************************************************
013580 9999-EXIT.

013590     GOBACK.

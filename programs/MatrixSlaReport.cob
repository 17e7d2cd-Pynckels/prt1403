000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MatrixSlaReport.
000120 AUTHOR. DATA-CENTER-BATCH-SUPPORT.
000130 INSTALLATION. BENCHMARK-PERFORMANCE-MONITORING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.

000160*****************************************************
000170* MODIFICATION HISTORY                               *
000180*-----------------------------------------------------
000190* 2026-10-15  DCB  Initial version.  Monthly batch-  *
000200*                  window SLA report over the run    *
000210*                  journal (MXJRNL, see MXJRNREC):   *
000220*                  per step the run count, min, avg, *
000230*                  max and 95th-percentile elapsed   *
000240*                  time and the nights it finished   *
000250*                  after its MXPARMF target end time *
000260*                  (key = the step name, HHMM); a    *
000270*                  whole-job line per night from     *
000280*                  first step start to last step end *
000290*                  against the window close (keys    *
000300*                  WINOPEN/WINCLOSE); every record   *
000310*                  left OPEN (abend or cancel); and  *
000320*                  every rerun (sequence 02 and up). *
000330*                  Cards: month (YYYYMM, 000000 =    *
000340*                  the month just ended) and the     *
000350*                  target-miss limit (000 = MXPARMF  *
000360*                  SLAMISS, else 3).  132-column     *
000370*                  print on MXSLRPT.  RC=12 when any *
000380*                  step missed its target more than  *
000390*                  the limit, RC=4 when the month    *
000400*                  has no journal records, RC=8 a    *
000410*                  missing file.                     *
000420*****************************************************

000430 ENVIRONMENT DIVISION.

000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT JRNL-FILE ASSIGN TO MXJRNL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MX-JRNL-KEY
000500         FILE STATUS IS WS-MXJRNL-STATUS.

000510     SELECT REPORT-FILE ASSIGN TO MXSLRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-MXSLRPT-STATUS.

000540     SELECT PARM-FILE ASSIGN TO MXPARMF
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS MX-PARM-KEY
000580         FILE STATUS IS WS-MXPARM-STATUS.

000590 DATA DIVISION.

000600 FILE SECTION.
000610*****************************************************
000620* JRNL-FILE - the run journal written by every       *
000630* program of the suite, keyed on run date plus step  *
000640* plus run sequence.                                 *
000650*****************************************************
000660 FD  JRNL-FILE
000670     RECORD CONTAINS 41 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000690 COPY MXJRNREC.

000700*****************************************************
000710* REPORT-FILE - 132-column print lines routed to     *
000720* SYSOUT.                                            *
000730*****************************************************
000740 FD  REPORT-FILE
000750     RECORD CONTAINS 132 CHARACTERS
000760     LABEL RECORDS ARE OMITTED.
000770 01  REPORT-RECORD          PIC X(132).

000780*****************************************************
000790* PARM-FILE - the central tuning-parameter KSDS kept *
000800* by MatrixParmMaint (see MXPRMREC), supplying the   *
000810* window times, the miss limit and each step's       *
000820* target end time.                                   *
000830*****************************************************
000840 FD  PARM-FILE
000850     RECORD CONTAINS 52 CHARACTERS
000860     LABEL RECORDS ARE STANDARD.
000870 COPY MXPRMREC.

000880 WORKING-STORAGE SECTION.

000890*****************************************************
000900* FILE AND LOOP CONTROL SWITCHES                     *
000910*****************************************************
000920 01  WS-MXJRNL-STATUS       PIC X(02).
000930 01  WS-MXSLRPT-STATUS      PIC X(02).
000940 01  WS-MXPARM-STATUS       PIC X(02).

000950 01  WS-SWITCHES.
000960     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000970         88  WS-END-OF-FILE            VALUE 'Y'.
000980     05  WS-TRUNC-SWITCH    PIC X(01)  VALUE 'N'.
000990         88  WS-JRNL-TRUNCATED         VALUE 'Y'.
001000     05  WS-PARMF-SWITCH    PIC X(01)  VALUE 'N'.
001010         88  WS-PARMF-OPEN             VALUE 'Y'.
001020     05  WS-BREACH-SWITCH   PIC X(01)  VALUE 'N'.
001030         88  WS-SLA-BREACHED           VALUE 'Y'.

001040*****************************************************
001050* CENTRAL-PARAMETER LOOKUP STAGING - the key wanted, *
001060* the value found, and whether a usable (already     *
001070* effective) record was found at all.                *
001080*****************************************************
001090 01  WS-PARM-WANTED         PIC X(08).
001100 01  WS-PARM-NUM            PIC 9(09)  VALUE 0.
001110 01  WS-PARM-TODAY          PIC 9(08)  VALUE 0.
001120 01  WS-PARM-FOUND-SW       PIC X(01)  VALUE 'N'.
001130     88  WS-PARM-FOUND                 VALUE 'Y'.

001140*****************************************************
001150* SYSIN CARDS AND REPORT MONTH - the month wanted    *
001160* (000000 = the month just ended) and the number of  *
001170* target misses a step may have before the RC is     *
001180* raised (000 = the MXPARMF SLAMISS value).          *
001190*****************************************************
001200 01  WS-MONTH-IN            PIC 9(06).
001210 01  WS-LIMIT-IN            PIC 9(03).
001220 01  WS-WANTED-MONTH        PIC 9(06)  VALUE 0.
001230 01  WS-TODAY-DATE          PIC 9(08).
001240 01  WS-MONTH-WORK          PIC 9(06).
001250 01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
001260     05  WS-MONTH-YYYY      PIC 9(04).
001270     05  WS-MONTH-MM        PIC 9(02).
001280 01  WS-FIRST-DATE          PIC 9(08).
001290 01  WS-STOP-DATE           PIC 9(08).
001300 01  WS-NIGHT-DATE          PIC 9(08).
001310 01  WS-DATE-INT            PIC 9(08) COMP.

001320*****************************************************
001330* BATCH WINDOW - opening and closing time (HHMM) and *
001340* the miss limit.  A step starting before the window *
001350* opens belongs to the night that began the evening  *
001360* before, so a night that crosses midnight is one    *
001370* night, not two run dates.  Every time is held as   *
001380* centiseconds since the window opened.              *
001390*****************************************************
001400 77  WS-DEFAULT-OPEN        PIC 9(04) VALUE 1800.
001410 77  WS-DEFAULT-CLOSE       PIC 9(04) VALUE 0600.
001420 77  WS-DEFAULT-LIMIT       PIC 9(03) VALUE 3.
001430 01  WS-WIN-OPEN            PIC 9(04) VALUE 0.
001440 01  WS-WIN-CLOSE           PIC 9(04) VALUE 0.
001450 01  WS-MISS-LIMIT          PIC 9(03) VALUE 0.
001460 01  WS-OPEN-CLOCK          PIC 9(08) VALUE 0.
001470 01  WS-OPEN-CS             PIC 9(09) COMP VALUE 0.
001480 01  WS-CLOSE-OFS           PIC 9(09) COMP VALUE 0.

001490*****************************************************
001500* TIME WORK AREA - HHMMSSCC clock times (and HHMM    *
001510* values as HHMM0000) become centiseconds; a time    *
001520* below the window opening wrapped past midnight and *
001530* gets a day added.                                  *
001540*****************************************************
001550 01  WS-TIME-WORK           PIC 9(08).
001560 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001570     05  WS-TIME-HH         PIC 9(02).
001580     05  WS-TIME-MM         PIC 9(02).
001590     05  WS-TIME-SS         PIC 9(02).
001600     05  WS-TIME-CC         PIC 9(02).
001610 01  WS-HHMM-WORK           PIC 9(04).
001620 01  WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
001630     05  WS-HHMM-HH         PIC 9(02).
001640     05  WS-HHMM-MM         PIC 9(02).
001650 01  WS-CLOCK-CS            PIC 9(09) COMP VALUE 0.
001660 01  WS-OFS-WORK            PIC S9(09) COMP VALUE 0.
001670 01  WS-OFS-RESULT          PIC 9(09) COMP VALUE 0.
001680 01  WS-START-OFS           PIC 9(09) COMP VALUE 0.
001690 01  WS-END-OFS             PIC 9(09) COMP VALUE 0.
001700 01  WS-END-CS              PIC 9(09) COMP VALUE 0.
001710 01  WS-ELAPSED-CS          PIC 9(09) COMP VALUE 0.

001720*****************************************************
001730* JOURNAL RECORD TABLE - every record of the month's *
001740* nights, kept for the per-step statistics and the   *
001750* open-record and rerun listings.                    *
001760*****************************************************
001770 77  WS-REC-MAX             PIC 9(05) COMP VALUE 3000.
001780 01  WS-REC-TABLE.
001790     05  WS-REC-ENTRY OCCURS 3000 TIMES.
001800         10  WS-REC-NIGHT   PIC 9(08).
001810         10  WS-REC-DATE    PIC 9(08).
001820         10  WS-REC-STEP    PIC X(08).
001830         10  WS-REC-SEQ     PIC 9(02).
001840         10  WS-REC-STATUS  PIC X(01).
001850         10  WS-REC-START   PIC 9(08).
001860         10  WS-REC-END     PIC 9(08).
001870         10  WS-REC-RC      PIC 9(02).
001880         10  WS-REC-ELAPSED COMP-2.
001890 01  WS-REC-COUNT           PIC 9(05) COMP VALUE 0.
001900 01  WS-SUB                 PIC 9(05) COMP.

001910*****************************************************
001920* STEP TABLE - one entry per step name seen, with    *
001930* its target end time (when MXPARMF has one) and its *
001940* counts.  Sorted on average start offset before     *
001950* printing, so the steps list in the order the night *
001960* runs them.                                         *
001970*****************************************************
001980 77  WS-STP-MAX             PIC 9(04) COMP VALUE 40.
001990 01  WS-STEP-TABLE.
002000     05  WS-STEP-ENTRY OCCURS 40 TIMES.
002010         10  WS-STP-NAME      PIC X(08).
002020         10  WS-STP-RUNS      PIC 9(05) COMP.
002030         10  WS-STP-OPEN      PIC 9(05) COMP.
002040         10  WS-STP-RERUNS    PIC 9(05) COMP.
002050         10  WS-STP-LATE      PIC 9(05) COMP.
002060         10  WS-STP-LAST-LATE PIC 9(08).
002070         10  WS-STP-TGT-SW    PIC X(01).
002080             88  WS-STP-HAS-TARGET     VALUE 'Y'.
002090         10  WS-STP-TARGET    PIC 9(04).
002100         10  WS-STP-TGT-OFS   PIC 9(09) COMP.
002110         10  WS-STP-START-SUM PIC 9(11) COMP.
002120         10  WS-STP-START-AVG PIC 9(09) COMP.
002130 01  WS-STP-COUNT           PIC 9(04) COMP VALUE 0.
002140 01  WS-STP-SUB             PIC 9(04) COMP.
002150 01  WS-STP-FOUND           PIC 9(04) COMP.
002160 01  WS-STEP-HOLD           PIC X(53).

002170*****************************************************
002180* NIGHT TABLE - one entry per night of the month:    *
002190* first step start and last step end (as offsets and *
002200* as clock times) and the record counts.             *
002210*****************************************************
002220 77  WS-NGT-MAX             PIC 9(04) COMP VALUE 40.
002230 01  WS-NIGHT-TABLE.
002240     05  WS-NIGHT-ENTRY OCCURS 40 TIMES.
002250         10  WS-NGT-DATE      PIC 9(08).
002260         10  WS-NGT-FIRST-OFS PIC 9(09) COMP.
002270         10  WS-NGT-LAST-OFS  PIC 9(09) COMP.
002280         10  WS-NGT-FIRST     PIC 9(08).
002290         10  WS-NGT-LAST      PIC 9(08).
002300         10  WS-NGT-STEPS     PIC 9(04) COMP.
002310         10  WS-NGT-OPEN      PIC 9(04) COMP.
002320         10  WS-NGT-CLOSED    PIC 9(04) COMP.
002330 01  WS-NGT-COUNT           PIC 9(04) COMP VALUE 0.
002340 01  WS-NGT-SUB             PIC 9(04) COMP.
002350 01  WS-NGT-FOUND           PIC 9(04) COMP.
002360 01  WS-NIGHT-HOLD          PIC X(38).

002370*****************************************************
002380* SORT WORK TABLE - one step's elapsed times, bubble-*
002390* sorted so the 95th percentile can be picked by     *
002400* nearest rank.                                      *
002410*****************************************************
002420 01  WS-SORT-TABLE.
002430     05  WS-SORT-VAL OCCURS 3000 TIMES COMP-2.
002440 01  WS-SORT-COUNT          PIC 9(05) COMP VALUE 0.
002450 01  WS-SORT-HOLD           COMP-2 VALUE 0.
002460 01  WS-SP                  PIC 9(05) COMP.
002470 01  WS-SQ                  PIC 9(05) COMP.
002480 01  WS-RANK                PIC 9(05) COMP.

002490 01  WS-STAT-MIN            COMP-2 VALUE 0.
002500 01  WS-STAT-MAX            COMP-2 VALUE 0.
002510 01  WS-STAT-SUM            COMP-2 VALUE 0.
002520 01  WS-STAT-AVG            COMP-2 VALUE 0.
002530 01  WS-STAT-P95            COMP-2 VALUE 0.

002540*****************************************************
002550* WHOLE-JOB TOTALS OVER THE MONTH'S NIGHTS           *
002560*****************************************************
002570 01  WS-SPAN-MIN            COMP-2 VALUE 0.
002580 01  WS-MARGIN-MIN          COMP-2 VALUE 0.
002590 01  WS-SPAN-SUM            COMP-2 VALUE 0.
002600 01  WS-SPAN-MAX            COMP-2 VALUE 0.
002610 01  WS-SPAN-NIGHTS         PIC 9(04) COMP VALUE 0.
002620 01  WS-LATE-NIGHTS         PIC 9(04) COMP VALUE 0.
002630 01  WS-OPEN-COUNT          PIC 9(05) COMP VALUE 0.
002640 01  WS-RERUN-COUNT         PIC 9(05) COMP VALUE 0.
002650 01  WS-COUNT-TXT           PIC ZZZZ9.

002660*****************************************************
002670* PRINT CONTROL AND REPORT LINES                     *
002680*****************************************************
002690 77  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 56.
002700 01  WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002710 01  WS-PAGE-COUNT          PIC 9(04) COMP VALUE 0.
002720 01  WS-HEADING-MODE        PIC X(01) VALUE 'S'.
002730     88  WS-STEP-HEADINGS              VALUE 'S'.
002740     88  WS-NIGHT-HEADINGS             VALUE 'J'.
002750     88  WS-OPEN-HEADINGS              VALUE 'O'.
002760     88  WS-RERUN-HEADINGS             VALUE 'R'.

002770 01  WS-HHMM-TXT            PIC X(05).
002780 01  WS-CLOCK-TXT           PIC X(08).

002790 01  WS-HDG1-LINE.
002800     05  FILLER             PIC X(40) VALUE
002810         'MXNIGHT BATCH-WINDOW SLA REPORT - MONTH '.
002820     05  WS-HDG1-MONTH      PIC X(07).
002830     05  FILLER             PIC X(63) VALUE SPACES.
002840     05  FILLER             PIC X(05) VALUE 'PAGE '.
002850     05  WS-HDG1-PAGE       PIC ZZZ9.
002860     05  FILLER             PIC X(13) VALUE SPACES.

002870 01  WS-HDG-STEP-TITLE.
002880     05  FILLER             PIC X(50) VALUE
002890         'STEP ELAPSED TIMES AND TARGET END-TIME MISSES'.
002900     05  FILLER             PIC X(82) VALUE SPACES.

002910 01  WS-HDG-STEP-COLS.
002920     05  FILLER             PIC X(10) VALUE 'STEP'.
002930     05  FILLER             PIC X(05) VALUE ' RUNS'.
002940     05  FILLER             PIC X(12) VALUE '    MIN(SEC)'.
002950     05  FILLER             PIC X(12) VALUE '    AVG(SEC)'.
002960     05  FILLER             PIC X(12) VALUE '    MAX(SEC)'.
002970     05  FILLER             PIC X(12) VALUE '   95TH(SEC)'.
002980     05  FILLER             PIC X(09) VALUE '   TARGET'.
002990     05  FILLER             PIC X(07) VALUE '   LATE'.
003000     05  FILLER             PIC X(07) VALUE ' RERUNS'.
003010     05  FILLER             PIC X(07) VALUE '   OPEN'.
003020     05  FILLER             PIC X(23) VALUE '   FLAG'.
003030     05  FILLER             PIC X(16) VALUE SPACES.

003040 01  WS-HDG-NIGHT-TITLE.
003050     05  FILLER             PIC X(50) VALUE
003060         'WHOLE JOB - FIRST STEP START TO LAST STEP END'.
003070     05  FILLER             PIC X(82) VALUE SPACES.

003080 01  WS-HDG-NIGHT-COLS.
003090     05  FILLER             PIC X(11) VALUE 'NIGHT'.
003100     05  FILLER             PIC X(11) VALUE 'FIRST START'.
003110     05  FILLER             PIC X(11) VALUE 'LAST END'.
003120     05  FILLER             PIC X(09) VALUE ' SPAN MIN'.
003130     05  FILLER             PIC X(10) VALUE 'MARGIN MIN'.
003140     05  FILLER             PIC X(07) VALUE 'STEPS'.
003150     05  FILLER             PIC X(73) VALUE 'FLAG'.

003160 01  WS-HDG-OPEN-TITLE.
003170     05  FILLER             PIC X(50) VALUE
003180         'JOURNAL RECORDS NEVER CLOSED (ABEND OR CANCEL)'.
003190     05  FILLER             PIC X(82) VALUE SPACES.

003200 01  WS-HDG-OPEN-COLS.
003210     05  FILLER             PIC X(11) VALUE 'NIGHT'.
003220     05  FILLER             PIC X(11) VALUE 'RUN DATE'.
003230     05  FILLER             PIC X(11) VALUE 'STEP'.
003240     05  FILLER             PIC X(05) VALUE 'SEQ'.
003250     05  FILLER             PIC X(11) VALUE 'START'.
003260     05  FILLER             PIC X(83) VALUE 'STATUS'.

003270 01  WS-HDG-RERUN-TITLE.
003280     05  FILLER             PIC X(50) VALUE
003290         'RERUNS - STEPS RUN MORE THAN ONCE IN A NIGHT'.
003300     05  FILLER             PIC X(82) VALUE SPACES.

003310 01  WS-HDG-RERUN-COLS.
003320     05  FILLER             PIC X(11) VALUE 'NIGHT'.
003330     05  FILLER             PIC X(11) VALUE 'RUN DATE'.
003340     05  FILLER             PIC X(11) VALUE 'STEP'.
003350     05  FILLER             PIC X(05) VALUE 'SEQ'.
003360     05  FILLER             PIC X(11) VALUE 'START'.
003370     05  FILLER             PIC X(11) VALUE 'END'.
003380     05  FILLER             PIC X(12) VALUE 'ELAPSED SEC'.
003390     05  FILLER             PIC X(60) VALUE 'RC'.

003400 01  WS-WINDOW-LINE.
003410     05  FILLER             PIC X(13) VALUE 'WINDOW OPENS '.
003420     05  WS-WL-OPEN         PIC X(05).
003430     05  FILLER             PIC X(09) VALUE '  CLOSES '.
003440     05  WS-WL-CLOSE        PIC X(05).
003450     05  FILLER             PIC X(25) VALUE
003460         '  STEP TARGET MISS LIMIT '.
003470     05  WS-WL-LIMIT        PIC ZZ9.
003480     05  FILLER             PIC X(07) VALUE ' NIGHTS'.
003490     05  FILLER             PIC X(65) VALUE SPACES.

003500 01  WS-STEP-LINE.
003510     05  WS-SL-STEP         PIC X(08).
003520     05  FILLER             PIC X(02) VALUE SPACES.
003530     05  WS-SL-RUNS         PIC ZZZZ9.
003540     05  FILLER             PIC X(03) VALUE SPACES.
003550     05  WS-SL-MIN          PIC ZZZZZ9.99.
003560     05  FILLER             PIC X(03) VALUE SPACES.
003570     05  WS-SL-AVG          PIC ZZZZZ9.99.
003580     05  FILLER             PIC X(03) VALUE SPACES.
003590     05  WS-SL-MAX          PIC ZZZZZ9.99.
003600     05  FILLER             PIC X(03) VALUE SPACES.
003610     05  WS-SL-P95          PIC ZZZZZ9.99.
003620     05  FILLER             PIC X(04) VALUE SPACES.
003630     05  WS-SL-TARGET       PIC X(05).
003640     05  FILLER             PIC X(03) VALUE SPACES.
003650     05  WS-SL-LATE         PIC ZZZ9.
003660     05  FILLER             PIC X(03) VALUE SPACES.
003670     05  WS-SL-RERUNS       PIC ZZZ9.
003680     05  FILLER             PIC X(03) VALUE SPACES.
003690     05  WS-SL-OPEN         PIC ZZZ9.
003700     05  FILLER             PIC X(03) VALUE SPACES.
003710     05  WS-SL-FLAG         PIC X(20).
003720     05  FILLER             PIC X(16) VALUE SPACES.

003730 01  WS-NIGHT-LINE.
003740     05  WS-NL-NIGHT        PIC 9(08).
003750     05  FILLER             PIC X(03) VALUE SPACES.
003760     05  WS-NL-FIRST        PIC X(08).
003770     05  FILLER             PIC X(03) VALUE SPACES.
003780     05  WS-NL-LAST         PIC X(08).
003790     05  FILLER             PIC X(03) VALUE SPACES.
003800     05  WS-NL-SPAN         PIC ZZZ9.9.
003810     05  FILLER             PIC X(03) VALUE SPACES.
003820     05  WS-NL-MARGIN       PIC +ZZZ9.9.
003830     05  FILLER             PIC X(03) VALUE SPACES.
003840     05  WS-NL-STEPS        PIC ZZZ9.
003850     05  FILLER             PIC X(03) VALUE SPACES.
003860     05  WS-NL-FLAG         PIC X(30).
003870     05  FILLER             PIC X(43) VALUE SPACES.

003880 01  WS-JOB-SUM-LINE.
003890     05  FILLER             PIC X(11) VALUE 'WHOLE JOB'.
003900     05  WS-JS-NIGHTS       PIC ZZZ9.
003910     05  FILLER             PIC X(18) VALUE
003920         ' NIGHTS   AVG SPAN'.
003930     05  WS-JS-AVG          PIC ZZZ9.9.
003940     05  FILLER             PIC X(14) VALUE
003950         ' MIN  MAX SPAN'.
003960     05  WS-JS-MAX          PIC ZZZ9.9.
003970     05  FILLER             PIC X(07) VALUE ' MIN   '.
003980     05  WS-JS-LATE         PIC ZZZ9.
003990     05  FILLER             PIC X(28) VALUE
004000         ' FINISHED AFTER WINDOW CLOSE'.
004010     05  FILLER             PIC X(34) VALUE SPACES.

004020 01  WS-OPEN-LINE.
004030     05  WS-OL-NIGHT        PIC 9(08).
004040     05  FILLER             PIC X(03) VALUE SPACES.
004050     05  WS-OL-DATE         PIC 9(08).
004060     05  FILLER             PIC X(03) VALUE SPACES.
004070     05  WS-OL-STEP         PIC X(08).
004080     05  FILLER             PIC X(03) VALUE SPACES.
004090     05  WS-OL-SEQ          PIC 9(02).
004100     05  FILLER             PIC X(03) VALUE SPACES.
004110     05  WS-OL-START        PIC X(08).
004120     05  FILLER             PIC X(03) VALUE SPACES.
004130     05  FILLER             PIC X(45) VALUE
004140         '*** NEVER CLOSED - ABEND OR CANCEL ***'.
004150     05  FILLER             PIC X(38) VALUE SPACES.

004160 01  WS-RERUN-LINE.
004170     05  WS-RL-NIGHT        PIC 9(08).
004180     05  FILLER             PIC X(03) VALUE SPACES.
004190     05  WS-RL-DATE         PIC 9(08).
004200     05  FILLER             PIC X(03) VALUE SPACES.
004210     05  WS-RL-STEP         PIC X(08).
004220     05  FILLER             PIC X(03) VALUE SPACES.
004230     05  WS-RL-SEQ          PIC 9(02).
004240     05  FILLER             PIC X(03) VALUE SPACES.
004250     05  WS-RL-START        PIC X(08).
004260     05  FILLER             PIC X(03) VALUE SPACES.
004270     05  WS-RL-END          PIC X(08).
004280     05  FILLER             PIC X(03) VALUE SPACES.
004290     05  WS-RL-ELAPSED      PIC ZZZZZ9.99 BLANK WHEN ZERO.
004300     05  FILLER             PIC X(03) VALUE SPACES.
004310     05  WS-RL-RC           PIC X(02).
004320     05  FILLER             PIC X(58) VALUE SPACES.

004330 01  WS-MESSAGE-LINE.
004340     05  WS-MSG-TEXT        PIC X(132).

004350 01  WS-PRINT-LINE          PIC X(132).

004360 PROCEDURE DIVISION.

004370*****************************************************
004380* 0000-MAINLINE                                      *
004390*****************************************************
004400 0000-MAINLINE.

004410     PERFORM 1000-INITIALIZE
004420         THRU 1000-INITIALIZE-EXIT.

004430     PERFORM 2000-OPEN-FILES
004440         THRU 2000-OPEN-FILES-EXIT.

004450     PERFORM 3000-LOAD-JOURNAL
004460         THRU 3000-LOAD-JOURNAL-EXIT.

004470     PERFORM 4000-PRINT-STEP-SECTION
004480         THRU 4000-PRINT-STEP-SECTION-EXIT.

004490     PERFORM 5000-PRINT-JOB-SECTION
004500         THRU 5000-PRINT-JOB-SECTION-EXIT.

004510     PERFORM 6000-PRINT-OPEN-SECTION
004520         THRU 6000-PRINT-OPEN-SECTION-EXIT.

004530     PERFORM 6500-PRINT-RERUN-SECTION
004540         THRU 6500-PRINT-RERUN-SECTION-EXIT.

004550     PERFORM 7000-CLOSE-FILES
004560         THRU 7000-CLOSE-FILES-EXIT.

004570     IF WS-SLA-BREACHED
004580         MOVE 12 TO RETURN-CODE
004590     ELSE
004600         IF WS-REC-COUNT = 0
004610             MOVE 4 TO RETURN-CODE
004620         END-IF
004630     END-IF.

004640     GO TO 9999-EXIT.

004650*****************************************************
004660* 1000-INITIALIZE - the report month and the miss    *
004670* limit cards, the MXPARMF window settings, and the  *
004680* journal date range the month's nights can touch:   *
004690* the 1st through the 1st of the next month, whose   *
004700* early-morning steps close the month's last night.  *
004710*****************************************************
004720 1000-INITIALIZE.

004730     MOVE 0 TO RETURN-CODE.

004740     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

004750     MOVE WS-DEFAULT-OPEN TO WS-WIN-OPEN.
004760     MOVE WS-DEFAULT-CLOSE TO WS-WIN-CLOSE.
004770     MOVE WS-DEFAULT-LIMIT TO WS-MISS-LIMIT.

004780     PERFORM 1100-LOAD-PARAMETERS
004790         THRU 1100-LOAD-PARAMETERS-EXIT.

004800     MOVE 0 TO WS-MONTH-IN.
004810     ACCEPT WS-MONTH-IN.

004820     IF WS-MONTH-IN > 0
004830         MOVE WS-MONTH-IN TO WS-WANTED-MONTH
004840     ELSE
004850         MOVE WS-TODAY-DATE (1:6) TO WS-MONTH-WORK
004860         IF WS-MONTH-MM = 1
004870             SUBTRACT 1 FROM WS-MONTH-YYYY
004880             MOVE 12 TO WS-MONTH-MM
004890         ELSE
004900             SUBTRACT 1 FROM WS-MONTH-MM
004910         END-IF
004920         MOVE WS-MONTH-WORK TO WS-WANTED-MONTH
004930     END-IF.

004940     MOVE 0 TO WS-LIMIT-IN.
004950     ACCEPT WS-LIMIT-IN.
004960     IF WS-LIMIT-IN > 0
004970         MOVE WS-LIMIT-IN TO WS-MISS-LIMIT
004980     END-IF.

004990     MOVE WS-WANTED-MONTH TO WS-FIRST-DATE (1:6).
005000     MOVE '01' TO WS-FIRST-DATE (7:2).

005010     MOVE WS-WANTED-MONTH TO WS-MONTH-WORK.
005020     IF WS-MONTH-MM = 12
005030         ADD 1 TO WS-MONTH-YYYY
005040         MOVE 1 TO WS-MONTH-MM
005050     ELSE
005060         ADD 1 TO WS-MONTH-MM
005070     END-IF.
005080     MOVE WS-MONTH-WORK TO WS-STOP-DATE (1:6).
005090     MOVE '01' TO WS-STOP-DATE (7:2).

005100     COMPUTE WS-OPEN-CLOCK = WS-WIN-OPEN * 10000.
005110     MOVE WS-OPEN-CLOCK TO WS-TIME-WORK.
005120     PERFORM 3300-CLOCK-TO-CS
005130         THRU 3300-CLOCK-TO-CS-EXIT.
005140     MOVE WS-CLOCK-CS TO WS-OPEN-CS.

005150     MOVE WS-WIN-CLOSE TO WS-HHMM-WORK.
005160     PERFORM 3320-HHMM-TO-OFFSET
005170         THRU 3320-HHMM-TO-OFFSET-EXIT.
005180     MOVE WS-OFS-RESULT TO WS-CLOSE-OFS.

005190     DISPLAY 'MATRIXSLAREPORT: BATCH-WINDOW SLA FOR MONTH '
005200             WS-WANTED-MONTH ', WINDOW ' WS-WIN-OPEN '-'
005210             WS-WIN-CLOSE ', MISS LIMIT ' WS-MISS-LIMIT '.'.

005220 1000-INITIALIZE-EXIT.
005230     EXIT.

005240*****************************************************
005250* 1100-LOAD-PARAMETERS - the window opening and      *
005260* closing times (WINOPEN, WINCLOSE) and the miss     *
005270* limit (SLAMISS) from MXPARMF.  The file is left    *
005280* open for the per-step target lookups in 3400; a    *
005290* missing file or key keeps the program defaults and *
005300* every step reports with no target.                 *
005310*****************************************************
005320 1100-LOAD-PARAMETERS.

005330     ACCEPT WS-PARM-TODAY FROM DATE YYYYMMDD.

005340     OPEN INPUT PARM-FILE.

005350     IF WS-MXPARM-STATUS NOT = '00'
005360         DISPLAY 'MATRIXSLAREPORT: MXPARMF NOT AVAILABLE, '
005370                 'STATUS= ' WS-MXPARM-STATUS
005380                 ' - USING PROGRAM DEFAULTS, NO STEP TARGETS.'
005390         GO TO 1100-LOAD-PARAMETERS-EXIT
005400     END-IF.

005410     SET WS-PARMF-OPEN TO TRUE.

005420     MOVE 'WINOPEN' TO WS-PARM-WANTED.
005430     PERFORM 1110-GET-ONE-PARM
005440         THRU 1110-GET-ONE-PARM-EXIT.
005450     IF WS-PARM-FOUND
005460         MOVE WS-PARM-NUM TO WS-HHMM-WORK
005470         IF WS-PARM-NUM < 2400 AND WS-HHMM-MM < 60
005480             MOVE WS-PARM-NUM TO WS-WIN-OPEN
005490         END-IF
005500     END-IF.

005510     MOVE 'WINCLOSE' TO WS-PARM-WANTED.
005520     PERFORM 1110-GET-ONE-PARM
005530         THRU 1110-GET-ONE-PARM-EXIT.
005540     IF WS-PARM-FOUND
005550         MOVE WS-PARM-NUM TO WS-HHMM-WORK
005560         IF WS-PARM-NUM < 2400 AND WS-HHMM-MM < 60
005570             MOVE WS-PARM-NUM TO WS-WIN-CLOSE
005580         END-IF
005590     END-IF.

005600     MOVE 'SLAMISS' TO WS-PARM-WANTED.
005610     PERFORM 1110-GET-ONE-PARM
005620         THRU 1110-GET-ONE-PARM-EXIT.
005630     IF WS-PARM-FOUND AND WS-PARM-NUM > 0
005640         AND WS-PARM-NUM < 1000
005650         MOVE WS-PARM-NUM TO WS-MISS-LIMIT
005660     END-IF.

005670 1100-LOAD-PARAMETERS-EXIT.
005680     EXIT.

005690*****************************************************
005700* 1110-GET-ONE-PARM - random read of one MXPARMF key *
005710* into the WS-PARM staging fields; found means found *
005720* AND already effective today.                       *
005730*****************************************************
005740 1110-GET-ONE-PARM.

005750     MOVE 'N' TO WS-PARM-FOUND-SW.
005760     MOVE WS-PARM-WANTED TO MX-PARM-KEY.

005770     READ PARM-FILE
005780         INVALID KEY
005790             CONTINUE
005800         NOT INVALID KEY
005810             IF MX-PARM-EFF-DATE NOT > WS-PARM-TODAY
005820                 MOVE 'Y' TO WS-PARM-FOUND-SW
005830                 MOVE MX-PARM-VALUE TO WS-PARM-NUM
005840             END-IF
005850     END-READ.

005860 1110-GET-ONE-PARM-EXIT.
005870     EXIT.

005880*****************************************************
005890* 2000-OPEN-FILES                                    *
005900*****************************************************
005910 2000-OPEN-FILES.

005920     OPEN INPUT JRNL-FILE.

005930     IF WS-MXJRNL-STATUS NOT = '00'
005940         DISPLAY 'MATRIXSLAREPORT: MXJRNL NOT AVAILABLE, '
005950                 'STATUS= ' WS-MXJRNL-STATUS
005960         MOVE 8 TO RETURN-CODE
005970         GO TO 9999-EXIT
005980     END-IF.

005990     OPEN OUTPUT REPORT-FILE.

006000     IF WS-MXSLRPT-STATUS NOT = '00'
006010         DISPLAY 'MATRIXSLAREPORT: MXSLRPT NOT AVAILABLE, '
006020                 'STATUS= ' WS-MXSLRPT-STATUS
006030         MOVE 8 TO RETURN-CODE
006040         GO TO 9999-EXIT
006050     END-IF.

006060 2000-OPEN-FILES-EXIT.
006070     EXIT.

006080*****************************************************
006090* 3000-LOAD-JOURNAL - STARTs the browse on the 1st   *
006100* of the month and tables every record whose night   *
006110* falls in the month, stopping after the 1st of the  *
006120* next month.                                        *
006130*****************************************************
006140 3000-LOAD-JOURNAL.

006150     MOVE WS-FIRST-DATE TO MX-JRNL-RUN-DATE.
006160     MOVE LOW-VALUES TO MX-JRNL-STEP.
006170     MOVE 0 TO MX-JRNL-RUN-SEQ.

006180     START JRNL-FILE KEY NOT < MX-JRNL-KEY
006190         INVALID KEY
006200             MOVE 'Y' TO WS-EOF-SWITCH
006210     END-START.

006220     PERFORM 3100-READ-JOURNAL-RECORD
006230         THRU 3100-READ-JOURNAL-RECORD-EXIT
006240         UNTIL WS-END-OF-FILE.

006250     MOVE WS-REC-COUNT TO WS-COUNT-TXT.
006260     DISPLAY 'MATRIXSLAREPORT: ' WS-COUNT-TXT
006270             ' JOURNAL RECORD(S) IN THE MONTH''S NIGHTS.'.

006280 3000-LOAD-JOURNAL-EXIT.
006290     EXIT.

006300 3100-READ-JOURNAL-RECORD.

006310     READ JRNL-FILE NEXT
006320         AT END
006330             MOVE 'Y' TO WS-EOF-SWITCH
006340         NOT AT END
006350             IF MX-JRNL-RUN-DATE > WS-STOP-DATE
006360                 MOVE 'Y' TO WS-EOF-SWITCH
006370             ELSE
006380                 PERFORM 3200-STORE-RECORD
006390                     THRU 3200-STORE-RECORD-EXIT
006400             END-IF
006410     END-READ.

006420 3100-READ-JOURNAL-RECORD-EXIT.
006430     EXIT.

006440*****************************************************
006450* 3200-STORE-RECORD - assigns the record to its      *
006460* night, keeps it when that night is in the month,   *
006470* and posts it to its step and night entries.  An    *
006480* OPEN record has no end time: it counts as open and *
006490* takes no part in the elapsed statistics.           *
006500*****************************************************
006510 3200-STORE-RECORD.

006520     MOVE MX-JRNL-RUN-DATE TO WS-NIGHT-DATE.
006530     IF MX-JRNL-START-TIME < WS-OPEN-CLOCK
006540         COMPUTE WS-DATE-INT =
006550             FUNCTION INTEGER-OF-DATE (MX-JRNL-RUN-DATE) - 1
006560         COMPUTE WS-NIGHT-DATE =
006570             FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
006580     END-IF.

006590     IF WS-NIGHT-DATE (1:6) NOT = WS-WANTED-MONTH
006600         GO TO 3200-STORE-RECORD-EXIT
006610     END-IF.

006620     IF WS-REC-COUNT NOT < WS-REC-MAX
006630         MOVE 'Y' TO WS-TRUNC-SWITCH
006640         MOVE 'Y' TO WS-EOF-SWITCH
006650         DISPLAY 'MATRIXSLAREPORT: MORE THAN ' WS-REC-MAX
006660                 ' JOURNAL RECORDS IN THE MONTH - THE '
006670                 'REPORT COVERS THE FIRST ' WS-REC-MAX
006680                 ' ONLY.'
006690         GO TO 3200-STORE-RECORD-EXIT
006700     END-IF.

006710     PERFORM 3400-FIND-STEP
006720         THRU 3400-FIND-STEP-EXIT.
006730     IF WS-STP-FOUND = 0
006740         GO TO 3200-STORE-RECORD-EXIT
006750     END-IF.

006760     PERFORM 3500-FIND-NIGHT
006770         THRU 3500-FIND-NIGHT-EXIT.
006780     IF WS-NGT-FOUND = 0
006790         GO TO 3200-STORE-RECORD-EXIT
006800     END-IF.

006810     ADD 1 TO WS-REC-COUNT.
006820     MOVE WS-NIGHT-DATE TO WS-REC-NIGHT (WS-REC-COUNT).
006830     MOVE MX-JRNL-RUN-DATE TO WS-REC-DATE (WS-REC-COUNT).
006840     MOVE MX-JRNL-STEP TO WS-REC-STEP (WS-REC-COUNT).
006850     MOVE MX-JRNL-RUN-SEQ TO WS-REC-SEQ (WS-REC-COUNT).
006860     MOVE MX-JRNL-STATUS TO WS-REC-STATUS (WS-REC-COUNT).
006870     MOVE MX-JRNL-START-TIME TO WS-REC-START (WS-REC-COUNT).
006880     MOVE MX-JRNL-END-TIME TO WS-REC-END (WS-REC-COUNT).
006890     MOVE MX-JRNL-RETURN-CODE TO WS-REC-RC (WS-REC-COUNT).
006900     MOVE 0 TO WS-REC-ELAPSED (WS-REC-COUNT).

006910     MOVE MX-JRNL-START-TIME TO WS-TIME-WORK.
006920     PERFORM 3310-CLOCK-TO-OFFSET
006930         THRU 3310-CLOCK-TO-OFFSET-EXIT.
006940     MOVE WS-OFS-RESULT TO WS-START-OFS.

006950     ADD WS-START-OFS TO WS-STP-START-SUM (WS-STP-FOUND).
006960     ADD 1 TO WS-NGT-STEPS (WS-NGT-FOUND).

006970     IF WS-START-OFS < WS-NGT-FIRST-OFS (WS-NGT-FOUND)
006980         MOVE WS-START-OFS TO WS-NGT-FIRST-OFS (WS-NGT-FOUND)
006990         MOVE MX-JRNL-START-TIME
007000             TO WS-NGT-FIRST (WS-NGT-FOUND)
007010     END-IF.

007020     IF MX-JRNL-RUN-SEQ > 1
007030         ADD 1 TO WS-STP-RERUNS (WS-STP-FOUND)
007040         ADD 1 TO WS-RERUN-COUNT
007050     END-IF.

007060     IF MX-JRNL-STATUS = 'C'
007070         PERFORM 3600-POST-CLOSED-RECORD
007080             THRU 3600-POST-CLOSED-RECORD-EXIT
007090     ELSE
007100         ADD 1 TO WS-STP-OPEN (WS-STP-FOUND)
007110         ADD 1 TO WS-NGT-OPEN (WS-NGT-FOUND)
007120         ADD 1 TO WS-OPEN-COUNT
007130     END-IF.

007140 3200-STORE-RECORD-EXIT.
007150     EXIT.

007160*****************************************************
007170* 3300-CLOCK-TO-CS - WS-TIME-WORK (HHMMSSCC) to      *
007180* centiseconds since midnight in WS-CLOCK-CS.        *
007190*****************************************************
007200 3300-CLOCK-TO-CS.

007210     COMPUTE WS-CLOCK-CS =
007220         (WS-TIME-HH * 360000) + (WS-TIME-MM * 6000)
007230         + (WS-TIME-SS * 100) + WS-TIME-CC.

007240 3300-CLOCK-TO-CS-EXIT.
007250     EXIT.

007260*****************************************************
007270* 3310-CLOCK-TO-OFFSET - WS-TIME-WORK (HHMMSSCC) to  *
007280* centiseconds since the window opened, in           *
007290* WS-OFS-RESULT; a time before the opening wrapped   *
007300* past midnight.                                     *
007310*****************************************************
007320 3310-CLOCK-TO-OFFSET.

007330     PERFORM 3300-CLOCK-TO-CS
007340         THRU 3300-CLOCK-TO-CS-EXIT.

007350     COMPUTE WS-OFS-WORK = WS-CLOCK-CS - WS-OPEN-CS.
007360     IF WS-OFS-WORK < 0
007370         ADD 8640000 TO WS-OFS-WORK
007380     END-IF.
007390     MOVE WS-OFS-WORK TO WS-OFS-RESULT.

007400 3310-CLOCK-TO-OFFSET-EXIT.
007410     EXIT.

007420*****************************************************
007430* 3320-HHMM-TO-OFFSET - WS-HHMM-WORK (an MXPARMF     *
007440* HHMM time) to an offset in WS-OFS-RESULT.          *
007450*****************************************************
007460 3320-HHMM-TO-OFFSET.

007470     COMPUTE WS-TIME-WORK = WS-HHMM-WORK * 10000.
007480     PERFORM 3310-CLOCK-TO-OFFSET
007490         THRU 3310-CLOCK-TO-OFFSET-EXIT.

007500 3320-HHMM-TO-OFFSET-EXIT.
007510     EXIT.

007520*****************************************************
007530* 3400-FIND-STEP - the step's entry in WS-STEP-TABLE *
007540* (WS-STP-FOUND), added with its MXPARMF target on   *
007550* first sight; 0 when the table is full.             *
007560*****************************************************
007570 3400-FIND-STEP.

007580     MOVE 0 TO WS-STP-FOUND.

007590     PERFORM 3410-SCAN-ONE-STEP
007600         THRU 3410-SCAN-ONE-STEP-EXIT
007610         VARYING WS-STP-SUB FROM 1 BY 1
007620         UNTIL WS-STP-SUB > WS-STP-COUNT
007630         OR WS-STP-FOUND > 0.

007640     IF WS-STP-FOUND > 0
007650         GO TO 3400-FIND-STEP-EXIT
007660     END-IF.

007670     IF WS-STP-COUNT NOT < WS-STP-MAX
007680         MOVE 'Y' TO WS-TRUNC-SWITCH
007690         DISPLAY 'MATRIXSLAREPORT: MORE THAN ' WS-STP-MAX
007700                 ' STEP NAMES - ' MX-JRNL-STEP
007710                 ' NOT REPORTED.'
007720         GO TO 3400-FIND-STEP-EXIT
007730     END-IF.

007740     ADD 1 TO WS-STP-COUNT.
007750     MOVE WS-STP-COUNT TO WS-STP-FOUND.
007760     MOVE MX-JRNL-STEP TO WS-STP-NAME (WS-STP-FOUND).
007770     MOVE 0 TO WS-STP-RUNS (WS-STP-FOUND).
007780     MOVE 0 TO WS-STP-OPEN (WS-STP-FOUND).
007790     MOVE 0 TO WS-STP-RERUNS (WS-STP-FOUND).
007800     MOVE 0 TO WS-STP-LATE (WS-STP-FOUND).
007810     MOVE 0 TO WS-STP-LAST-LATE (WS-STP-FOUND).
007820     MOVE 'N' TO WS-STP-TGT-SW (WS-STP-FOUND).
007830     MOVE 0 TO WS-STP-TARGET (WS-STP-FOUND).
007840     MOVE 0 TO WS-STP-TGT-OFS (WS-STP-FOUND).
007850     MOVE 0 TO WS-STP-START-SUM (WS-STP-FOUND).
007860     MOVE 0 TO WS-STP-START-AVG (WS-STP-FOUND).

007870     PERFORM 3420-GET-STEP-TARGET
007880         THRU 3420-GET-STEP-TARGET-EXIT.

007890 3400-FIND-STEP-EXIT.
007900     EXIT.

007910 3410-SCAN-ONE-STEP.

007920     IF WS-STP-NAME (WS-STP-SUB) = MX-JRNL-STEP
007930         MOVE WS-STP-SUB TO WS-STP-FOUND
007940     END-IF.

007950 3410-SCAN-ONE-STEP-EXIT.
007960     EXIT.

007970*****************************************************
007980* 3420-GET-STEP-TARGET - the step's target end time  *
007990* is the MXPARMF record keyed on the step name, an   *
008000* HHMM clock time; no record (or an invalid time)    *
008010* means the step is reported but never judged late.  *
008020*****************************************************
008030 3420-GET-STEP-TARGET.

008040     IF NOT WS-PARMF-OPEN
008050         GO TO 3420-GET-STEP-TARGET-EXIT
008060     END-IF.

008070     MOVE MX-JRNL-STEP TO WS-PARM-WANTED.
008080     PERFORM 1110-GET-ONE-PARM
008090         THRU 1110-GET-ONE-PARM-EXIT.

008100     IF NOT WS-PARM-FOUND
008110         GO TO 3420-GET-STEP-TARGET-EXIT
008120     END-IF.

008130     MOVE WS-PARM-NUM TO WS-HHMM-WORK.
008140     IF WS-PARM-NUM NOT < 2400 OR WS-HHMM-MM NOT < 60
008150         DISPLAY 'MATRIXSLAREPORT: MXPARMF TARGET FOR '
008160                 MX-JRNL-STEP ' IS NOT AN HHMM TIME - '
008170                 'IGNORED.'
008180         GO TO 3420-GET-STEP-TARGET-EXIT
008190     END-IF.

008200     MOVE 'Y' TO WS-STP-TGT-SW (WS-STP-FOUND).
008210     MOVE WS-HHMM-WORK TO WS-STP-TARGET (WS-STP-FOUND).
008220     PERFORM 3320-HHMM-TO-OFFSET
008230         THRU 3320-HHMM-TO-OFFSET-EXIT.
008240     MOVE WS-OFS-RESULT TO WS-STP-TGT-OFS (WS-STP-FOUND).

008250 3420-GET-STEP-TARGET-EXIT.
008260     EXIT.

008270*****************************************************
008280* 3500-FIND-NIGHT - the night's entry in             *
008290* WS-NIGHT-TABLE (WS-NGT-FOUND), added on first      *
008300* sight; 0 when the table is full.                   *
008310*****************************************************
008320 3500-FIND-NIGHT.

008330     MOVE 0 TO WS-NGT-FOUND.

008340     PERFORM 3510-SCAN-ONE-NIGHT
008350         THRU 3510-SCAN-ONE-NIGHT-EXIT
008360         VARYING WS-NGT-SUB FROM 1 BY 1
008370         UNTIL WS-NGT-SUB > WS-NGT-COUNT
008380         OR WS-NGT-FOUND > 0.

008390     IF WS-NGT-FOUND > 0
008400         GO TO 3500-FIND-NIGHT-EXIT
008410     END-IF.

008420     IF WS-NGT-COUNT NOT < WS-NGT-MAX
008430         GO TO 3500-FIND-NIGHT-EXIT
008440     END-IF.

008450     ADD 1 TO WS-NGT-COUNT.
008460     MOVE WS-NGT-COUNT TO WS-NGT-FOUND.
008470     MOVE WS-NIGHT-DATE TO WS-NGT-DATE (WS-NGT-FOUND).
008480     MOVE 999999999 TO WS-NGT-FIRST-OFS (WS-NGT-FOUND).
008490     MOVE 0 TO WS-NGT-LAST-OFS (WS-NGT-FOUND).
008500     MOVE 0 TO WS-NGT-FIRST (WS-NGT-FOUND).
008510     MOVE 0 TO WS-NGT-LAST (WS-NGT-FOUND).
008520     MOVE 0 TO WS-NGT-STEPS (WS-NGT-FOUND).
008530     MOVE 0 TO WS-NGT-OPEN (WS-NGT-FOUND).
008540     MOVE 0 TO WS-NGT-CLOSED (WS-NGT-FOUND).

008550 3500-FIND-NIGHT-EXIT.
008560     EXIT.

008570 3510-SCAN-ONE-NIGHT.

008580     IF WS-NGT-DATE (WS-NGT-SUB) = WS-NIGHT-DATE
008590         MOVE WS-NGT-SUB TO WS-NGT-FOUND
008600     END-IF.

008610 3510-SCAN-ONE-NIGHT-EXIT.
008620     EXIT.

008630*****************************************************
008640* 3600-POST-CLOSED-RECORD - elapsed time (an end     *
008650* below the start crossed midnight), the end offset  *
008660* as start offset plus elapsed, the night's last     *
008670* end, and the step's target check - counted once    *
008680* per night however many times the step reran.       *
008690*****************************************************
008700 3600-POST-CLOSED-RECORD.

008710     MOVE MX-JRNL-START-TIME TO WS-TIME-WORK.
008720     PERFORM 3300-CLOCK-TO-CS
008730         THRU 3300-CLOCK-TO-CS-EXIT.
008740     MOVE WS-CLOCK-CS TO WS-ELAPSED-CS.

008750     MOVE MX-JRNL-END-TIME TO WS-TIME-WORK.
008760     PERFORM 3300-CLOCK-TO-CS
008770         THRU 3300-CLOCK-TO-CS-EXIT.
008780     MOVE WS-CLOCK-CS TO WS-END-CS.

008790     IF WS-END-CS < WS-ELAPSED-CS
008800         ADD 8640000 TO WS-END-CS
008810     END-IF.
008820     SUBTRACT WS-ELAPSED-CS FROM WS-END-CS
008830         GIVING WS-ELAPSED-CS.

008840     COMPUTE WS-REC-ELAPSED (WS-REC-COUNT) =
008850         WS-ELAPSED-CS / 100.
008860     COMPUTE WS-END-OFS = WS-START-OFS + WS-ELAPSED-CS.

008870     ADD 1 TO WS-STP-RUNS (WS-STP-FOUND).
008880     ADD 1 TO WS-NGT-CLOSED (WS-NGT-FOUND).

008890     IF WS-END-OFS > WS-NGT-LAST-OFS (WS-NGT-FOUND)
008900         MOVE WS-END-OFS TO WS-NGT-LAST-OFS (WS-NGT-FOUND)
008910         MOVE MX-JRNL-END-TIME TO WS-NGT-LAST (WS-NGT-FOUND)
008920     END-IF.

008930     IF WS-STP-HAS-TARGET (WS-STP-FOUND)
008940         AND WS-END-OFS > WS-STP-TGT-OFS (WS-STP-FOUND)
008950         AND WS-STP-LAST-LATE (WS-STP-FOUND)
008960             NOT = WS-NIGHT-DATE
008970         ADD 1 TO WS-STP-LATE (WS-STP-FOUND)
008980         MOVE WS-NIGHT-DATE TO WS-STP-LAST-LATE (WS-STP-FOUND)
008990     END-IF.

009000 3600-POST-CLOSED-RECORD-EXIT.
009010     EXIT.

009020*****************************************************
009030* 4000-PRINT-STEP-SECTION - the window settings,     *
009040* then one line per step in night order: closed run  *
009050* count, min/avg/max/95th-percentile elapsed, the    *
009060* target, the nights it finished late, its reruns    *
009070* and its never-closed records.                      *
009080*****************************************************
009090 4000-PRINT-STEP-SECTION.

009100     MOVE SPACES TO WS-HDG1-MONTH.
009110     MOVE WS-WANTED-MONTH (1:4) TO WS-HDG1-MONTH (1:4).
009120     MOVE '-' TO WS-HDG1-MONTH (5:1).
009130     MOVE WS-WANTED-MONTH (5:2) TO WS-HDG1-MONTH (6:2).

009140     SET WS-STEP-HEADINGS TO TRUE.
009150     MOVE 99 TO WS-LINE-COUNT.
009160     MOVE 0 TO WS-PAGE-COUNT.

009170     MOVE WS-WIN-OPEN TO WS-HHMM-WORK.
009180     PERFORM 8200-FORMAT-HHMM
009190         THRU 8200-FORMAT-HHMM-EXIT.
009200     MOVE WS-HHMM-TXT TO WS-WL-OPEN.
009210     MOVE WS-WIN-CLOSE TO WS-HHMM-WORK.
009220     PERFORM 8200-FORMAT-HHMM
009230         THRU 8200-FORMAT-HHMM-EXIT.
009240     MOVE WS-HHMM-TXT TO WS-WL-CLOSE.
009250     MOVE WS-MISS-LIMIT TO WS-WL-LIMIT.

009260     MOVE WS-WINDOW-LINE TO WS-PRINT-LINE.
009270     PERFORM 8100-WRITE-REPORT-LINE
009280         THRU 8100-WRITE-REPORT-LINE-EXIT.

009290     MOVE SPACES TO WS-PRINT-LINE.
009300     PERFORM 8100-WRITE-REPORT-LINE
009310         THRU 8100-WRITE-REPORT-LINE-EXIT.

009320     IF WS-REC-COUNT = 0
009330         MOVE 'NO MXJRNL RECORDS FOR THE MONTH''S NIGHTS - '
009340             TO WS-MSG-TEXT
009350         MOVE 'NOTHING TO REPORT.' TO WS-MSG-TEXT (44:18)
009360         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
009370         PERFORM 8100-WRITE-REPORT-LINE
009380             THRU 8100-WRITE-REPORT-LINE-EXIT
009390         DISPLAY 'MATRIXSLAREPORT: NO JOURNAL RECORDS FOR '
009400                 'MONTH ' WS-WANTED-MONTH '.'
009410         GO TO 4000-PRINT-STEP-SECTION-EXIT
009420     END-IF.

009430     PERFORM 4050-SET-AVERAGE-START
009440         THRU 4050-SET-AVERAGE-START-EXIT
009450         VARYING WS-STP-SUB FROM 1 BY 1
009460         UNTIL WS-STP-SUB > WS-STP-COUNT.

009470     IF WS-STP-COUNT > 1
009480         PERFORM 4100-SORT-STEP-PASS
009490             THRU 4100-SORT-STEP-PASS-EXIT
009500             VARYING WS-SP FROM 1 BY 1
009510             UNTIL WS-SP NOT < WS-STP-COUNT
009520     END-IF.

009530     PERFORM 4200-PRINT-ONE-STEP
009540         THRU 4200-PRINT-ONE-STEP-EXIT
009550         VARYING WS-STP-SUB FROM 1 BY 1
009560         UNTIL WS-STP-SUB > WS-STP-COUNT.

009570     IF WS-JRNL-TRUNCATED
009580         MOVE SPACES TO WS-PRINT-LINE
009590         PERFORM 8100-WRITE-REPORT-LINE
009600             THRU 8100-WRITE-REPORT-LINE-EXIT
009610         MOVE '*** JOURNAL TABLE LIMIT REACHED - FIGURES ARE '
009620             TO WS-MSG-TEXT
009630         MOVE 'INCOMPLETE (SEE SYSOUT). ***'
009640             TO WS-MSG-TEXT (48:28)
009650         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
009660         PERFORM 8100-WRITE-REPORT-LINE
009670             THRU 8100-WRITE-REPORT-LINE-EXIT
009680     END-IF.

009690 4000-PRINT-STEP-SECTION-EXIT.
009700     EXIT.

009710 4050-SET-AVERAGE-START.

009720     IF WS-STP-RUNS (WS-STP-SUB) + WS-STP-OPEN (WS-STP-SUB)
009730         > 0
009740         COMPUTE WS-STP-START-AVG (WS-STP-SUB) =
009750             WS-STP-START-SUM (WS-STP-SUB)
009760             / (WS-STP-RUNS (WS-STP-SUB)
009770                + WS-STP-OPEN (WS-STP-SUB))
009780     END-IF.

009790 4050-SET-AVERAGE-START-EXIT.
009800     EXIT.

009810*****************************************************
009820* 4100-SORT-STEP-PASS - bubble sort on the average   *
009830* start offset, the technique MatrixRunJournal uses, *
009840* so the steps list in the order they run.           *
009850*****************************************************
009860 4100-SORT-STEP-PASS.

009870     PERFORM 4110-SORT-STEP-COMPARE
009880         THRU 4110-SORT-STEP-COMPARE-EXIT
009890         VARYING WS-SQ FROM 1 BY 1
009900         UNTIL WS-SQ > WS-STP-COUNT - WS-SP.

009910 4100-SORT-STEP-PASS-EXIT.
009920     EXIT.

009930 4110-SORT-STEP-COMPARE.

009940     IF WS-STP-START-AVG (WS-SQ)
009950         > WS-STP-START-AVG (WS-SQ + 1)
009960         MOVE WS-STEP-ENTRY (WS-SQ) TO WS-STEP-HOLD
009970         MOVE WS-STEP-ENTRY (WS-SQ + 1)
009980             TO WS-STEP-ENTRY (WS-SQ)
009990         MOVE WS-STEP-HOLD TO WS-STEP-ENTRY (WS-SQ + 1)
010000     END-IF.

010010 4110-SORT-STEP-COMPARE-EXIT.
010020     EXIT.

010030*****************************************************
010040* 4200-PRINT-ONE-STEP - gathers the step's closed    *
010050* elapsed times, takes the statistics and prints the *
010060* line; a step late on more nights than the limit    *
010070* raises the report's return code.                   *
010080*****************************************************
010090 4200-PRINT-ONE-STEP.

010100     MOVE 0 TO WS-SORT-COUNT.

010110     PERFORM 4210-GATHER-ELAPSED
010120         THRU 4210-GATHER-ELAPSED-EXIT
010130         VARYING WS-SUB FROM 1 BY 1
010140         UNTIL WS-SUB > WS-REC-COUNT.

010150     MOVE WS-STP-NAME (WS-STP-SUB) TO WS-SL-STEP.
010160     MOVE WS-SORT-COUNT TO WS-SL-RUNS.

010170     IF WS-SORT-COUNT > 0
010180         PERFORM 4300-COMPUTE-STATISTICS
010190             THRU 4300-COMPUTE-STATISTICS-EXIT
010200     ELSE
010210         MOVE 0 TO WS-STAT-MIN
010220         MOVE 0 TO WS-STAT-AVG
010230         MOVE 0 TO WS-STAT-MAX
010240         MOVE 0 TO WS-STAT-P95
010250     END-IF.

010260     MOVE WS-STAT-MIN TO WS-SL-MIN.
010270     MOVE WS-STAT-AVG TO WS-SL-AVG.
010280     MOVE WS-STAT-MAX TO WS-SL-MAX.
010290     MOVE WS-STAT-P95 TO WS-SL-P95.

010300     IF WS-STP-HAS-TARGET (WS-STP-SUB)
010310         MOVE WS-STP-TARGET (WS-STP-SUB) TO WS-HHMM-WORK
010320         PERFORM 8200-FORMAT-HHMM
010330             THRU 8200-FORMAT-HHMM-EXIT
010340         MOVE WS-HHMM-TXT TO WS-SL-TARGET
010350     ELSE
010360         MOVE ' NONE' TO WS-SL-TARGET
010370     END-IF.

010380     MOVE WS-STP-LATE (WS-STP-SUB) TO WS-SL-LATE.
010390     MOVE WS-STP-RERUNS (WS-STP-SUB) TO WS-SL-RERUNS.
010400     MOVE WS-STP-OPEN (WS-STP-SUB) TO WS-SL-OPEN.

010410     MOVE SPACES TO WS-SL-FLAG.
010420     IF WS-STP-LATE (WS-STP-SUB) > WS-MISS-LIMIT
010430         MOVE '*** OVER MISS LIMIT' TO WS-SL-FLAG
010440         SET WS-SLA-BREACHED TO TRUE
010450         DISPLAY 'MATRIXSLAREPORT: *** ' WS-STP-NAME (WS-STP-SUB)
010460                 ' FINISHED AFTER ITS TARGET ON MORE THAN '
010470                 WS-MISS-LIMIT ' NIGHTS ***'
010480     ELSE
010490         IF NOT WS-STP-HAS-TARGET (WS-STP-SUB)
010500             MOVE 'NO MXPARMF TARGET' TO WS-SL-FLAG
010510         END-IF
010520     END-IF.

010530     MOVE WS-STEP-LINE TO WS-PRINT-LINE.
010540     PERFORM 8100-WRITE-REPORT-LINE
010550         THRU 8100-WRITE-REPORT-LINE-EXIT.

010560 4200-PRINT-ONE-STEP-EXIT.
010570     EXIT.

010580 4210-GATHER-ELAPSED.

010590     IF WS-REC-STEP (WS-SUB) = WS-STP-NAME (WS-STP-SUB)
010600         AND WS-REC-STATUS (WS-SUB) = 'C'
010610         ADD 1 TO WS-SORT-COUNT
010620         MOVE WS-REC-ELAPSED (WS-SUB)
010630             TO WS-SORT-VAL (WS-SORT-COUNT)
010640     END-IF.

010650 4210-GATHER-ELAPSED-EXIT.
010660     EXIT.

010670*****************************************************
010680* 4300-COMPUTE-STATISTICS - minimum, maximum,        *
010690* average and 95th percentile of the WS-SORT-COUNT   *
010700* values in WS-SORT-TABLE.  The table is bubble-     *
010710* sorted in place and the percentile taken by        *
010720* nearest rank (the value at rank 95% of the count,  *
010730* rounded up).                                       *
010740*****************************************************
010750 4300-COMPUTE-STATISTICS.

010760     MOVE 0 TO WS-STAT-SUM.

010770     PERFORM 4310-SUM-VALUE
010780         THRU 4310-SUM-VALUE-EXIT
010790         VARYING WS-SUB FROM 1 BY 1
010800         UNTIL WS-SUB > WS-SORT-COUNT.

010810     COMPUTE WS-STAT-AVG = WS-STAT-SUM / WS-SORT-COUNT.

010820     PERFORM 4320-SORT-PASS
010830         THRU 4320-SORT-PASS-EXIT
010840         VARYING WS-SP FROM 1 BY 1
010850         UNTIL WS-SP NOT < WS-SORT-COUNT.

010860     MOVE WS-SORT-VAL (1) TO WS-STAT-MIN.
010870     MOVE WS-SORT-VAL (WS-SORT-COUNT) TO WS-STAT-MAX.

010880     COMPUTE WS-RANK = ((WS-SORT-COUNT * 95) + 99) / 100.
010890     IF WS-RANK < 1
010900         MOVE 1 TO WS-RANK
010910     END-IF.
010920     MOVE WS-SORT-VAL (WS-RANK) TO WS-STAT-P95.

010930 4300-COMPUTE-STATISTICS-EXIT.
010940     EXIT.

010950 4310-SUM-VALUE.

010960     ADD WS-SORT-VAL (WS-SUB) TO WS-STAT-SUM.

010970 4310-SUM-VALUE-EXIT.
010980     EXIT.

010990 4320-SORT-PASS.

011000     PERFORM 4330-SORT-COMPARE
011010         THRU 4330-SORT-COMPARE-EXIT
011020         VARYING WS-SQ FROM 1 BY 1
011030         UNTIL WS-SQ > WS-SORT-COUNT - WS-SP.

011040 4320-SORT-PASS-EXIT.
011050     EXIT.

011060 4330-SORT-COMPARE.

011070     IF WS-SORT-VAL (WS-SQ) > WS-SORT-VAL (WS-SQ + 1)
011080         MOVE WS-SORT-VAL (WS-SQ) TO WS-SORT-HOLD
011090         MOVE WS-SORT-VAL (WS-SQ + 1) TO WS-SORT-VAL (WS-SQ)
011100         MOVE WS-SORT-HOLD TO WS-SORT-VAL (WS-SQ + 1)
011110     END-IF.

011120 4330-SORT-COMPARE-EXIT.
011130     EXIT.

011140*****************************************************
011150* 5000-PRINT-JOB-SECTION - one line per night in     *
011160* date order: first step start, last step end, the   *
011170* span in minutes and the margin to the window close *
011180* (negative = finished after it), then the month's   *
011190* whole-job summary line.                            *
011200*****************************************************
011210 5000-PRINT-JOB-SECTION.

011220     IF WS-NGT-COUNT = 0
011230         GO TO 5000-PRINT-JOB-SECTION-EXIT
011240     END-IF.

011250     SET WS-NIGHT-HEADINGS TO TRUE.
011260     MOVE 99 TO WS-LINE-COUNT.

011270     IF WS-NGT-COUNT > 1
011280         PERFORM 5100-SORT-NIGHT-PASS
011290             THRU 5100-SORT-NIGHT-PASS-EXIT
011300             VARYING WS-SP FROM 1 BY 1
011310             UNTIL WS-SP NOT < WS-NGT-COUNT
011320     END-IF.

011330     MOVE 0 TO WS-SPAN-SUM.
011340     MOVE 0 TO WS-SPAN-MAX.
011350     MOVE 0 TO WS-SPAN-NIGHTS.
011360     MOVE 0 TO WS-LATE-NIGHTS.

011370     PERFORM 5200-PRINT-ONE-NIGHT
011380         THRU 5200-PRINT-ONE-NIGHT-EXIT
011390         VARYING WS-NGT-SUB FROM 1 BY 1
011400         UNTIL WS-NGT-SUB > WS-NGT-COUNT.

011410     MOVE SPACES TO WS-PRINT-LINE.
011420     PERFORM 8100-WRITE-REPORT-LINE
011430         THRU 8100-WRITE-REPORT-LINE-EXIT.

011440     MOVE WS-SPAN-NIGHTS TO WS-JS-NIGHTS.
011450     IF WS-SPAN-NIGHTS > 0
011460         COMPUTE WS-SPAN-MIN = WS-SPAN-SUM / WS-SPAN-NIGHTS
011470     ELSE
011480         MOVE 0 TO WS-SPAN-MIN
011490     END-IF.
011500     MOVE WS-SPAN-MIN TO WS-JS-AVG.
011510     MOVE WS-SPAN-MAX TO WS-JS-MAX.
011520     MOVE WS-LATE-NIGHTS TO WS-JS-LATE.

011530     MOVE WS-JOB-SUM-LINE TO WS-PRINT-LINE.
011540     PERFORM 8100-WRITE-REPORT-LINE
011550         THRU 8100-WRITE-REPORT-LINE-EXIT.

011560 5000-PRINT-JOB-SECTION-EXIT.
011570     EXIT.

011580 5100-SORT-NIGHT-PASS.

011590     PERFORM 5110-SORT-NIGHT-COMPARE
011600         THRU 5110-SORT-NIGHT-COMPARE-EXIT
011610         VARYING WS-SQ FROM 1 BY 1
011620         UNTIL WS-SQ > WS-NGT-COUNT - WS-SP.

011630 5100-SORT-NIGHT-PASS-EXIT.
011640     EXIT.

011650 5110-SORT-NIGHT-COMPARE.

011660     IF WS-NGT-DATE (WS-SQ) > WS-NGT-DATE (WS-SQ + 1)
011670         MOVE WS-NIGHT-ENTRY (WS-SQ) TO WS-NIGHT-HOLD
011680         MOVE WS-NIGHT-ENTRY (WS-SQ + 1)
011690             TO WS-NIGHT-ENTRY (WS-SQ)
011700         MOVE WS-NIGHT-HOLD TO WS-NIGHT-ENTRY (WS-SQ + 1)
011710     END-IF.

011720 5110-SORT-NIGHT-COMPARE-EXIT.
011730     EXIT.

011740*****************************************************
011750* 5200-PRINT-ONE-NIGHT - a night with no closed step *
011760* has no last end: it prints with the start only and *
011770* stays out of the span figures.                     *
011780*****************************************************
011790 5200-PRINT-ONE-NIGHT.

011800     MOVE WS-NGT-DATE (WS-NGT-SUB) TO WS-NL-NIGHT.
011810     MOVE WS-NGT-STEPS (WS-NGT-SUB) TO WS-NL-STEPS.

011820     MOVE WS-NGT-FIRST (WS-NGT-SUB) TO WS-TIME-WORK.
011830     PERFORM 8300-FORMAT-CLOCK
011840         THRU 8300-FORMAT-CLOCK-EXIT.
011850     MOVE WS-CLOCK-TXT TO WS-NL-FIRST.

011860     MOVE SPACES TO WS-NL-FLAG.

011870     IF WS-NGT-CLOSED (WS-NGT-SUB) = 0
011880         MOVE SPACES TO WS-NL-LAST
011890         MOVE 0 TO WS-NL-SPAN
011900         MOVE 0 TO WS-NL-MARGIN
011910         MOVE 'NO STEP CLOSED' TO WS-NL-FLAG
011920         MOVE WS-NIGHT-LINE TO WS-PRINT-LINE
011930         PERFORM 8100-WRITE-REPORT-LINE
011940             THRU 8100-WRITE-REPORT-LINE-EXIT
011950         GO TO 5200-PRINT-ONE-NIGHT-EXIT
011960     END-IF.

011970     MOVE WS-NGT-LAST (WS-NGT-SUB) TO WS-TIME-WORK.
011980     PERFORM 8300-FORMAT-CLOCK
011990         THRU 8300-FORMAT-CLOCK-EXIT.
012000     MOVE WS-CLOCK-TXT TO WS-NL-LAST.

012010     COMPUTE WS-SPAN-MIN =
012020         (WS-NGT-LAST-OFS (WS-NGT-SUB)
012030          - WS-NGT-FIRST-OFS (WS-NGT-SUB)) / 6000.
012040     COMPUTE WS-MARGIN-MIN =
012050         (WS-CLOSE-OFS - WS-NGT-LAST-OFS (WS-NGT-SUB)) / 6000.

012060     MOVE WS-SPAN-MIN TO WS-NL-SPAN.
012070     MOVE WS-MARGIN-MIN TO WS-NL-MARGIN.

012080     ADD 1 TO WS-SPAN-NIGHTS.
012090     ADD WS-SPAN-MIN TO WS-SPAN-SUM.
012100     IF WS-SPAN-MIN > WS-SPAN-MAX
012110         MOVE WS-SPAN-MIN TO WS-SPAN-MAX
012120     END-IF.

012130     IF WS-NGT-LAST-OFS (WS-NGT-SUB) > WS-CLOSE-OFS
012140         ADD 1 TO WS-LATE-NIGHTS
012150         MOVE 'AFTER WINDOW CLOSE' TO WS-NL-FLAG
012160     END-IF.

012170     IF WS-NGT-OPEN (WS-NGT-SUB) > 0
012180         MOVE 'OPEN STEP(S)' TO WS-NL-FLAG (20:11)
012190     END-IF.

012200     MOVE WS-NIGHT-LINE TO WS-PRINT-LINE.
012210     PERFORM 8100-WRITE-REPORT-LINE
012220         THRU 8100-WRITE-REPORT-LINE-EXIT.

012230 5200-PRINT-ONE-NIGHT-EXIT.
012240     EXIT.

012250*****************************************************
012260* 6000-PRINT-OPEN-SECTION - every record still OPEN: *
012270* the step never reached its own end (abend or       *
012280* cancel).                                           *
012290*****************************************************
012300 6000-PRINT-OPEN-SECTION.

012310     IF WS-REC-COUNT = 0
012320         GO TO 6000-PRINT-OPEN-SECTION-EXIT
012330     END-IF.

012340     SET WS-OPEN-HEADINGS TO TRUE.
012350     MOVE 99 TO WS-LINE-COUNT.

012360     IF WS-OPEN-COUNT = 0
012370         MOVE 'NONE - EVERY STEP CLOSED ITS OWN RECORD.'
012380             TO WS-MSG-TEXT
012390         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
012400         PERFORM 8100-WRITE-REPORT-LINE
012410             THRU 8100-WRITE-REPORT-LINE-EXIT
012420         GO TO 6000-PRINT-OPEN-SECTION-EXIT
012430     END-IF.

012440     PERFORM 6100-PRINT-ONE-OPEN
012450         THRU 6100-PRINT-ONE-OPEN-EXIT
012460         VARYING WS-SUB FROM 1 BY 1
012470         UNTIL WS-SUB > WS-REC-COUNT.

012480     MOVE WS-OPEN-COUNT TO WS-COUNT-TXT.
012490     DISPLAY 'MATRIXSLAREPORT: ' WS-COUNT-TXT
012500             ' JOURNAL RECORD(S) NEVER CLOSED.'.

012510 6000-PRINT-OPEN-SECTION-EXIT.
012520     EXIT.

012530 6100-PRINT-ONE-OPEN.

012540     IF WS-REC-STATUS (WS-SUB) = 'C'
012550         GO TO 6100-PRINT-ONE-OPEN-EXIT
012560     END-IF.

012570     MOVE WS-REC-NIGHT (WS-SUB) TO WS-OL-NIGHT.
012580     MOVE WS-REC-DATE (WS-SUB) TO WS-OL-DATE.
012590     MOVE WS-REC-STEP (WS-SUB) TO WS-OL-STEP.
012600     MOVE WS-REC-SEQ (WS-SUB) TO WS-OL-SEQ.
012610     MOVE WS-REC-START (WS-SUB) TO WS-TIME-WORK.
012620     PERFORM 8300-FORMAT-CLOCK
012630         THRU 8300-FORMAT-CLOCK-EXIT.
012640     MOVE WS-CLOCK-TXT TO WS-OL-START.

012650     MOVE WS-OPEN-LINE TO WS-PRINT-LINE.
012660     PERFORM 8100-WRITE-REPORT-LINE
012670         THRU 8100-WRITE-REPORT-LINE-EXIT.

012680 6100-PRINT-ONE-OPEN-EXIT.
012690     EXIT.

012700*****************************************************
012710* 6500-PRINT-RERUN-SECTION - every record with a     *
012720* run sequence of 02 or more: a step that ran again  *
012730* the same night and ate window time doing it.       *
012740*****************************************************
012750 6500-PRINT-RERUN-SECTION.

012760     IF WS-REC-COUNT = 0
012770         GO TO 6500-PRINT-RERUN-SECTION-EXIT
012780     END-IF.

012790     SET WS-RERUN-HEADINGS TO TRUE.
012800     MOVE 99 TO WS-LINE-COUNT.

012810     IF WS-RERUN-COUNT = 0
012820         MOVE 'NONE - NO STEP RAN MORE THAN ONCE IN A NIGHT.'
012830             TO WS-MSG-TEXT
012840         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
012850         PERFORM 8100-WRITE-REPORT-LINE
012860             THRU 8100-WRITE-REPORT-LINE-EXIT
012870         GO TO 6500-PRINT-RERUN-SECTION-EXIT
012880     END-IF.

012890     PERFORM 6600-PRINT-ONE-RERUN
012900         THRU 6600-PRINT-ONE-RERUN-EXIT
012910         VARYING WS-SUB FROM 1 BY 1
012920         UNTIL WS-SUB > WS-REC-COUNT.

012930 6500-PRINT-RERUN-SECTION-EXIT.
012940     EXIT.

012950 6600-PRINT-ONE-RERUN.

012960     IF WS-REC-SEQ (WS-SUB) < 2
012970         GO TO 6600-PRINT-ONE-RERUN-EXIT
012980     END-IF.

012990     MOVE WS-REC-NIGHT (WS-SUB) TO WS-RL-NIGHT.
013000     MOVE WS-REC-DATE (WS-SUB) TO WS-RL-DATE.
013010     MOVE WS-REC-STEP (WS-SUB) TO WS-RL-STEP.
013020     MOVE WS-REC-SEQ (WS-SUB) TO WS-RL-SEQ.
013030     MOVE WS-REC-START (WS-SUB) TO WS-TIME-WORK.
013040     PERFORM 8300-FORMAT-CLOCK
013050         THRU 8300-FORMAT-CLOCK-EXIT.
013060     MOVE WS-CLOCK-TXT TO WS-RL-START.

013070     IF WS-REC-STATUS (WS-SUB) = 'C'
013080         MOVE WS-REC-END (WS-SUB) TO WS-TIME-WORK
013090         PERFORM 8300-FORMAT-CLOCK
013100             THRU 8300-FORMAT-CLOCK-EXIT
013110         MOVE WS-CLOCK-TXT TO WS-RL-END
013120         MOVE WS-REC-ELAPSED (WS-SUB) TO WS-RL-ELAPSED
013130         MOVE WS-REC-RC (WS-SUB) TO WS-RL-RC
013140     ELSE
013150         MOVE 'OPEN' TO WS-RL-END
013160         MOVE 0 TO WS-RL-ELAPSED
013170         MOVE SPACES TO WS-RL-RC
013180     END-IF.

013190     MOVE WS-RERUN-LINE TO WS-PRINT-LINE.
013200     PERFORM 8100-WRITE-REPORT-LINE
013210         THRU 8100-WRITE-REPORT-LINE-EXIT.

013220 6600-PRINT-ONE-RERUN-EXIT.
013230     EXIT.

013240*****************************************************
013250* 7000-CLOSE-FILES                                   *
013260*****************************************************
013270 7000-CLOSE-FILES.

013280     CLOSE JRNL-FILE.
013290     CLOSE REPORT-FILE.

013300     IF WS-PARMF-OPEN
013310         CLOSE PARM-FILE
013320     END-IF.

013330 7000-CLOSE-FILES-EXIT.
013340     EXIT.

013350*****************************************************
013360* 8000-PRINT-PAGE-HEADING - starts a new page with   *
013370* the report title and the title and column          *
013380* headings of the current section.                   *
013390*****************************************************
013400 8000-PRINT-PAGE-HEADING.

013410     ADD 1 TO WS-PAGE-COUNT.
013420     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.

013430     WRITE REPORT-RECORD FROM WS-HDG1-LINE
013440         AFTER ADVANCING PAGE.

013450     EVALUATE TRUE
013460         WHEN WS-NIGHT-HEADINGS
013470             WRITE REPORT-RECORD FROM WS-HDG-NIGHT-TITLE
013480                 AFTER ADVANCING 2 LINES
013490             WRITE REPORT-RECORD FROM WS-HDG-NIGHT-COLS
013500                 AFTER ADVANCING 2 LINES
013510         WHEN WS-OPEN-HEADINGS
013520             WRITE REPORT-RECORD FROM WS-HDG-OPEN-TITLE
013530                 AFTER ADVANCING 2 LINES
013540             WRITE REPORT-RECORD FROM WS-HDG-OPEN-COLS
013550                 AFTER ADVANCING 2 LINES
013560         WHEN WS-RERUN-HEADINGS
013570             WRITE REPORT-RECORD FROM WS-HDG-RERUN-TITLE
013580                 AFTER ADVANCING 2 LINES
013590             WRITE REPORT-RECORD FROM WS-HDG-RERUN-COLS
013600                 AFTER ADVANCING 2 LINES
013610         WHEN OTHER
013620             WRITE REPORT-RECORD FROM WS-HDG-STEP-TITLE
013630                 AFTER ADVANCING 2 LINES
013640             WRITE REPORT-RECORD FROM WS-HDG-STEP-COLS
013650                 AFTER ADVANCING 2 LINES
013660     END-EVALUATE.

013670     MOVE SPACES TO REPORT-RECORD.
013680     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

013690     MOVE 8 TO WS-LINE-COUNT.

013700 8000-PRINT-PAGE-HEADING-EXIT.
013710     EXIT.

013720*****************************************************
013730* 8100-WRITE-REPORT-LINE - writes WS-PRINT-LINE,     *
013740* breaking to a new page heading when the page is    *
013750* full.                                              *
013760*****************************************************
013770 8100-WRITE-REPORT-LINE.

013780     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
013790         PERFORM 8000-PRINT-PAGE-HEADING
013800             THRU 8000-PRINT-PAGE-HEADING-EXIT
013810     END-IF.

013820     WRITE REPORT-RECORD FROM WS-PRINT-LINE
013830         AFTER ADVANCING 1 LINE.
013840     ADD 1 TO WS-LINE-COUNT.

013850 8100-WRITE-REPORT-LINE-EXIT.
013860     EXIT.

013870*****************************************************
013880* 8200-FORMAT-HHMM - WS-HHMM-WORK to HH:MM in        *
013890* WS-HHMM-TXT.                                       *
013900*****************************************************
013910 8200-FORMAT-HHMM.

013920     MOVE SPACES TO WS-HHMM-TXT.
013930     MOVE WS-HHMM-HH TO WS-HHMM-TXT (1:2).
013940     MOVE ':' TO WS-HHMM-TXT (3:1).
013950     MOVE WS-HHMM-MM TO WS-HHMM-TXT (4:2).

013960 8200-FORMAT-HHMM-EXIT.
013970     EXIT.

013980*****************************************************
013990* 8300-FORMAT-CLOCK - WS-TIME-WORK (HHMMSSCC) to     *
014000* HH:MM:SS in WS-CLOCK-TXT.                          *
014010*****************************************************
014020 8300-FORMAT-CLOCK.

014030     MOVE SPACES TO WS-CLOCK-TXT.
014040     MOVE WS-TIME-HH TO WS-CLOCK-TXT (1:2).
014050     MOVE ':' TO WS-CLOCK-TXT (3:1).
014060     MOVE WS-TIME-MM TO WS-CLOCK-TXT (4:2).
014070     MOVE ':' TO WS-CLOCK-TXT (6:1).
014080     MOVE WS-TIME-SS TO WS-CLOCK-TXT (7:2).

014090 8300-FORMAT-CLOCK-EXIT.
014100     EXIT.

014110*****************************************************
014120* 9999-EXIT - single program exit point.             *
014130*****************************************************
014140 9999-EXIT.

014150     GOBACK.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MatrixRunGapCheck.
000120 AUTHOR. DATA-CENTER-BATCH-SUPPORT.
000130 INSTALLATION. BENCHMARK-PERFORMANCE-MONITORING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.

000160*****************************************************
000170* MODIFICATION HISTORY                               *
000180*-----------------------------------------------------
000190* 2026-10-15  DCB  Initial version.  Missed-run      *
000200*                  report against the production     *
000210*                  run calendar (MXRCAL, see         *
000220*                  MXCALREC): for the month to date  *
000230*                  lists every expected date missing *
000240*                  its MXLOGF headline-size record,  *
000250*                  its MXIOLOG record or its         *
000260*                  MATRXCLC/MXIOBNCH journal entries *
000270*                  (MXJRNL), every planned-outage    *
000280*                  date on which anything ran, and   *
000290*                  the coverage percent of each      *
000300*                  benchmark.  Cards: month (YYYYMM, *
000310*                  000000 = the month holding        *
000320*                  yesterday) and the headline size  *
000330*                  (0000 = MXPARMF MSIZE, else       *
000340*                  0400).  132-column print on       *
000350*                  MXGRPT.  RC=12 when a gap is      *
000360*                  found, RC=4 when MXIOLOG or       *
000370*                  MXJRNL could not be read, the     *
000380*                  month has not started or no       *
000390*                  calendar card falls in it, RC=8   *
000400*                  a missing required file.          *
000410*****************************************************

000420 ENVIRONMENT DIVISION.

000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CAL-FILE ASSIGN TO MXRCAL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-MXRCAL-STATUS.

000480     SELECT MX-LOG-FILE ASSIGN TO MXLOGF
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS MX-LOG-KEY
000520         FILE STATUS IS WS-MXLOGF-STATUS.

000530     SELECT IO-LOG-FILE ASSIGN TO MXIOLOG
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-MXIOLG-STATUS.

000560     SELECT JRNL-FILE ASSIGN TO MXJRNL
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MX-JRNL-KEY
000600         FILE STATUS IS WS-MXJRNL-STATUS.

000610     SELECT REPORT-FILE ASSIGN TO MXGRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-MXGRPT-STATUS.

000640     SELECT PARM-FILE ASSIGN TO MXPARMF
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS MX-PARM-KEY
000680         FILE STATUS IS WS-MXPARM-STATUS.

000690 DATA DIVISION.

000700 FILE SECTION.
000710*****************************************************
000720* CAL-FILE - the production run calendar, one card   *
000730* per expected or planned-outage date (MXCALREC).    *
000740*****************************************************
000750 FD  CAL-FILE
000760     RECORD CONTAINS 80 CHARACTERS
000770     LABEL RECORDS ARE STANDARD.
000780 COPY MXCALREC.

000790*****************************************************
000800* MX-LOG-FILE - the running performance log written  *
000810* by MatrixCalculation, keyed on run date plus run   *
000820* sequence; browsed from the first date of the month.*
000830*****************************************************
000840 FD  MX-LOG-FILE
000850     RECORD CONTAINS 93 CHARACTERS
000860     LABEL RECORDS ARE STANDARD.
000870 COPY MXLOGREC.

000880*****************************************************
000890* IO-LOG-FILE - the running I/O benchmark log        *
000900* written by MatrixIoBench, one record per run.      *
000910*****************************************************
000920 FD  IO-LOG-FILE
000930     RECORD CONTAINS 46 CHARACTERS
000940     LABEL RECORDS ARE STANDARD.
000950 COPY MXIOLREC.

000960*****************************************************
000970* JRNL-FILE - the run journal written by every       *
000980* program of the suite, keyed on run date plus step  *
000990* plus run sequence.                                 *
001000*****************************************************
001010 FD  JRNL-FILE
001020     RECORD CONTAINS 41 CHARACTERS
001030     LABEL RECORDS ARE STANDARD.
001040 COPY MXJRNREC.

001050*****************************************************
001060* REPORT-FILE - 132-column print lines routed to     *
001070* SYSOUT.                                            *
001080*****************************************************
001090 FD  REPORT-FILE
001100     RECORD CONTAINS 132 CHARACTERS
001110     LABEL RECORDS ARE OMITTED.
001120 01  REPORT-RECORD          PIC X(132).

001130*****************************************************
001140* PARM-FILE - the central tuning-parameter KSDS kept *
001150* by MatrixParmMaint (see MXPRMREC), supplying the   *
001160* MSIZE default for the headline size.               *
001170*****************************************************
001180 FD  PARM-FILE
001190     RECORD CONTAINS 52 CHARACTERS
001200     LABEL RECORDS ARE STANDARD.
001210 COPY MXPRMREC.

001220 WORKING-STORAGE SECTION.

001230*****************************************************
001240* FILE AND LOOP CONTROL SWITCHES                     *
001250*****************************************************
001260 01  WS-MXRCAL-STATUS       PIC X(02).
001270 01  WS-MXLOGF-STATUS       PIC X(02).
001280 01  WS-MXIOLG-STATUS       PIC X(02).
001290 01  WS-MXJRNL-STATUS       PIC X(02).
001300 01  WS-MXGRPT-STATUS       PIC X(02).
001310 01  WS-MXPARM-STATUS       PIC X(02).

001320 01  WS-SWITCHES.
001330     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001340         88  WS-END-OF-FILE            VALUE 'Y'.
001350     05  WS-IOLOG-SWITCH    PIC X(01)  VALUE 'N'.
001360         88  WS-IOLOG-AVAILABLE        VALUE 'Y'.
001370     05  WS-JRNL-SWITCH     PIC X(01)  VALUE 'N'.
001380         88  WS-JRNL-AVAILABLE         VALUE 'Y'.
001390     05  WS-GAP-SWITCH      PIC X(01)  VALUE 'N'.
001400         88  WS-GAP-FOUND              VALUE 'Y'.
001410     05  WS-DAY-GAP-SWITCH  PIC X(01)  VALUE 'N'.
001420         88  WS-DAY-HAS-GAP            VALUE 'Y'.

001430*****************************************************
001440* RETURN CODES - 12 means the calendar and the logs  *
001450* disagree (a missed night or a run on an outage     *
001460* date); 4 means a check could not be made.          *
001470*****************************************************
001480 77  WS-GAP-RC              PIC 9(04) COMP VALUE 12.
001490 77  WS-UNCHECKED-RC        PIC 9(04) COMP VALUE 4.

001500*****************************************************
001510* CENTRAL-PARAMETER LOOKUP STAGING - the key wanted, *
001520* the value found, and whether a usable (already     *
001530* effective) record was found at all.                *
001540*****************************************************
001550 01  WS-PARM-WANTED         PIC X(08).
001560 01  WS-PARM-NUM            PIC 9(09)  VALUE 0.
001570 01  WS-PARM-FOUND-SW       PIC X(01)  VALUE 'N'.
001580     88  WS-PARM-FOUND                 VALUE 'Y'.

001590*****************************************************
001600* SYSIN CARDS - the calendar month wanted (000000 =  *
001610* the month holding yesterday, so the run on the 1st *
001620* reports the whole of the month just ended) and the *
001630* headline matrix size (0000 = MXPARMF MSIZE, 0400). *
001640*****************************************************
001650 01  WS-MONTH-IN            PIC 9(06).
001660 01  WS-M-SIZE-IN           PIC 9(04).
001670 01  WS-M-SIZE-WANTED       PIC 9(04)  VALUE 400.

001680*****************************************************
001690* REPORT PERIOD - the 1st of the month through its   *
001700* last day or yesterday, whichever comes first: a    *
001710* date is only judged once its night is over.        *
001720*****************************************************
001730 01  WS-TODAY-DATE          PIC 9(08).
001740 01  WS-YESTERDAY-DATE      PIC 9(08).
001750 01  WS-WANTED-MONTH        PIC 9(06)  VALUE 0.
001760 01  WS-MONTH-WORK          PIC 9(06).
001770 01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
001780     05  WS-MONTH-YYYY      PIC 9(04).
001790     05  WS-MONTH-MM        PIC 9(02).
001800 01  WS-FIRST-DATE          PIC 9(08).
001810 01  WS-NEXT-MONTH-DATE     PIC 9(08).
001820 01  WS-LAST-DATE           PIC 9(08).
001830 01  WS-DATE-INT            PIC 9(08) COMP.
001840 01  WS-WORK-DATE           PIC 9(08).
001850 01  WS-WORK-DAY REDEFINES WS-WORK-DATE.
001860     05  FILLER             PIC 9(06).
001870     05  WS-WORK-DD         PIC 9(02).

001880*****************************************************
001890* DAY TABLE - one entry per day of the month: its    *
001900* calendar type and reason, and which of the night's *
001910* records were found for it.                         *
001920*****************************************************
001930 01  WS-DAY-TABLE.
001940     05  WS-DAY-ENTRY OCCURS 31 TIMES.
001950         10  WS-DAY-TYPE      PIC X(01).
001960             88  WS-DAY-EXPECTED       VALUE 'E'.
001970             88  WS-DAY-OUTAGE         VALUE 'O'.
001980         10  WS-DAY-REASON    PIC X(40).
001990         10  WS-DAY-LOG-SW    PIC X(01).
002000             88  WS-DAY-HAS-LOG        VALUE 'Y'.
002010         10  WS-DAY-ANYLOG-SW PIC X(01).
002020             88  WS-DAY-HAS-ANY-LOG    VALUE 'Y'.
002030         10  WS-DAY-IO-SW     PIC X(01).
002040             88  WS-DAY-HAS-IO         VALUE 'Y'.
002050         10  WS-DAY-JMX-SW    PIC X(01).
002060             88  WS-DAY-HAS-JMX        VALUE 'Y'.
002070         10  WS-DAY-JIO-SW    PIC X(01).
002080             88  WS-DAY-HAS-JIO        VALUE 'Y'.
002090 01  WS-DAY                 PIC 9(02) COMP.
002100 01  WS-END-DAY             PIC 9(02) COMP VALUE 0.

002110*****************************************************
002120* COUNTS                                             *
002130*****************************************************
002140 01  WS-CARDS-READ          PIC 9(05) COMP VALUE 0.
002150 01  WS-CARDS-USED          PIC 9(05) COMP VALUE 0.
002160 01  WS-CARDS-BAD           PIC 9(05) COMP VALUE 0.
002170 01  WS-EXPECTED-DAYS       PIC 9(04) COMP VALUE 0.
002180 01  WS-OUTAGE-DAYS         PIC 9(04) COMP VALUE 0.
002190 01  WS-UNSCHED-DAYS        PIC 9(04) COMP VALUE 0.
002200 01  WS-MISSED-DAYS         PIC 9(04) COMP VALUE 0.
002210 01  WS-OUTAGE-RUNS         PIC 9(04) COMP VALUE 0.
002220 01  WS-LOG-RUN-DAYS        PIC 9(04) COMP VALUE 0.
002230 01  WS-IO-RUN-DAYS         PIC 9(04) COMP VALUE 0.
002240 01  WS-COVER-RUN           PIC 9(04) COMP VALUE 0.
002250 01  WS-COVER-PCT           PIC 9(03)V9(01) VALUE 0.
002260 01  WS-PCT-EDIT            PIC ZZZZ9.9.
002270 01  WS-COUNT-TXT           PIC ZZZ9.
002280 01  WS-COUNT-TXT2          PIC ZZZ9.
002290 01  WS-COUNT-TXT3          PIC ZZZ9.

002300*****************************************************
002310* PRINT CONTROL AND REPORT LINES                     *
002320*****************************************************
002330 77  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 56.
002340 01  WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002350 01  WS-PAGE-COUNT          PIC 9(04) COMP VALUE 0.

002360 01  WS-HDG1-LINE.
002370     05  FILLER             PIC X(34) VALUE
002380         'MXNIGHT RUN-CALENDAR GAP REPORT - '.
002390     05  WS-HDG1-FIRST      PIC 9(08).
002400     05  FILLER             PIC X(09) VALUE ' THROUGH '.
002410     05  WS-HDG1-LAST       PIC 9(08).
002420     05  FILLER             PIC X(59) VALUE SPACES.
002430     05  FILLER             PIC X(05) VALUE 'PAGE '.
002440     05  WS-HDG1-PAGE       PIC ZZZ9.
002450     05  FILLER             PIC X(05) VALUE SPACES.

002460 01  WS-HDG-DAY-COLS.
002470     05  FILLER             PIC X(11) VALUE 'DATE'.
002480     05  FILLER             PIC X(10) VALUE 'MXLOGF'.
002490     05  FILLER             PIC X(10) VALUE 'MXIOLOG'.
002500     05  FILLER             PIC X(10) VALUE 'MATRXCLC'.
002510     05  FILLER             PIC X(11) VALUE 'MXIOBNCH'.
002520     05  FILLER             PIC X(80) VALUE 'CALENDAR REASON'.

002530 01  WS-HDG-COVER-COLS.
002540     05  FILLER             PIC X(26) VALUE 'BENCHMARK'.
002550     05  FILLER             PIC X(10) VALUE 'EXPECTED'.
002560     05  FILLER             PIC X(10) VALUE '     RUN'.
002570     05  FILLER             PIC X(10) VALUE '  MISSED'.
002580     05  FILLER             PIC X(76) VALUE 'COVERAGE'.

002590 01  WS-DAY-LINE.
002600     05  WS-DL-DATE         PIC 9(08).
002610     05  FILLER             PIC X(03) VALUE SPACES.
002620     05  WS-DL-LOG          PIC X(08).
002630     05  FILLER             PIC X(02) VALUE SPACES.
002640     05  WS-DL-IO           PIC X(08).
002650     05  FILLER             PIC X(02) VALUE SPACES.
002660     05  WS-DL-JMX          PIC X(08).
002670     05  FILLER             PIC X(02) VALUE SPACES.
002680     05  WS-DL-JIO          PIC X(08).
002690     05  FILLER             PIC X(03) VALUE SPACES.
002700     05  WS-DL-REASON       PIC X(40).
002710     05  FILLER             PIC X(40) VALUE SPACES.

002720 01  WS-COVER-LINE.
002730     05  WS-CV-NAME         PIC X(24).
002740     05  FILLER             PIC X(02) VALUE SPACES.
002750     05  WS-CV-EXPECTED     PIC ZZZZZZZ9.
002760     05  FILLER             PIC X(02) VALUE SPACES.
002770     05  WS-CV-RUN          PIC ZZZZZZZ9.
002780     05  FILLER             PIC X(02) VALUE SPACES.
002790     05  WS-CV-MISSED       PIC ZZZZZZZ9.
002800     05  FILLER             PIC X(02) VALUE SPACES.
002810     05  WS-CV-PCT          PIC X(08).
002820     05  FILLER             PIC X(68) VALUE SPACES.

002830 01  WS-MESSAGE-LINE.
002840     05  WS-MSG-TEXT        PIC X(132).

002850 01  WS-PRINT-LINE          PIC X(132).

002860 PROCEDURE DIVISION.

002870*****************************************************
002880* 0000-MAINLINE                                      *
002890*****************************************************
002900 0000-MAINLINE.

002910     PERFORM 1000-INITIALIZE
002920         THRU 1000-INITIALIZE-EXIT.

002930     PERFORM 2000-OPEN-FILES
002940         THRU 2000-OPEN-FILES-EXIT.

002950     PERFORM 3000-LOAD-CALENDAR
002960         THRU 3000-LOAD-CALENDAR-EXIT.

002970     PERFORM 4000-SCAN-MATRIX-LOG
002980         THRU 4000-SCAN-MATRIX-LOG-EXIT.

002990     PERFORM 4500-SCAN-IO-LOG
003000         THRU 4500-SCAN-IO-LOG-EXIT.

003010     PERFORM 5000-SCAN-JOURNAL
003020         THRU 5000-SCAN-JOURNAL-EXIT.

003030     PERFORM 6000-PRINT-MISSED-SECTION
003040         THRU 6000-PRINT-MISSED-SECTION-EXIT.

003050     PERFORM 6500-PRINT-OUTAGE-SECTION
003060         THRU 6500-PRINT-OUTAGE-SECTION-EXIT.

003070     PERFORM 6800-PRINT-COVERAGE-SECTION
003080         THRU 6800-PRINT-COVERAGE-SECTION-EXIT.

003090     PERFORM 7000-CLOSE-FILES
003100         THRU 7000-CLOSE-FILES-EXIT.

003110     IF WS-GAP-FOUND
003120         MOVE WS-GAP-RC TO RETURN-CODE
003130     ELSE
003140         IF NOT WS-IOLOG-AVAILABLE
003150             OR NOT WS-JRNL-AVAILABLE
003160             OR WS-CARDS-USED = 0
003170             MOVE WS-UNCHECKED-RC TO RETURN-CODE
003180         END-IF
003190     END-IF.

003200     GO TO 9999-EXIT.

003210*****************************************************
003220* 1000-INITIALIZE - the month and headline-size      *
003230* cards, then the report period: the 1st of the      *
003240* month through its last day or yesterday, whichever *
003250* is earlier.  A month that has not started yet has  *
003260* nothing to judge.                                  *
003270*****************************************************
003280 1000-INITIALIZE.

003290     MOVE 0 TO RETURN-CODE.

003300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

003310     COMPUTE WS-DATE-INT =
003320         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1.
003330     COMPUTE WS-YESTERDAY-DATE =
003340         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

003350     PERFORM 1100-LOAD-PARAMETERS
003360         THRU 1100-LOAD-PARAMETERS-EXIT.

003370     MOVE 0 TO WS-MONTH-IN.
003380     ACCEPT WS-MONTH-IN.

003390     IF WS-MONTH-IN > 0
003400         MOVE WS-MONTH-IN TO WS-WANTED-MONTH
003410     ELSE
003420         MOVE WS-YESTERDAY-DATE (1:6) TO WS-WANTED-MONTH
003430     END-IF.

003440     MOVE 0 TO WS-M-SIZE-IN.
003450     ACCEPT WS-M-SIZE-IN.
003460     IF WS-M-SIZE-IN > 0
003470         MOVE WS-M-SIZE-IN TO WS-M-SIZE-WANTED
003480     END-IF.

003490     MOVE WS-WANTED-MONTH TO WS-FIRST-DATE (1:6).
003500     MOVE '01' TO WS-FIRST-DATE (7:2).

003510     MOVE WS-WANTED-MONTH TO WS-MONTH-WORK.
003520     IF WS-MONTH-MM = 12
003530         ADD 1 TO WS-MONTH-YYYY
003540         MOVE 1 TO WS-MONTH-MM
003550     ELSE
003560         ADD 1 TO WS-MONTH-MM
003570     END-IF.
003580     MOVE WS-MONTH-WORK TO WS-NEXT-MONTH-DATE (1:6).
003590     MOVE '01' TO WS-NEXT-MONTH-DATE (7:2).

003600     COMPUTE WS-DATE-INT =
003610         FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1.
003620     COMPUTE WS-LAST-DATE =
003630         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

003640     IF WS-LAST-DATE > WS-YESTERDAY-DATE
003650         MOVE WS-YESTERDAY-DATE TO WS-LAST-DATE
003660     END-IF.

003670     IF WS-LAST-DATE < WS-FIRST-DATE
003680         DISPLAY 'MATRIXRUNGAPCHECK: MONTH ' WS-WANTED-MONTH
003690                 ' HAS NO COMPLETED NIGHT YET - NOTHING TO '
003700                 'CHECK.'
003710         MOVE WS-UNCHECKED-RC TO RETURN-CODE
003720         GO TO 9999-EXIT
003730     END-IF.

003740     MOVE WS-LAST-DATE TO WS-WORK-DATE.
003750     MOVE WS-WORK-DD TO WS-END-DAY.

003760     MOVE SPACES TO WS-DAY-TABLE.

003770     DISPLAY 'MATRIXRUNGAPCHECK: RUN CALENDAR CHECK '
003780             WS-FIRST-DATE ' THROUGH ' WS-LAST-DATE
003790             ', HEADLINE SIZE ' WS-M-SIZE-WANTED '.'.

003800 1000-INITIALIZE-EXIT.
003810     EXIT.

003820*****************************************************
003830* 1100-LOAD-PARAMETERS - reads the MSIZE default out *
003840* of the central MXPARMF KSDS, so the check follows  *
003850* the size the nightly actually runs at.  A missing  *
003860* file or key keeps the compiled 0400, and a nonzero *
003870* SYSIN card read afterwards still overrides either. *
003880*****************************************************
003890 1100-LOAD-PARAMETERS.

003900     OPEN INPUT PARM-FILE.

003910     IF WS-MXPARM-STATUS NOT = '00'
003920         DISPLAY 'MATRIXRUNGAPCHECK: MXPARMF NOT AVAILABLE, '
003930                 'STATUS= ' WS-MXPARM-STATUS
003940                 ' - USING PROGRAM DEFAULTS AND SYSIN.'
003950         GO TO 1100-LOAD-PARAMETERS-EXIT
003960     END-IF.

003970     MOVE 'MSIZE' TO WS-PARM-WANTED.
003980     PERFORM 1110-GET-ONE-PARM
003990         THRU 1110-GET-ONE-PARM-EXIT.
004000     IF WS-PARM-FOUND AND WS-PARM-NUM > 0
004010         AND WS-PARM-NUM < 10000
004020         MOVE WS-PARM-NUM TO WS-M-SIZE-WANTED
004030     END-IF.

004040     CLOSE PARM-FILE.

004050 1100-LOAD-PARAMETERS-EXIT.
004060     EXIT.

004070*****************************************************
004080* 1110-GET-ONE-PARM - random read of one MXPARMF key *
004090* into the WS-PARM staging fields; found means found *
004100* AND already effective today.                       *
004110*****************************************************
004120 1110-GET-ONE-PARM.

004130     MOVE 'N' TO WS-PARM-FOUND-SW.
004140     MOVE WS-PARM-WANTED TO MX-PARM-KEY.

004150     READ PARM-FILE
004160         INVALID KEY
004170             CONTINUE
004180         NOT INVALID KEY
004190             IF MX-PARM-EFF-DATE NOT > WS-TODAY-DATE
004200                 MOVE 'Y' TO WS-PARM-FOUND-SW
004210                 MOVE MX-PARM-VALUE TO WS-PARM-NUM
004220             END-IF
004230     END-READ.

004240 1110-GET-ONE-PARM-EXIT.
004250     EXIT.

004260*****************************************************
004270* 2000-OPEN-FILES - the calendar, the matrix log and *
004280* the report are required.  Without MXIOLOG or       *
004290* MXJRNL their columns print NOT READ and the run    *
004300* ends RC=4 (unless a gap raises it further).        *
004310*****************************************************
004320 2000-OPEN-FILES.

004330     OPEN INPUT CAL-FILE.

004340     IF WS-MXRCAL-STATUS NOT = '00'
004350         DISPLAY 'MATRIXRUNGAPCHECK: MXRCAL NOT AVAILABLE, '
004360                 'STATUS= ' WS-MXRCAL-STATUS
004370         MOVE 8 TO RETURN-CODE
004380         GO TO 9999-EXIT
004390     END-IF.

004400     OPEN INPUT MX-LOG-FILE.

004410     IF WS-MXLOGF-STATUS NOT = '00'
004420         DISPLAY 'MATRIXRUNGAPCHECK: MXLOGF NOT AVAILABLE, '
004430                 'STATUS= ' WS-MXLOGF-STATUS
004440         MOVE 8 TO RETURN-CODE
004450         GO TO 9999-EXIT
004460     END-IF.

004470     OPEN OUTPUT REPORT-FILE.

004480     IF WS-MXGRPT-STATUS NOT = '00'
004490         DISPLAY 'MATRIXRUNGAPCHECK: MXGRPT NOT AVAILABLE, '
004500                 'STATUS= ' WS-MXGRPT-STATUS
004510         MOVE 8 TO RETURN-CODE
004520         GO TO 9999-EXIT
004530     END-IF.

004540     OPEN INPUT IO-LOG-FILE.

004550     IF WS-MXIOLG-STATUS = '00'
004560         SET WS-IOLOG-AVAILABLE TO TRUE
004570     ELSE
004580         DISPLAY 'MATRIXRUNGAPCHECK: MXIOLOG NOT AVAILABLE, '
004590                 'STATUS= ' WS-MXIOLG-STATUS
004600                 ' - I/O RUNS NOT CHECKED.'
004610     END-IF.

004620     OPEN INPUT JRNL-FILE.

004630     IF WS-MXJRNL-STATUS = '00'
004640         SET WS-JRNL-AVAILABLE TO TRUE
004650     ELSE
004660         DISPLAY 'MATRIXRUNGAPCHECK: MXJRNL NOT AVAILABLE, '
004670                 'STATUS= ' WS-MXJRNL-STATUS
004680                 ' - JOURNAL ENTRIES NOT CHECKED.'
004690     END-IF.

004700 2000-OPEN-FILES-EXIT.
004710     EXIT.

004720*****************************************************
004730* 3000-LOAD-CALENDAR - posts every MXRCAL card dated *
004740* inside the report period to its day.  Comment and  *
004750* heading cards (date not numeric) are skipped; a    *
004760* dated card with a type other than E or O is        *
004770* reported on SYSOUT and ignored.                    *
004780*****************************************************
004790 3000-LOAD-CALENDAR.

004800     MOVE 'N' TO WS-EOF-SWITCH.

004810     PERFORM 3100-READ-CALENDAR-CARD
004820         THRU 3100-READ-CALENDAR-CARD-EXIT
004830         UNTIL WS-END-OF-FILE.

004840     CLOSE CAL-FILE.

004850     MOVE WS-CARDS-READ TO WS-COUNT-TXT.
004860     MOVE WS-CARDS-USED TO WS-COUNT-TXT2.
004870     MOVE WS-CARDS-BAD TO WS-COUNT-TXT3.
004880     DISPLAY 'MATRIXRUNGAPCHECK: ' WS-COUNT-TXT
004890             ' CALENDAR CARD(S) READ, ' WS-COUNT-TXT2
004900             ' IN THE PERIOD, ' WS-COUNT-TXT3 ' IGNORED.'.

004910 3000-LOAD-CALENDAR-EXIT.
004920     EXIT.

004930 3100-READ-CALENDAR-CARD.

004940     READ CAL-FILE
004950         AT END
004960             MOVE 'Y' TO WS-EOF-SWITCH
004970         NOT AT END
004980             ADD 1 TO WS-CARDS-READ
004990             IF MX-CAL-DATE IS NUMERIC
005000                 PERFORM 3200-POST-CALENDAR-CARD
005010                     THRU 3200-POST-CALENDAR-CARD-EXIT
005020             END-IF
005030     END-READ.

005040 3100-READ-CALENDAR-CARD-EXIT.
005050     EXIT.

005060 3200-POST-CALENDAR-CARD.

005070     IF NOT MX-CAL-EXPECTED AND NOT MX-CAL-OUTAGE
005080         ADD 1 TO WS-CARDS-BAD
005090         DISPLAY 'MATRIXRUNGAPCHECK: CALENDAR CARD FOR '
005100                 MX-CAL-DATE ' HAS TYPE ''' MX-CAL-TYPE
005110                 ''' (NOT E OR O) - IGNORED.'
005120         GO TO 3200-POST-CALENDAR-CARD-EXIT
005130     END-IF.

005140     IF MX-CAL-DATE-NUM < WS-FIRST-DATE
005150         OR MX-CAL-DATE-NUM > WS-LAST-DATE
005160         GO TO 3200-POST-CALENDAR-CARD-EXIT
005170     END-IF.

005180     ADD 1 TO WS-CARDS-USED.

005190     MOVE MX-CAL-DATE-NUM TO WS-WORK-DATE.
005200     MOVE WS-WORK-DD TO WS-DAY.
005210     MOVE MX-CAL-TYPE TO WS-DAY-TYPE (WS-DAY).
005220     MOVE MX-CAL-REASON TO WS-DAY-REASON (WS-DAY).

005230 3200-POST-CALENDAR-CARD-EXIT.
005240     EXIT.

005250*****************************************************
005260* 4000-SCAN-MATRIX-LOG - STARTs the MXLOGF browse on *
005270* the 1st of the month and marks each day with a     *
005280* record at the headline size, and each day with any *
005290* record at all (a run on an outage date counts at   *
005300* any size).                                         *
005310*****************************************************
005320 4000-SCAN-MATRIX-LOG.

005330     MOVE 'N' TO WS-EOF-SWITCH.
005340     MOVE WS-FIRST-DATE TO MX-LOG-RUN-DATE.
005350     MOVE 0 TO MX-LOG-RUN-SEQ.

005360     START MX-LOG-FILE KEY NOT < MX-LOG-KEY
005370         INVALID KEY
005380             MOVE 'Y' TO WS-EOF-SWITCH
005390     END-START.

005400     PERFORM 4100-READ-LOG-RECORD
005410         THRU 4100-READ-LOG-RECORD-EXIT
005420         UNTIL WS-END-OF-FILE.

005430 4000-SCAN-MATRIX-LOG-EXIT.
005440     EXIT.

005450 4100-READ-LOG-RECORD.

005460     READ MX-LOG-FILE NEXT
005470         AT END
005480             MOVE 'Y' TO WS-EOF-SWITCH
005490             GO TO 4100-READ-LOG-RECORD-EXIT
005500     END-READ.

005510     IF MX-LOG-RUN-DATE > WS-LAST-DATE
005520         MOVE 'Y' TO WS-EOF-SWITCH
005530         GO TO 4100-READ-LOG-RECORD-EXIT
005540     END-IF.

005550     MOVE MX-LOG-RUN-DATE TO WS-WORK-DATE.
005560     MOVE WS-WORK-DD TO WS-DAY.

005570     MOVE 'Y' TO WS-DAY-ANYLOG-SW (WS-DAY).
005580     IF MX-LOG-M-SIZE = WS-M-SIZE-WANTED
005590         MOVE 'Y' TO WS-DAY-LOG-SW (WS-DAY)
005600     END-IF.

005610 4100-READ-LOG-RECORD-EXIT.
005620     EXIT.

005630*****************************************************
005640* 4500-SCAN-IO-LOG - MXIOLOG is sequential in run    *
005650* order, so every record is read and those inside    *
005660* the period mark their day.                         *
005670*****************************************************
005680 4500-SCAN-IO-LOG.

005690     IF NOT WS-IOLOG-AVAILABLE
005700         GO TO 4500-SCAN-IO-LOG-EXIT
005710     END-IF.

005720     MOVE 'N' TO WS-EOF-SWITCH.

005730     PERFORM 4600-READ-IO-RECORD
005740         THRU 4600-READ-IO-RECORD-EXIT
005750         UNTIL WS-END-OF-FILE.

005760 4500-SCAN-IO-LOG-EXIT.
005770     EXIT.

005780 4600-READ-IO-RECORD.

005790     READ IO-LOG-FILE
005800         AT END
005810             MOVE 'Y' TO WS-EOF-SWITCH
005820         NOT AT END
005830             IF IO-LOG-RUN-DATE NOT < WS-FIRST-DATE
005840                 AND IO-LOG-RUN-DATE NOT > WS-LAST-DATE
005850                 MOVE IO-LOG-RUN-DATE TO WS-WORK-DATE
005860                 MOVE WS-WORK-DD TO WS-DAY
005870                 MOVE 'Y' TO WS-DAY-IO-SW (WS-DAY)
005880             END-IF
005890     END-READ.

005900 4600-READ-IO-RECORD-EXIT.
005910     EXIT.

005920*****************************************************
005930* 5000-SCAN-JOURNAL - STARTs the MXJRNL browse on    *
005940* the 1st of the month and marks each day with a     *
005950* MATRXCLC or MXIOBNCH entry, in any status - an     *
005960* entry left open still proves the step was started. *
005970*****************************************************
005980 5000-SCAN-JOURNAL.

005990     IF NOT WS-JRNL-AVAILABLE
006000         GO TO 5000-SCAN-JOURNAL-EXIT
006010     END-IF.

006020     MOVE 'N' TO WS-EOF-SWITCH.
006030     MOVE WS-FIRST-DATE TO MX-JRNL-RUN-DATE.
006040     MOVE LOW-VALUES TO MX-JRNL-STEP.
006050     MOVE 0 TO MX-JRNL-RUN-SEQ.

006060     START JRNL-FILE KEY NOT < MX-JRNL-KEY
006070         INVALID KEY
006080             MOVE 'Y' TO WS-EOF-SWITCH
006090     END-START.

006100     PERFORM 5100-READ-JOURNAL-RECORD
006110         THRU 5100-READ-JOURNAL-RECORD-EXIT
006120         UNTIL WS-END-OF-FILE.

006130 5000-SCAN-JOURNAL-EXIT.
006140     EXIT.

006150 5100-READ-JOURNAL-RECORD.

006160     READ JRNL-FILE NEXT
006170         AT END
006180             MOVE 'Y' TO WS-EOF-SWITCH
006190             GO TO 5100-READ-JOURNAL-RECORD-EXIT
006200     END-READ.

006210     IF MX-JRNL-RUN-DATE > WS-LAST-DATE
006220         MOVE 'Y' TO WS-EOF-SWITCH
006230         GO TO 5100-READ-JOURNAL-RECORD-EXIT
006240     END-IF.

006250     MOVE MX-JRNL-RUN-DATE TO WS-WORK-DATE.
006260     MOVE WS-WORK-DD TO WS-DAY.

006270     IF MX-JRNL-STEP = 'MATRXCLC'
006280         MOVE 'Y' TO WS-DAY-JMX-SW (WS-DAY)
006290     END-IF.

006300     IF MX-JRNL-STEP = 'MXIOBNCH'
006310         MOVE 'Y' TO WS-DAY-JIO-SW (WS-DAY)
006320     END-IF.

006330 5100-READ-JOURNAL-RECORD-EXIT.
006340     EXIT.

006350*****************************************************
006360* 6000-PRINT-MISSED-SECTION - one line per expected  *
006370* date short of any of its four records.             *
006380*****************************************************
006390 6000-PRINT-MISSED-SECTION.

006400     MOVE 'EXPECTED RUN DATES WITH A RECORD MISSING'
006410         TO WS-MSG-TEXT.
006420     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
006430     PERFORM 8100-WRITE-REPORT-LINE
006440         THRU 8100-WRITE-REPORT-LINE-EXIT.
006450     MOVE SPACES TO WS-PRINT-LINE.
006460     PERFORM 8100-WRITE-REPORT-LINE
006470         THRU 8100-WRITE-REPORT-LINE-EXIT.
006480     MOVE WS-HDG-DAY-COLS TO WS-PRINT-LINE.
006490     PERFORM 8100-WRITE-REPORT-LINE
006500         THRU 8100-WRITE-REPORT-LINE-EXIT.

006510     PERFORM 6100-PRINT-ONE-MISSED
006520         THRU 6100-PRINT-ONE-MISSED-EXIT
006530         VARYING WS-DAY FROM 1 BY 1
006540         UNTIL WS-DAY > WS-END-DAY.

006550     IF WS-MISSED-DAYS = 0
006560         MOVE '  NONE - EVERY EXPECTED DATE HAS ITS RECORDS.'
006570             TO WS-MSG-TEXT
006580         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
006590         PERFORM 8100-WRITE-REPORT-LINE
006600             THRU 8100-WRITE-REPORT-LINE-EXIT
006610     END-IF.

006620     MOVE SPACES TO WS-PRINT-LINE.
006630     PERFORM 8100-WRITE-REPORT-LINE
006640         THRU 8100-WRITE-REPORT-LINE-EXIT.

006650 6000-PRINT-MISSED-SECTION-EXIT.
006660     EXIT.

006670*****************************************************
006680* 6100-PRINT-ONE-MISSED - counts the day into the    *
006690* calendar totals and, for an expected date, checks  *
006700* its four records; any one absent (from a file that *
006710* could be read) prints the day and raises RC=12.    *
006720*****************************************************
006730 6100-PRINT-ONE-MISSED.

006740     IF WS-DAY-OUTAGE (WS-DAY)
006750         ADD 1 TO WS-OUTAGE-DAYS
006760         GO TO 6100-PRINT-ONE-MISSED-EXIT
006770     END-IF.

006780     IF NOT WS-DAY-EXPECTED (WS-DAY)
006790         ADD 1 TO WS-UNSCHED-DAYS
006800         GO TO 6100-PRINT-ONE-MISSED-EXIT
006810     END-IF.

006820     ADD 1 TO WS-EXPECTED-DAYS.
006830     MOVE 'N' TO WS-DAY-GAP-SWITCH.

006840     IF WS-DAY-HAS-LOG (WS-DAY)
006850         ADD 1 TO WS-LOG-RUN-DAYS
006860         MOVE 'OK' TO WS-DL-LOG
006870     ELSE
006880         MOVE 'MISSING' TO WS-DL-LOG
006890         SET WS-DAY-HAS-GAP TO TRUE
006900     END-IF.

006910     IF NOT WS-IOLOG-AVAILABLE
006920         MOVE 'NOT READ' TO WS-DL-IO
006930     ELSE
006940         IF WS-DAY-HAS-IO (WS-DAY)
006950             ADD 1 TO WS-IO-RUN-DAYS
006960             MOVE 'OK' TO WS-DL-IO
006970         ELSE
006980             MOVE 'MISSING' TO WS-DL-IO
006990             SET WS-DAY-HAS-GAP TO TRUE
007000         END-IF
007010     END-IF.

007020     IF NOT WS-JRNL-AVAILABLE
007030         MOVE 'NOT READ' TO WS-DL-JMX
007040         MOVE 'NOT READ' TO WS-DL-JIO
007050     ELSE
007060         IF WS-DAY-HAS-JMX (WS-DAY)
007070             MOVE 'OK' TO WS-DL-JMX
007080         ELSE
007090             MOVE 'MISSING' TO WS-DL-JMX
007100             SET WS-DAY-HAS-GAP TO TRUE
007110         END-IF
007120         IF WS-DAY-HAS-JIO (WS-DAY)
007130             MOVE 'OK' TO WS-DL-JIO
007140         ELSE
007150             MOVE 'MISSING' TO WS-DL-JIO
007160             SET WS-DAY-HAS-GAP TO TRUE
007170         END-IF
007180     END-IF.

007190     IF NOT WS-DAY-HAS-GAP
007200         GO TO 6100-PRINT-ONE-MISSED-EXIT
007210     END-IF.

007220     ADD 1 TO WS-MISSED-DAYS.
007230     SET WS-GAP-FOUND TO TRUE.

007240     COMPUTE WS-DL-DATE = WS-FIRST-DATE + WS-DAY - 1.
007250     MOVE WS-DAY-REASON (WS-DAY) TO WS-DL-REASON.
007260     MOVE WS-DAY-LINE TO WS-PRINT-LINE.
007270     PERFORM 8100-WRITE-REPORT-LINE
007280         THRU 8100-WRITE-REPORT-LINE-EXIT.

007290 6100-PRINT-ONE-MISSED-EXIT.
007300     EXIT.

007310*****************************************************
007320* 6500-PRINT-OUTAGE-SECTION - one line per planned-  *
007330* outage date on which any of the four records       *
007340* exists: something ran when nothing should have.    *
007350*****************************************************
007360 6500-PRINT-OUTAGE-SECTION.

007370     MOVE 'PLANNED-OUTAGE DATES WITH A RUN' TO WS-MSG-TEXT.
007380     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
007390     PERFORM 8100-WRITE-REPORT-LINE
007400         THRU 8100-WRITE-REPORT-LINE-EXIT.
007410     MOVE SPACES TO WS-PRINT-LINE.
007420     PERFORM 8100-WRITE-REPORT-LINE
007430         THRU 8100-WRITE-REPORT-LINE-EXIT.
007440     MOVE WS-HDG-DAY-COLS TO WS-PRINT-LINE.
007450     PERFORM 8100-WRITE-REPORT-LINE
007460         THRU 8100-WRITE-REPORT-LINE-EXIT.

007470     PERFORM 6600-PRINT-ONE-OUTAGE
007480         THRU 6600-PRINT-ONE-OUTAGE-EXIT
007490         VARYING WS-DAY FROM 1 BY 1
007500         UNTIL WS-DAY > WS-END-DAY.

007510     IF WS-OUTAGE-RUNS = 0
007520         MOVE '  NONE.' TO WS-MSG-TEXT
007530         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
007540         PERFORM 8100-WRITE-REPORT-LINE
007550             THRU 8100-WRITE-REPORT-LINE-EXIT
007560     END-IF.

007570     MOVE SPACES TO WS-PRINT-LINE.
007580     PERFORM 8100-WRITE-REPORT-LINE
007590         THRU 8100-WRITE-REPORT-LINE-EXIT.

007600 6500-PRINT-OUTAGE-SECTION-EXIT.
007610     EXIT.

007620 6600-PRINT-ONE-OUTAGE.

007630     IF NOT WS-DAY-OUTAGE (WS-DAY)
007640         GO TO 6600-PRINT-ONE-OUTAGE-EXIT
007650     END-IF.

007660     IF NOT WS-DAY-HAS-ANY-LOG (WS-DAY)
007670         AND NOT WS-DAY-HAS-IO (WS-DAY)
007680         AND NOT WS-DAY-HAS-JMX (WS-DAY)
007690         AND NOT WS-DAY-HAS-JIO (WS-DAY)
007700         GO TO 6600-PRINT-ONE-OUTAGE-EXIT
007710     END-IF.

007720     ADD 1 TO WS-OUTAGE-RUNS.
007730     SET WS-GAP-FOUND TO TRUE.

007740     MOVE '-' TO WS-DL-LOG.
007750     IF WS-DAY-HAS-ANY-LOG (WS-DAY)
007760         MOVE 'RAN' TO WS-DL-LOG
007770     END-IF.
007780     MOVE '-' TO WS-DL-IO.
007790     IF WS-DAY-HAS-IO (WS-DAY)
007800         MOVE 'RAN' TO WS-DL-IO
007810     END-IF.
007820     MOVE '-' TO WS-DL-JMX.
007830     IF WS-DAY-HAS-JMX (WS-DAY)
007840         MOVE 'RAN' TO WS-DL-JMX
007850     END-IF.
007860     MOVE '-' TO WS-DL-JIO.
007870     IF WS-DAY-HAS-JIO (WS-DAY)
007880         MOVE 'RAN' TO WS-DL-JIO
007890     END-IF.

007900     COMPUTE WS-DL-DATE = WS-FIRST-DATE + WS-DAY - 1.
007910     MOVE WS-DAY-REASON (WS-DAY) TO WS-DL-REASON.
007920     MOVE WS-DAY-LINE TO WS-PRINT-LINE.
007930     PERFORM 8100-WRITE-REPORT-LINE
007940         THRU 8100-WRITE-REPORT-LINE-EXIT.

007950 6600-PRINT-ONE-OUTAGE-EXIT.
007960     EXIT.

007970*****************************************************
007980* 6800-PRINT-COVERAGE-SECTION - month-to-date, per   *
007990* benchmark, the expected dates that logged a run as *
008000* a percentage of all expected dates so far, then    *
008010* the calendar totals for the period.                *
008020*****************************************************
008030 6800-PRINT-COVERAGE-SECTION.

008040     MOVE 'MONTH-TO-DATE COVERAGE' TO WS-MSG-TEXT.
008050     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
008060     PERFORM 8100-WRITE-REPORT-LINE
008070         THRU 8100-WRITE-REPORT-LINE-EXIT.
008080     MOVE SPACES TO WS-PRINT-LINE.
008090     PERFORM 8100-WRITE-REPORT-LINE
008100         THRU 8100-WRITE-REPORT-LINE-EXIT.
008110     MOVE WS-HDG-COVER-COLS TO WS-PRINT-LINE.
008120     PERFORM 8100-WRITE-REPORT-LINE
008130         THRU 8100-WRITE-REPORT-LINE-EXIT.

008140     MOVE 'MATRIX, MXLOGF SIZE ' TO WS-CV-NAME.
008150     MOVE WS-M-SIZE-WANTED TO WS-CV-NAME (21:4).
008160     MOVE WS-LOG-RUN-DAYS TO WS-COVER-RUN.
008170     PERFORM 6850-PRINT-COVERAGE-LINE
008180         THRU 6850-PRINT-COVERAGE-LINE-EXIT.

008190     MOVE 'I/O, MXIOLOG' TO WS-CV-NAME.
008200     MOVE WS-IO-RUN-DAYS TO WS-COVER-RUN.
008210     PERFORM 6850-PRINT-COVERAGE-LINE
008220         THRU 6850-PRINT-COVERAGE-LINE-EXIT.

008230     MOVE SPACES TO WS-PRINT-LINE.
008240     PERFORM 8100-WRITE-REPORT-LINE
008250         THRU 8100-WRITE-REPORT-LINE-EXIT.

008260     IF WS-CARDS-USED = 0
008270         MOVE SPACES TO WS-MSG-TEXT
008280         MOVE 'NO MXRCAL CARD FALLS IN THE PERIOD - LOAD THE '
008290             TO WS-MSG-TEXT
008300         MOVE 'MONTH''S CALENDAR; NOTHING WAS JUDGED.'
008310             TO WS-MSG-TEXT (47:37)
008320         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
008330         PERFORM 8100-WRITE-REPORT-LINE
008340             THRU 8100-WRITE-REPORT-LINE-EXIT
008350     END-IF.

008360     MOVE WS-EXPECTED-DAYS TO WS-COUNT-TXT.
008370     MOVE WS-OUTAGE-DAYS TO WS-COUNT-TXT2.
008380     MOVE WS-UNSCHED-DAYS TO WS-COUNT-TXT3.
008390     MOVE SPACES TO WS-MSG-TEXT.
008400     STRING 'CALENDAR: ' WS-COUNT-TXT ' EXPECTED, '
008410            WS-COUNT-TXT2 ' PLANNED OUTAGE, '
008420            WS-COUNT-TXT3 ' NOT SCHEDULED DATE(S).'
008430         DELIMITED BY SIZE INTO WS-MSG-TEXT.
008440     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
008450     PERFORM 8100-WRITE-REPORT-LINE
008460         THRU 8100-WRITE-REPORT-LINE-EXIT.

008470     MOVE WS-MISSED-DAYS TO WS-COUNT-TXT.
008480     MOVE WS-OUTAGE-RUNS TO WS-COUNT-TXT2.
008490     MOVE SPACES TO WS-MSG-TEXT.
008500     STRING 'GAPS:     ' WS-COUNT-TXT
008510            ' EXPECTED DATE(S) WITH A RECORD MISSING, '
008520            WS-COUNT-TXT2 ' OUTAGE DATE(S) WITH A RUN.'
008530         DELIMITED BY SIZE INTO WS-MSG-TEXT.
008540     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
008550     PERFORM 8100-WRITE-REPORT-LINE
008560         THRU 8100-WRITE-REPORT-LINE-EXIT.

008570     DISPLAY 'MATRIXRUNGAPCHECK: ' WS-COUNT-TXT
008580             ' MISSED EXPECTED DATE(S), ' WS-COUNT-TXT2
008590             ' RUN(S) ON A PLANNED OUTAGE.'.

008600 6800-PRINT-COVERAGE-SECTION-EXIT.
008610     EXIT.

008620*****************************************************
008630* 6850-PRINT-COVERAGE-LINE - WS-COVER-RUN of the     *
008640* expected dates, as a count and a percentage; a     *
008650* period with no expected date has no percentage.    *
008660*****************************************************
008670 6850-PRINT-COVERAGE-LINE.

008680     MOVE WS-EXPECTED-DAYS TO WS-CV-EXPECTED.
008690     MOVE WS-COVER-RUN TO WS-CV-RUN.
008700     COMPUTE WS-CV-MISSED = WS-EXPECTED-DAYS - WS-COVER-RUN.

008710     IF WS-EXPECTED-DAYS = 0
008720         MOVE '     N/A' TO WS-CV-PCT
008730     ELSE
008740         COMPUTE WS-COVER-PCT ROUNDED =
008750             (WS-COVER-RUN * 100) / WS-EXPECTED-DAYS
008760         MOVE WS-COVER-PCT TO WS-PCT-EDIT
008770         MOVE WS-PCT-EDIT TO WS-CV-PCT (1:7)
008780         MOVE '%' TO WS-CV-PCT (8:1)
008790     END-IF.

008800     IF WS-CV-NAME = 'I/O, MXIOLOG'
008810         AND NOT WS-IOLOG-AVAILABLE
008820         MOVE 'NOT READ' TO WS-CV-PCT
008830     END-IF.

008840     MOVE WS-COVER-LINE TO WS-PRINT-LINE.
008850     PERFORM 8100-WRITE-REPORT-LINE
008860         THRU 8100-WRITE-REPORT-LINE-EXIT.

008870 6850-PRINT-COVERAGE-LINE-EXIT.
008880     EXIT.

008890*****************************************************
008900* 7000-CLOSE-FILES                                   *
008910*****************************************************
008920 7000-CLOSE-FILES.

008930     CLOSE MX-LOG-FILE.
008940     CLOSE REPORT-FILE.

008950     IF WS-IOLOG-AVAILABLE
008960         CLOSE IO-LOG-FILE
008970     END-IF.

008980     IF WS-JRNL-AVAILABLE
008990         CLOSE JRNL-FILE
009000     END-IF.

009010 7000-CLOSE-FILES-EXIT.
009020     EXIT.

009030*****************************************************
009040* 8000-PRINT-PAGE-HEADING                            *
009050*****************************************************
009060 8000-PRINT-PAGE-HEADING.

009070     ADD 1 TO WS-PAGE-COUNT.
009080     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.
009090     MOVE WS-FIRST-DATE TO WS-HDG1-FIRST.
009100     MOVE WS-LAST-DATE TO WS-HDG1-LAST.

009110     WRITE REPORT-RECORD FROM WS-HDG1-LINE
009120         AFTER ADVANCING PAGE.

009130     MOVE SPACES TO REPORT-RECORD.
009140     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

009150     MOVE 3 TO WS-LINE-COUNT.

009160 8000-PRINT-PAGE-HEADING-EXIT.
009170     EXIT.

009180*****************************************************
009190* 8100-WRITE-REPORT-LINE - writes WS-PRINT-LINE,     *
009200* breaking to a new page heading when the page is    *
009210* full.                                              *
009220*****************************************************
009230 8100-WRITE-REPORT-LINE.

009240     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
009250         PERFORM 8000-PRINT-PAGE-HEADING
009260             THRU 8000-PRINT-PAGE-HEADING-EXIT
009270     END-IF.

009280     WRITE REPORT-RECORD FROM WS-PRINT-LINE
009290         AFTER ADVANCING 1 LINE.
009300     ADD 1 TO WS-LINE-COUNT.

009310 8100-WRITE-REPORT-LINE-EXIT.
009320     EXIT.

009330*****************************************************
009340* 9999-EXIT - single program exit point.             *
009350*****************************************************
009360 9999-EXIT.

009370     GOBACK.

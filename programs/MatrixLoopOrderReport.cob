000310*                  memory-subsystem change that a      *
000320*                  single-metric check misses.  RC=4   *
000330*                  when the LATEST run is flagged.     *
000331* 2026-10-15  DCB  MXEVENT operational events (see   *
000332*                  MXEVTREC) now print as EVENT      *
000333*                  lines under the first run on or   *
000334*                  after each event's start date, so *
000335*                  a ratio shift can be read against *
000336*                  the IPL, hardware move or         *
000337*                  microcode change behind it.  A    *
000338*                  missing MXEVENT prints no events. *
000340*****************************************************

000350 ENVIRONMENT DIVISION.
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-MXLRPT-STATUS.

000451     SELECT EVENT-FILE ASSIGN TO MXEVENT
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS SEQUENTIAL
000454         RECORD KEY IS MX-EVT-KEY
000455         FILE STATUS IS WS-MXEVNT-STATUS.

000460 DATA DIVISION.

000470 FILE SECTION.
000610     LABEL RECORDS ARE OMITTED.
000620 01  REPORT-RECORD          PIC X(132).

000621*****************************************************
000622* EVENT-FILE - the operational event calendar kept   *
000623* by MatrixEventMaint (see MXEVTREC), in start-date  *
000624* order like the log.                                *
000625*****************************************************
000626 FD  EVENT-FILE
000627     RECORD CONTAINS 108 CHARACTERS
000628     LABEL RECORDS ARE STANDARD.
000629 COPY MXEVTREC.

000630 WORKING-STORAGE SECTION.

000640*****************************************************
000660*****************************************************
000670 01  WS-MXLOGF-STATUS       PIC X(02).
000680 01  WS-MXLRPT-STATUS       PIC X(02).
000685 01  WS-MXEVNT-STATUS       PIC X(02).

000690 01  WS-SWITCHES.
000700     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000710         88  WS-END-OF-FILE            VALUE 'Y'.
000720     05  WS-LAST-FLAG-SW    PIC X(01)  VALUE 'N'.
000730         88  WS-LAST-RUN-FLAGGED       VALUE 'Y'.
000733     05  WS-EVT-EOF-SWITCH  PIC X(01)  VALUE 'N'.
000736         88  WS-EVT-AT-END             VALUE 'Y'.

000740*****************************************************
000750* SYSIN CONTROLS - shift threshold percent (default  *
001130 01  WS-FLAG-COUNT          PIC 9(05) COMP VALUE 0.
001140 01  WS-COUNT-TXT           PIC ZZZZ9.

001141*****************************************************
001142* OPERATIONAL EVENT TABLE - the whole MXEVENT        *
001143* calendar in start-date order, and the next event   *
001144* still to be printed as the log walks forward.      *
001145*****************************************************
001146 77  WS-EVT-MAX             PIC 9(04) COMP VALUE 200.
001147 01  WS-EVT-TABLE.
001148     05  WS-EVT-ENTRY OCCURS 200 TIMES.
001149         10  WS-EVT-START-DATE PIC 9(08).
001150         10  WS-EVT-START-TIME PIC 9(04).
001151         10  WS-EVT-END-DATE   PIC 9(08).
001152         10  WS-EVT-END-TIME   PIC 9(04).
001153         10  WS-EVT-SYSTEM     PIC X(08).
001154         10  WS-EVT-TYPE       PIC X(05).
001155         10  WS-EVT-EXCLUDE    PIC X(01).
001156         10  WS-EVT-TEXT       PIC X(40).
001157 01  WS-EVT-COUNT           PIC 9(04) COMP VALUE 0.
001158 01  WS-EVT-NEXT            PIC 9(04) COMP VALUE 1.

001159*****************************************************
001160* PRINT CONTROL AND REPORT LINES                     *
001170*****************************************************
001180 77  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 56.

001620 01  WS-PRINT-LINE          PIC X(132).

001621 01  WS-EVENT-LINE.
001622     05  FILLER             PIC X(10) VALUE SPACES.
001623     05  FILLER             PIC X(08) VALUE 'EVENT'.
001624     05  WS-EVL-START-DATE  PIC 9(08).
001625     05  FILLER             PIC X(01) VALUE SPACES.
001626     05  WS-EVL-START-TIME  PIC 9(04).
001627     05  FILLER             PIC X(03) VALUE ' - '.
001628     05  WS-EVL-END-DATE    PIC 9(08).
001629     05  FILLER             PIC X(01) VALUE SPACES.
001630     05  WS-EVL-END-TIME    PIC 9(04).
001631     05  FILLER             PIC X(02) VALUE SPACES.
001632     05  WS-EVL-SYSTEM      PIC X(08).
001633     05  FILLER             PIC X(02) VALUE SPACES.
001634     05  WS-EVL-TYPE        PIC X(05).
001635     05  FILLER             PIC X(02) VALUE SPACES.
001636     05  WS-EVL-EXCL        PIC X(09).
001637     05  FILLER             PIC X(02) VALUE SPACES.
001638     05  WS-EVL-TEXT        PIC X(40).
001639     05  FILLER             PIC X(15) VALUE SPACES.

001640 PROCEDURE DIVISION.

001641*****************************************************
001650* 0000-MAINLINE                                      *
001660*****************************************************
001670 0000-MAINLINE.
001960                 'SIZE ' WS-SIZE-FILTER-IN ' ONLY.'
001970     END-IF.

001973     PERFORM 1200-LOAD-EVENTS
001976         THRU 1200-LOAD-EVENTS-EXIT.

001980 1000-INITIALIZE-EXIT.
001990     EXIT.

001991*****************************************************
001992* 1200-LOAD-EVENTS - tables the MXEVENT operational  *
001993* event calendar.  A missing calendar just prints    *
001994* no events; a full table keeps the events already   *
001995* loaded and says so.                                *
001996*****************************************************
001997 1200-LOAD-EVENTS.

001998     MOVE 0 TO WS-EVT-COUNT.

001999     OPEN INPUT EVENT-FILE.

002000     IF WS-MXEVNT-STATUS NOT = '00'
002001         DISPLAY 'MATRIXLOOPORDERREPORT: MXEVENT NOT '
002002                 'AVAILABLE, STATUS= ' WS-MXEVNT-STATUS
002003                 ' - NO EVENTS PRINTED.'
002004         GO TO 1200-LOAD-EVENTS-EXIT
002005     END-IF.

002006     PERFORM 1210-READ-EVENT-RECORD
002007         THRU 1210-READ-EVENT-RECORD-EXIT
002008         UNTIL WS-EVT-AT-END.

002009     CLOSE EVENT-FILE.

002010 1200-LOAD-EVENTS-EXIT.
002011     EXIT.

002012 1210-READ-EVENT-RECORD.

002013     READ EVENT-FILE
002014         AT END
002015             MOVE 'Y' TO WS-EVT-EOF-SWITCH
002016             GO TO 1210-READ-EVENT-RECORD-EXIT
002017     END-READ.

002018     IF WS-EVT-COUNT NOT < WS-EVT-MAX
002019         DISPLAY 'MATRIXLOOPORDERREPORT: MORE THAN 200 '
002020                 'EVENTS ON MXEVENT - LATER EVENTS NOT '
002021                 'PRINTED.'
002022         MOVE 'Y' TO WS-EVT-EOF-SWITCH
002023         GO TO 1210-READ-EVENT-RECORD-EXIT
002024     END-IF.

002025     ADD 1 TO WS-EVT-COUNT.
002026     MOVE MX-EVT-START-DATE TO WS-EVT-START-DATE (WS-EVT-COUNT).
002027     MOVE MX-EVT-START-TIME TO WS-EVT-START-TIME (WS-EVT-COUNT).
002028     MOVE MX-EVT-END-DATE   TO WS-EVT-END-DATE (WS-EVT-COUNT).
002029     MOVE MX-EVT-END-TIME   TO WS-EVT-END-TIME (WS-EVT-COUNT).
002030     MOVE MX-EVT-SYSTEM-ID  TO WS-EVT-SYSTEM (WS-EVT-COUNT).
002031     MOVE MX-EVT-TYPE       TO WS-EVT-TYPE (WS-EVT-COUNT).
002032     MOVE MX-EVT-EXCLUDE    TO WS-EVT-EXCLUDE (WS-EVT-COUNT).
002033     MOVE MX-EVT-TEXT       TO WS-EVT-TEXT (WS-EVT-COUNT).

002034 1210-READ-EVENT-RECORD-EXIT.
002035     EXIT.

002036*****************************************************
002037* 2000-OPEN-FILES                                    *
002038*****************************************************
002039 2000-OPEN-FILES.

002040     OPEN INPUT MX-LOG-FILE.


002650     PERFORM 3400-PRINT-RUN-LINE
002660         THRU 3400-PRINT-RUN-LINE-EXIT.
002663     PERFORM 3700-PRINT-DUE-EVENTS
002666         THRU 3700-PRINT-DUE-EVENTS-EXIT.

002670     PERFORM 3500-PUSH-HISTORY
002680         THRU 3500-PUSH-HISTORY-EXIT.
003630 3600-SHIFT-HISTORY-EXIT.
003640     EXIT.

003641*****************************************************
003642* 3700-PRINT-DUE-EVENTS - prints, under the run line *
003643* just written, every event not yet printed that     *
003644* started on or before this run's date; each event   *
003645* therefore appears once, at the first run that      *
003646* could show its effect.                             *
003647*****************************************************
003648 3700-PRINT-DUE-EVENTS.

003649     PERFORM 3710-PRINT-ONE-EVENT
003650         THRU 3710-PRINT-ONE-EVENT-EXIT
003651         UNTIL WS-EVT-NEXT > WS-EVT-COUNT
003652         OR WS-EVT-START-DATE (WS-EVT-NEXT) > MX-LOG-RUN-DATE.

003653 3700-PRINT-DUE-EVENTS-EXIT.
003654     EXIT.

003655 3710-PRINT-ONE-EVENT.

003656     MOVE WS-EVT-START-DATE (WS-EVT-NEXT) TO WS-EVL-START-DATE.
003657     MOVE WS-EVT-START-TIME (WS-EVT-NEXT) TO WS-EVL-START-TIME.
003658     MOVE WS-EVT-END-DATE (WS-EVT-NEXT)   TO WS-EVL-END-DATE.
003659     MOVE WS-EVT-END-TIME (WS-EVT-NEXT)   TO WS-EVL-END-TIME.

003660     IF WS-EVT-SYSTEM (WS-EVT-NEXT) = SPACES
003661         MOVE 'ALL' TO WS-EVL-SYSTEM
003662     ELSE
003663         MOVE WS-EVT-SYSTEM (WS-EVT-NEXT) TO WS-EVL-SYSTEM
003664     END-IF.

003665     MOVE WS-EVT-TYPE (WS-EVT-NEXT) TO WS-EVL-TYPE.

003666     IF WS-EVT-EXCLUDE (WS-EVT-NEXT) = 'Y'
003667         MOVE 'BASE-EXCL' TO WS-EVL-EXCL
003668     ELSE
003669         MOVE SPACES TO WS-EVL-EXCL
003670     END-IF.

003671     MOVE WS-EVT-TEXT (WS-EVT-NEXT) TO WS-EVL-TEXT.

003672     MOVE WS-EVENT-LINE TO WS-PRINT-LINE.
003673     PERFORM 8100-WRITE-REPORT-LINE
003674         THRU 8100-WRITE-REPORT-LINE-EXIT.

003675     ADD 1 TO WS-EVT-NEXT.

003676 3710-PRINT-ONE-EVENT-EXIT.
003677     EXIT.

003678*****************************************************
003679* 5000-PRINT-SUMMARY - counts, and RC=4 when the     *
003680* most recent run's ratio was flagged, so the        *
003681* scheduler can surface the shift.                   *
003690*****************************************************
003700 5000-PRINT-SUMMARY.


000320*                  MXSRPT.  RC=4 when there is        *
000330*                  nothing to compare, RC=8 when a    *
000340*                  file is unusable.                  *
000341* 2026-10-15  DCB  Each system's block is followed   *
000342*                  by the MXEVENT operational events *
000343*                  (see MXEVTREC) on that system, or *
000344*                  site-wide, that overlap the span  *
000345*                  of its compared runs, so a gap    *
000346*                  between two systems can be read   *
000347*                  against an IPL, hardware move or  *
000348*                  microcode change.  A missing      *
000349*                  MXEVENT prints no events.         *
000350*****************************************************

000360 ENVIRONMENT DIVISION.
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-MXSRPT-STATUS.

000491     SELECT EVENT-FILE ASSIGN TO MXEVENT
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS SEQUENTIAL
000494         RECORD KEY IS MX-EVT-KEY
000495         FILE STATUS IS WS-MXEVNT-STATUS.

000500 DATA DIVISION.

000510 FILE SECTION.
000750     LABEL RECORDS ARE OMITTED.
000760 01  REPORT-RECORD          PIC X(132).

000761*****************************************************
000762* EVENT-FILE - the operational event calendar kept   *
000763* by MatrixEventMaint (see MXEVTREC), printed under  *
000764* the systems its events touched.                    *
000765*****************************************************
000766 FD  EVENT-FILE
000767     RECORD CONTAINS 108 CHARACTERS
000768     LABEL RECORDS ARE STANDARD.
000769 COPY MXEVTREC.

000770 WORKING-STORAGE SECTION.

000780*****************************************************
000810 01  WS-MXLOGF-STATUS       PIC X(02).
000820 01  WS-MXENVF-STATUS       PIC X(02).
000830 01  WS-MXSRPT-STATUS       PIC X(02).
000835 01  WS-MXEVNT-STATUS       PIC X(02).

000840 01  WS-SWITCHES.
000850     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000900         88  WS-ENV-HELD               VALUE 'Y'.
000910     05  WS-TRUNC-SWITCH    PIC X(01)  VALUE 'N'.
000920         88  WS-SYS-TRUNCATED          VALUE 'Y'.
000923     05  WS-EVT-EOF-SWITCH  PIC X(01)  VALUE 'N'.
000926         88  WS-EVT-AT-END             VALUE 'Y'.

000930*****************************************************
000940* SYSIN CONTROL - the matrix size to compare at      *
001080     05  WS-SYS-ENTRY OCCURS 8 TIMES.
001090         10  WS-SYS-ID      PIC X(08).
001100         10  WS-SYS-COUNT   PIC 9(05) COMP.
001103         10  WS-SYS-FIRST-DATE PIC 9(08).
001106         10  WS-SYS-LAST-DATE  PIC 9(08).
001110         10  WS-SYS-STAT OCCURS 3 TIMES.
001120             15  WS-SYS-MIN COMP-2.
001130             15  WS-SYS-MAX COMP-2.
001200 01  WS-CURR-SYSTEM         PIC X(08).
001210 77  WS-NOENV-ID            PIC X(08) VALUE '*NO ENV*'.

001211*****************************************************
001212* OPERATIONAL EVENT TABLE - the whole MXEVENT        *
001213* calendar in start-date order, held so each system  *
001214* block can list the events inside its run span.     *
001215*****************************************************
001216 77  WS-EVT-MAX             PIC 9(04) COMP VALUE 200.
001217 01  WS-EVT-TABLE.
001218     05  WS-EVT-ENTRY OCCURS 200 TIMES.
001219         10  WS-EVT-START-DATE PIC 9(08).
001220         10  WS-EVT-START-TIME PIC 9(04).
001221         10  WS-EVT-END-DATE   PIC 9(08).
001222         10  WS-EVT-END-TIME   PIC 9(04).
001223         10  WS-EVT-SYSTEM     PIC X(08).
001224         10  WS-EVT-TYPE       PIC X(05).
001225         10  WS-EVT-EXCLUDE    PIC X(01).
001226         10  WS-EVT-TEXT       PIC X(40).
001227 01  WS-EVT-COUNT           PIC 9(04) COMP VALUE 0.
001228 01  WS-EVT-SUB             PIC 9(04) COMP.

001229*****************************************************
001230* TIME DE-EDIT WORK AREA - MX-LOG-TIME1/2/3 are      *
001240* numeric-edited (PIC 9(03).9(06)) so each is pulled *
001250* apart by reference modification and recombined     *

001820 01  WS-PRINT-LINE          PIC X(132).

001821 01  WS-EVENT-LINE.
001822     05  FILLER             PIC X(10) VALUE SPACES.
001823     05  FILLER             PIC X(08) VALUE 'EVENT'.
001824     05  WS-EVL-START-DATE  PIC 9(08).
001825     05  FILLER             PIC X(01) VALUE SPACES.
001826     05  WS-EVL-START-TIME  PIC 9(04).
001827     05  FILLER             PIC X(03) VALUE ' - '.
001828     05  WS-EVL-END-DATE    PIC 9(08).
001829     05  FILLER             PIC X(01) VALUE SPACES.
001830     05  WS-EVL-END-TIME    PIC 9(04).
001831     05  FILLER             PIC X(02) VALUE SPACES.
001832     05  WS-EVL-SYSTEM      PIC X(08).
001833     05  FILLER             PIC X(02) VALUE SPACES.
001834     05  WS-EVL-TYPE        PIC X(05).
001835     05  FILLER             PIC X(02) VALUE SPACES.
001836     05  WS-EVL-EXCL        PIC X(09).
001837     05  FILLER             PIC X(02) VALUE SPACES.
001838     05  WS-EVL-TEXT        PIC X(40).
001839     05  FILLER             PIC X(15) VALUE SPACES.

001840 PROCEDURE DIVISION.

001841*****************************************************
001850* 0000-MAINLINE                                      *
001860*****************************************************
001870 0000-MAINLINE.
002090         MOVE WS-M-SIZE-IN TO WS-M-SIZE-WANTED
002100     END-IF.

002103     PERFORM 1200-LOAD-EVENTS
002106         THRU 1200-LOAD-EVENTS-EXIT.

002110 1000-INITIALIZE-EXIT.
002120     EXIT.

002121*****************************************************
002122* 1200-LOAD-EVENTS - tables the MXEVENT operational  *
002123* event calendar.  A missing calendar just prints    *
002124* no events; a full table keeps the events already   *
002125* loaded and says so.                                *
002126*****************************************************
002127 1200-LOAD-EVENTS.

002128     MOVE 0 TO WS-EVT-COUNT.

002129     OPEN INPUT EVENT-FILE.

002130     IF WS-MXEVNT-STATUS NOT = '00'
002131         DISPLAY 'MATRIXSYSTEMCOMPARE: MXEVENT NOT '
002132                 'AVAILABLE, STATUS= ' WS-MXEVNT-STATUS
002133                 ' - NO EVENTS PRINTED.'
002134         GO TO 1200-LOAD-EVENTS-EXIT
002135     END-IF.

002136     PERFORM 1210-READ-EVENT-RECORD
002137         THRU 1210-READ-EVENT-RECORD-EXIT
002138         UNTIL WS-EVT-AT-END.

002139     CLOSE EVENT-FILE.

002140 1200-LOAD-EVENTS-EXIT.
002141     EXIT.

002142 1210-READ-EVENT-RECORD.

002143     READ EVENT-FILE
002144         AT END
002145             MOVE 'Y' TO WS-EVT-EOF-SWITCH
002146             GO TO 1210-READ-EVENT-RECORD-EXIT
002147     END-READ.

002148     IF WS-EVT-COUNT NOT < WS-EVT-MAX
002149         DISPLAY 'MATRIXSYSTEMCOMPARE: MORE THAN 200 '
002150                 'EVENTS ON MXEVENT - LATER EVENTS NOT '
002151                 'PRINTED.'
002152         MOVE 'Y' TO WS-EVT-EOF-SWITCH
002153         GO TO 1210-READ-EVENT-RECORD-EXIT
002154     END-IF.

002155     ADD 1 TO WS-EVT-COUNT.
002156     MOVE MX-EVT-START-DATE TO WS-EVT-START-DATE (WS-EVT-COUNT).
002157     MOVE MX-EVT-START-TIME TO WS-EVT-START-TIME (WS-EVT-COUNT).
002158     MOVE MX-EVT-END-DATE   TO WS-EVT-END-DATE (WS-EVT-COUNT).
002159     MOVE MX-EVT-END-TIME   TO WS-EVT-END-TIME (WS-EVT-COUNT).
002160     MOVE MX-EVT-SYSTEM-ID  TO WS-EVT-SYSTEM (WS-EVT-COUNT).
002161     MOVE MX-EVT-TYPE       TO WS-EVT-TYPE (WS-EVT-COUNT).
002162     MOVE MX-EVT-EXCLUDE    TO WS-EVT-EXCLUDE (WS-EVT-COUNT).
002163     MOVE MX-EVT-TEXT       TO WS-EVT-TEXT (WS-EVT-COUNT).

002164 1210-READ-EVENT-RECORD-EXIT.
002165     EXIT.

002166*****************************************************
002167* 2000-OPEN-FILES - the log and the report are       *
002168* required; MXENVF being unavailable groups every    *
002169* run under the NO-ENV marker, which makes for a     *
002170* one-row report but not a failure.                  *
002180*****************************************************
002190 2000-OPEN-FILES.

002880     ADD 1 TO WS-SYS-COUNT (WS-SYS-SUB).

002881* The log arrives in run-date order, so the first record
002882* of a row fixes its first date and each one after moves
002883* its last date on.
002884     IF WS-SYS-COUNT (WS-SYS-SUB) = 1
002885         MOVE MX-LOG-RUN-DATE TO WS-SYS-FIRST-DATE (WS-SYS-SUB)
002886     END-IF.
002887     MOVE MX-LOG-RUN-DATE TO WS-SYS-LAST-DATE (WS-SYS-SUB).

002890     PERFORM 3500-FOLD-ONE-METRIC
002900         THRU 3500-FOLD-ONE-METRIC-EXIT
002910         VARYING WS-METRIC FROM 1 BY 1
004640         VARYING WS-METRIC FROM 1 BY 1
004650         UNTIL WS-METRIC > 3.

004653     PERFORM 4400-PRINT-SYSTEM-EVENTS
004656         THRU 4400-PRINT-SYSTEM-EVENTS-EXIT.

004660     MOVE SPACES TO WS-PRINT-LINE.
004670     PERFORM 8100-WRITE-REPORT-LINE
004680         THRU 8100-WRITE-REPORT-LINE-EXIT.
004970 4300-PRINT-ONE-METRIC-EXIT.
004980     EXIT.

004981*****************************************************
004982* 4400-PRINT-SYSTEM-EVENTS - one EVENT line for each *
004983* MXEVENT event on this system (or site-wide, shown  *
004984* as ALL) whose range overlaps the first-to-last     *
004985* run dates compared for it.                         *
004986*****************************************************
004987 4400-PRINT-SYSTEM-EVENTS.

004988     PERFORM 4410-PRINT-ONE-EVENT
004989         THRU 4410-PRINT-ONE-EVENT-EXIT
004990         VARYING WS-EVT-SUB FROM 1 BY 1
004991         UNTIL WS-EVT-SUB > WS-EVT-COUNT.

004992 4400-PRINT-SYSTEM-EVENTS-EXIT.
004993     EXIT.

004994 4410-PRINT-ONE-EVENT.

004995     IF WS-EVT-SYSTEM (WS-EVT-SUB) NOT = SPACES
004996         AND WS-EVT-SYSTEM (WS-EVT-SUB)
004997             NOT = WS-SYS-ID (WS-SYS-SUB)
004998         GO TO 4410-PRINT-ONE-EVENT-EXIT
004999     END-IF.

005000     IF WS-EVT-START-DATE (WS-EVT-SUB)
005001             > WS-SYS-LAST-DATE (WS-SYS-SUB)
005002         OR WS-EVT-END-DATE (WS-EVT-SUB)
005003             < WS-SYS-FIRST-DATE (WS-SYS-SUB)
005004         GO TO 4410-PRINT-ONE-EVENT-EXIT
005005     END-IF.

005006     MOVE WS-EVT-START-DATE (WS-EVT-SUB) TO WS-EVL-START-DATE.
005007     MOVE WS-EVT-START-TIME (WS-EVT-SUB) TO WS-EVL-START-TIME.
005008     MOVE WS-EVT-END-DATE (WS-EVT-SUB)   TO WS-EVL-END-DATE.
005009     MOVE WS-EVT-END-TIME (WS-EVT-SUB)   TO WS-EVL-END-TIME.

005010     IF WS-EVT-SYSTEM (WS-EVT-SUB) = SPACES
005011         MOVE 'ALL' TO WS-EVL-SYSTEM
005012     ELSE
005013         MOVE WS-EVT-SYSTEM (WS-EVT-SUB) TO WS-EVL-SYSTEM
005014     END-IF.

005015     MOVE WS-EVT-TYPE (WS-EVT-SUB) TO WS-EVL-TYPE.

005016     IF WS-EVT-EXCLUDE (WS-EVT-SUB) = 'Y'
005017         MOVE 'BASE-EXCL' TO WS-EVL-EXCL
005018     ELSE
005019         MOVE SPACES TO WS-EVL-EXCL
005020     END-IF.

005021     MOVE WS-EVT-TEXT (WS-EVT-SUB) TO WS-EVL-TEXT.

005022     MOVE WS-EVENT-LINE TO WS-PRINT-LINE.
005023     PERFORM 8100-WRITE-REPORT-LINE
005024         THRU 8100-WRITE-REPORT-LINE-EXIT.

005025 4410-PRINT-ONE-EVENT-EXIT.
005026     EXIT.

005027*****************************************************
005028* 8000-PRINT-PAGE-HEADING                            *
005029*****************************************************
005030 8000-PRINT-PAGE-HEADING.

005031     ADD 1 TO WS-PAGE-COUNT.
005040     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.

005050     WRITE REPORT-RECORD FROM WS-HDG1-LINE

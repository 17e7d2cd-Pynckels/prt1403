000430*                  card overrides, and the new 9999      *
000440*                  card forces every record even with    *
000450*                  MXPARMF present.                      *
000451* 2026-10-15  DCB  Each month's block is followed by *
000452*                  the MXEVENT operational events    *
000453*                  (IPLs, hardware moves, microcode  *
000454*                  changes, maintenance windows -    *
000455*                  see MXEVTREC) overlapping that    *
000456*                  month, so a step change in the    *
000457*                  figures can be read against what  *
000458*                  happened to the box.  A missing   *
000459*                  MXEVENT prints no events.         *
000460*****************************************************

000470 ENVIRONMENT DIVISION.
000610         RECORD KEY IS MX-PARM-KEY
000620         FILE STATUS IS WS-MXPARM-STATUS.

000621     SELECT EVENT-FILE ASSIGN TO MXEVENT
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS SEQUENTIAL
000624         RECORD KEY IS MX-EVT-KEY
000625         FILE STATUS IS WS-MXEVNT-STATUS.

000630 DATA DIVISION.

000640 FILE SECTION.
000890     LABEL RECORDS ARE STANDARD.
000900 COPY MXPRMREC.

000901*****************************************************
000902* EVENT-FILE - the operational event calendar kept   *
000903* by MatrixEventMaint (see MXEVTREC), printed under  *
000904* the months its events overlap.                     *
000905*****************************************************
000906 FD  EVENT-FILE
000907     RECORD CONTAINS 108 CHARACTERS
000908     LABEL RECORDS ARE STANDARD.
000909 COPY MXEVTREC.

000910 WORKING-STORAGE SECTION.

000920*****************************************************
000950 01  WS-MXLOGF-STATUS       PIC X(02).
000960 01  WS-MXRPT-STATUS        PIC X(02).
000970 01  WS-MXPARM-STATUS       PIC X(02).
000975 01  WS-MXEVNT-STATUS       PIC X(02).

000980*****************************************************
000990* CENTRAL-PARAMETER LOOKUP STAGING - the key wanted, *
001190         88  WS-END-OF-FILE            VALUE 'Y'.
001200     05  WS-TRUNC-SWITCH    PIC X(01)  VALUE 'N'.
001210         88  WS-LOG-TRUNCATED          VALUE 'Y'.
001211     05  WS-EVT-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001212         88  WS-EVT-AT-END             VALUE 'Y'.

001213*****************************************************
001214* OPERATIONAL EVENT TABLE - the whole MXEVENT        *
001215* calendar in start-date order, held so each month   *
001216* can list the events that overlap it.               *
001217*****************************************************
001218 77  WS-EVT-MAX             PIC 9(04) COMP VALUE 200.
001219 01  WS-EVT-TABLE.
001220     05  WS-EVT-ENTRY OCCURS 200 TIMES.
001221         10  WS-EVT-START-DATE PIC 9(08).
001222         10  WS-EVT-START-TIME PIC 9(04).
001223         10  WS-EVT-END-DATE   PIC 9(08).
001224         10  WS-EVT-END-TIME   PIC 9(04).
001225         10  WS-EVT-SYSTEM     PIC X(08).
001226         10  WS-EVT-TYPE       PIC X(05).
001227         10  WS-EVT-EXCLUDE    PIC X(01).
001228         10  WS-EVT-TEXT       PIC X(40).
001229 01  WS-EVT-COUNT           PIC 9(04) COMP VALUE 0.
001230 01  WS-EVT-SUB             PIC 9(04) COMP.

001231*****************************************************
001232* LOG RECORD WORK TABLE - the whole history is held  *
001240* in storage so each month's median can be taken     *
001250* from a sorted copy of that month's values.         *
001260*****************************************************

002570 01  WS-PRINT-LINE          PIC X(132).

002571 01  WS-EVENT-LINE.
002572     05  FILLER             PIC X(09) VALUE SPACES.
002573     05  FILLER             PIC X(08) VALUE 'EVENT'.
002574     05  WS-EVL-START-DATE  PIC 9(08).
002575     05  FILLER             PIC X(01) VALUE SPACES.
002576     05  WS-EVL-START-TIME  PIC 9(04).
002577     05  FILLER             PIC X(03) VALUE ' - '.
002578     05  WS-EVL-END-DATE    PIC 9(08).
002579     05  FILLER             PIC X(01) VALUE SPACES.
002580     05  WS-EVL-END-TIME    PIC 9(04).
002581     05  FILLER             PIC X(02) VALUE SPACES.
002582     05  WS-EVL-SYSTEM      PIC X(08).
002583     05  FILLER             PIC X(02) VALUE SPACES.
002584     05  WS-EVL-TYPE        PIC X(05).
002585     05  FILLER             PIC X(02) VALUE SPACES.
002586     05  WS-EVL-EXCL        PIC X(09).
002587     05  FILLER             PIC X(02) VALUE SPACES.
002588     05  WS-EVL-TEXT        PIC X(40).
002589     05  FILLER             PIC X(16) VALUE SPACES.

002590 PROCEDURE DIVISION.

002591*****************************************************
002600* 0000-MAINLINE                                      *
002610*****************************************************
002620 0000-MAINLINE.
002850     PERFORM 1100-LOAD-PARAMETERS
002860         THRU 1100-LOAD-PARAMETERS-EXIT.

002863     PERFORM 1200-LOAD-EVENTS
002866         THRU 1200-LOAD-EVENTS-EXIT.

002870     MOVE 0 TO WS-SIZE-FILTER-IN.
002880     ACCEPT WS-SIZE-FILTER-IN.

003490 1110-GET-ONE-PARM-EXIT.
003500     EXIT.

003501*****************************************************
003502* 1200-LOAD-EVENTS - tables the MXEVENT operational  *
003503* event calendar.  A missing calendar just prints    *
003504* no events; a full table keeps the events already   *
003505* loaded and says so.                                *
003506*****************************************************
003507 1200-LOAD-EVENTS.

003508     MOVE 0 TO WS-EVT-COUNT.

003509     OPEN INPUT EVENT-FILE.

003510     IF WS-MXEVNT-STATUS NOT = '00'
003511         DISPLAY 'MATRIXMONTHLYREPORT: MXEVENT NOT '
003512                 'AVAILABLE, STATUS= ' WS-MXEVNT-STATUS
003513                 ' - NO EVENTS PRINTED.'
003514         GO TO 1200-LOAD-EVENTS-EXIT
003515     END-IF.

003516     PERFORM 1210-READ-EVENT-RECORD
003517         THRU 1210-READ-EVENT-RECORD-EXIT
003518         UNTIL WS-EVT-AT-END.

003519     CLOSE EVENT-FILE.

003520 1200-LOAD-EVENTS-EXIT.
003521     EXIT.

003522 1210-READ-EVENT-RECORD.

003523     READ EVENT-FILE
003524         AT END
003525             MOVE 'Y' TO WS-EVT-EOF-SWITCH
003526             GO TO 1210-READ-EVENT-RECORD-EXIT
003527     END-READ.

003528     IF WS-EVT-COUNT NOT < WS-EVT-MAX
003529         DISPLAY 'MATRIXMONTHLYREPORT: MORE THAN 200 '
003530                 'EVENTS ON MXEVENT - LATER EVENTS NOT '
003531                 'PRINTED.'
003532         MOVE 'Y' TO WS-EVT-EOF-SWITCH
003533         GO TO 1210-READ-EVENT-RECORD-EXIT
003534     END-IF.

003535     ADD 1 TO WS-EVT-COUNT.
003536     MOVE MX-EVT-START-DATE TO WS-EVT-START-DATE (WS-EVT-COUNT).
003537     MOVE MX-EVT-START-TIME TO WS-EVT-START-TIME (WS-EVT-COUNT).
003538     MOVE MX-EVT-END-DATE   TO WS-EVT-END-DATE (WS-EVT-COUNT).
003539     MOVE MX-EVT-END-TIME   TO WS-EVT-END-TIME (WS-EVT-COUNT).
003540     MOVE MX-EVT-SYSTEM-ID  TO WS-EVT-SYSTEM (WS-EVT-COUNT).
003541     MOVE MX-EVT-TYPE       TO WS-EVT-TYPE (WS-EVT-COUNT).
003542     MOVE MX-EVT-EXCLUDE    TO WS-EVT-EXCLUDE (WS-EVT-COUNT).
003543     MOVE MX-EVT-TEXT       TO WS-EVT-TEXT (WS-EVT-COUNT).

003544 1210-READ-EVENT-RECORD-EXIT.
003545     EXIT.

003546*****************************************************
003547* 2000-OPEN-FILES                                    *
003548*****************************************************
003549 2000-OPEN-FILES.

003550     OPEN INPUT MX-LOG-FILE.

004840         VARYING WS-METRIC FROM 1 BY 1
004850         UNTIL WS-METRIC > 3.

004853     PERFORM 4500-PRINT-MONTH-EVENTS
004856         THRU 4500-PRINT-MONTH-EVENTS-EXIT.

004860     MOVE SPACES TO WS-PRINT-LINE.
004870     PERFORM 8100-WRITE-REPORT-LINE
004880         THRU 8100-WRITE-REPORT-LINE-EXIT.
005970 4400-FORMAT-MONTH-FIELD-EXIT.
005980     EXIT.

005981*****************************************************
005982* 4500-PRINT-MONTH-EVENTS - one EVENT line for each  *
005983* MXEVENT event whose start-to-end range overlaps    *
005984* the month just printed, site-wide events shown as  *
005985* ALL and baseline exclusions marked BASE-EXCL.      *
005986*****************************************************
005987 4500-PRINT-MONTH-EVENTS.

005988     PERFORM 4510-PRINT-ONE-EVENT
005989         THRU 4510-PRINT-ONE-EVENT-EXIT
005990         VARYING WS-EVT-SUB FROM 1 BY 1
005991         UNTIL WS-EVT-SUB > WS-EVT-COUNT.

005992 4500-PRINT-MONTH-EVENTS-EXIT.
005993     EXIT.

005994 4510-PRINT-ONE-EVENT.

005995     IF WS-EVT-START-DATE (WS-EVT-SUB) (1:6)
005996             > WS-REC-MONTH (WS-MTH-START)
005997         OR WS-EVT-END-DATE (WS-EVT-SUB) (1:6)
005998             < WS-REC-MONTH (WS-MTH-START)
005999         GO TO 4510-PRINT-ONE-EVENT-EXIT
006000     END-IF.

006001     MOVE WS-EVT-START-DATE (WS-EVT-SUB) TO WS-EVL-START-DATE.
006002     MOVE WS-EVT-START-TIME (WS-EVT-SUB) TO WS-EVL-START-TIME.
006003     MOVE WS-EVT-END-DATE (WS-EVT-SUB)   TO WS-EVL-END-DATE.
006004     MOVE WS-EVT-END-TIME (WS-EVT-SUB)   TO WS-EVL-END-TIME.

006005     IF WS-EVT-SYSTEM (WS-EVT-SUB) = SPACES
006006         MOVE 'ALL' TO WS-EVL-SYSTEM
006007     ELSE
006008         MOVE WS-EVT-SYSTEM (WS-EVT-SUB) TO WS-EVL-SYSTEM
006009     END-IF.

006010     MOVE WS-EVT-TYPE (WS-EVT-SUB) TO WS-EVL-TYPE.

006011     IF WS-EVT-EXCLUDE (WS-EVT-SUB) = 'Y'
006012         MOVE 'BASE-EXCL' TO WS-EVL-EXCL
006013     ELSE
006014         MOVE SPACES TO WS-EVL-EXCL
006015     END-IF.

006016     MOVE WS-EVT-TEXT (WS-EVT-SUB) TO WS-EVL-TEXT.

006017     MOVE WS-EVENT-LINE TO WS-PRINT-LINE.
006018     PERFORM 8100-WRITE-REPORT-LINE
006019         THRU 8100-WRITE-REPORT-LINE-EXIT.

006020 4510-PRINT-ONE-EVENT-EXIT.
006021     EXIT.

006022*****************************************************
006023* 5000-PRINT-GRAND-TOTAL - the same statistics over  *
006024* every record in the log, printed as a TOTAL block  *
006025* after the last month.                              *
006030*****************************************************
006040 5000-PRINT-GRAND-TOTAL.


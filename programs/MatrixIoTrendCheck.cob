000410*                  code as it ends, so the night's    *
000420*                  step flow reconstructs from one    *
000430*                  keyed file.                        *
000431* 2026-10-15  DCB  Runs whose date falls inside an   *
000432*                  MXEVENT operational event flagged *
000433*                  "exclude from baseline" (see      *
000434*                  MXEVTREC) are left out of the     *
000435*                  trailing history.  MXIOLOG        *
000436*                  carries no system-id, so an event *
000437*                  on any system excludes the date.  *
000438*                  A missing MXEVENT excludes        *
000439*                  nothing.                          *
000440*****************************************************

000450 ENVIRONMENT DIVISION.
000540         RECORD KEY IS MX-JRNL-KEY
000550         FILE STATUS IS WS-MXJRNL-STATUS.

000551     SELECT EVENT-FILE ASSIGN TO MXEVENT
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS SEQUENTIAL
000554         RECORD KEY IS MX-EVT-KEY
000555         FILE STATUS IS WS-MXEVNT-STATUS.

000560 DATA DIVISION.

000570 FILE SECTION.
000730     LABEL RECORDS ARE STANDARD.
000740 COPY MXJRNREC.

000741*****************************************************
000742* EVENT-FILE - the operational event calendar kept   *
000743* by MatrixEventMaint (see MXEVTREC); only events    *
000744* flagged exclude-from-baseline are used here.       *
000745*****************************************************
000746 FD  EVENT-FILE
000747     RECORD CONTAINS 108 CHARACTERS
000748     LABEL RECORDS ARE STANDARD.
000749 COPY MXEVTREC.

000750 WORKING-STORAGE SECTION.

000760*****************************************************
001230* only against runs of the same workload.            *
001240*****************************************************
001250 01  WS-PREV-WORKLOAD       PIC X(15) VALUE SPACES.
001251 01  WS-PREV-RUN-DATE       PIC 9(08) VALUE 0.

001252*****************************************************
001253* BASELINE-EXCLUSION EVENTS - the date range of every*
001254* MXEVENT event flagged exclude-from-baseline, and   *
001255* the count of runs they kept out of the history.    *
001256*****************************************************
001257 01  WS-MXEVNT-STATUS       PIC X(02).
001258 77  WS-EVT-MAX             PIC 9(4) COMP VALUE 200.
001259 01  WS-EVT-TABLE.
001260     05  WS-EVT-ENTRY OCCURS 200 TIMES.
001261         10  WS-EVT-START-DATE PIC 9(08).
001262         10  WS-EVT-END-DATE   PIC 9(08).
001263 01  WS-EVT-COUNT           PIC 9(4) COMP VALUE 0.
001264 01  WS-EVT-SUB             PIC 9(4) COMP.
001265 01  WS-EXCL-COUNT          PIC 9(4) COMP VALUE 0.
001266 01  WS-EXCL-TXT            PIC ZZZ9.
001267 01  WS-EXCL-SWITCH         PIC X(01)  VALUE 'N'.
001268     88  WS-RUN-EXCLUDED               VALUE 'Y'.
001269 01  WS-EVT-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001270     88  WS-EVT-AT-END                 VALUE 'Y'.

001271*****************************************************
001272* PREVIOUSLY-READ TIMES - become "today's" run once  *
001280* end of file is reached.  The log's edited fields   *
001290* are de-edited one digit group at a time.           *
001300*****************************************************

002390     MOVE 0 TO RETURN-CODE.

002393     PERFORM 1200-LOAD-EVENTS
002396         THRU 1200-LOAD-EVENTS-EXIT.

002400 1000-INITIALIZE-EXIT.
002410     EXIT.

002411*****************************************************
002412* 1200-LOAD-EVENTS - tables the date range of every  *
002413* MXEVENT event flagged exclude-from-baseline.  A    *
002414* missing calendar excludes nothing; a full table    *
002415* keeps the events already loaded and says so.       *
002416*****************************************************
002417 1200-LOAD-EVENTS.

002418     OPEN INPUT EVENT-FILE.

002419     IF WS-MXEVNT-STATUS NOT = '00'
002420         DISPLAY 'MATRIXIOTRENDCHECK: MXEVENT NOT AVAILABLE, '
002421                 'STATUS= ' WS-MXEVNT-STATUS
002422                 ' - NO RUNS EXCLUDED FROM THE BASELINE.'
002423         GO TO 1200-LOAD-EVENTS-EXIT
002424     END-IF.

002425     PERFORM 1210-READ-EVENT-RECORD
002426         THRU 1210-READ-EVENT-RECORD-EXIT
002427         UNTIL WS-EVT-AT-END.

002428     CLOSE EVENT-FILE.

002429 1200-LOAD-EVENTS-EXIT.
002430     EXIT.

002431 1210-READ-EVENT-RECORD.

002432     READ EVENT-FILE
002433         AT END
002434             MOVE 'Y' TO WS-EVT-EOF-SWITCH
002435             GO TO 1210-READ-EVENT-RECORD-EXIT
002436     END-READ.

002437     IF MX-EVT-EXCLUDE NOT = 'Y'
002438         GO TO 1210-READ-EVENT-RECORD-EXIT
002439     END-IF.

002440     IF WS-EVT-COUNT NOT < WS-EVT-MAX
002441         DISPLAY 'MATRIXIOTRENDCHECK: MORE THAN 200 '
002442                 'BASELINE-EXCLUSION EVENTS - LATER EVENTS '
002443                 'IGNORED.'
002444         MOVE 'Y' TO WS-EVT-EOF-SWITCH
002445         GO TO 1210-READ-EVENT-RECORD-EXIT
002446     END-IF.

002447     ADD 1 TO WS-EVT-COUNT.
002448     MOVE MX-EVT-START-DATE TO WS-EVT-START-DATE (WS-EVT-COUNT).
002449     MOVE MX-EVT-END-DATE   TO WS-EVT-END-DATE (WS-EVT-COUNT).

002450 1210-READ-EVENT-RECORD-EXIT.
002451     EXIT.

002452*****************************************************
002453* 2000-OPEN-FILES                                    *
002454*****************************************************
002455 2000-OPEN-FILES.

002460     OPEN INPUT IO-LOG-FILE.

002900     MOVE WS-TIME-NUM TO WS-PREV-READ-NUM.

002910     MOVE IO-LOG-RECORD (10:15) TO WS-PREV-WORKLOAD.
002915     MOVE IO-LOG-RUN-DATE TO WS-PREV-RUN-DATE.

002920 3200-ACCUMULATE-HISTORY-EXIT.
002930     EXIT.
002990*****************************************************
003000 3210-PUSH-HISTORY.

003001     PERFORM 3400-CHECK-EXCLUDED
003002         THRU 3400-CHECK-EXCLUDED-EXIT.

003003     IF WS-RUN-EXCLUDED
003004         ADD 1 TO WS-EXCL-COUNT
003005         GO TO 3210-PUSH-HISTORY-EXIT
003006     END-IF.

003010     IF WS-HIST-COUNT < WS-HIST-MAX
003020         ADD 1 TO WS-HIST-COUNT
003030     ELSE
003310 3300-CONVERT-TIME-EXIT.
003320     EXIT.

003321*****************************************************
003322* 3400-CHECK-EXCLUDED - sets WS-RUN-EXCLUDED when the*
003323* previous run's date falls inside any exclude-from- *
003324* baseline event (MXIOLOG has no system-id to match).*
003325*****************************************************
003326 3400-CHECK-EXCLUDED.

003327     MOVE 'N' TO WS-EXCL-SWITCH.

003328     PERFORM 3410-TEST-ONE-EVENT
003329         THRU 3410-TEST-ONE-EVENT-EXIT
003330         VARYING WS-EVT-SUB FROM 1 BY 1
003331         UNTIL WS-EVT-SUB > WS-EVT-COUNT
003332         OR WS-RUN-EXCLUDED.

003333 3400-CHECK-EXCLUDED-EXIT.
003334     EXIT.

003335 3410-TEST-ONE-EVENT.

003336     IF WS-PREV-RUN-DATE NOT < WS-EVT-START-DATE (WS-EVT-SUB)
003337         AND WS-PREV-RUN-DATE NOT > WS-EVT-END-DATE (WS-EVT-SUB)
003338         MOVE 'Y' TO WS-EXCL-SWITCH
003339     END-IF.

003340 3410-TEST-ONE-EVENT-EXIT.
003341     EXIT.

003342*****************************************************
003343* 4000-EVALUATE-TREND - today's write and read times *
003350* against the trailing averages of the history runs  *
003360* with today's workload (record count and length).   *
003370* No comparable runs at all is a changed workload,   *
003400*****************************************************
003410 4000-EVALUATE-TREND.

003411     IF WS-EXCL-COUNT > 0
003412         MOVE WS-EXCL-COUNT TO WS-EXCL-TXT
003413         DISPLAY 'MATRIXIOTRENDCHECK: ' WS-EXCL-TXT
003414                 ' RUN(S) INSIDE BASELINE-EXCLUSION EVENTS '
003415                 'LEFT OUT OF THE HISTORY.'
003416     END-IF.

003417     IF NOT WS-FIRST-RECORD
003418         PERFORM 3400-CHECK-EXCLUDED
003419             THRU 3400-CHECK-EXCLUDED-EXIT
003420         IF WS-RUN-EXCLUDED
003421             DISPLAY 'MATRIXIOTRENDCHECK: NOTE - TODAY''S RUN '
003422                     'FALLS INSIDE A BASELINE-EXCLUSION EVENT.'
003423         END-IF
003424     END-IF.

003425     IF WS-HIST-COUNT = 0
003430         DISPLAY 'MATRIXIOTRENDCHECK: NO PRIOR HISTORY, '
003440                 'NOTHING TO COMPARE.'
003450         GO TO 4000-EVALUATE-TREND-EXIT

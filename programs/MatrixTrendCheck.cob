000550*                  code as it ends, so the night's    *
000560*                  step flow reconstructs from one    *
000570*                  keyed file.                        *
000571* 2026-10-15  DCB  Runs falling inside an MXEVENT    *
000572*                  operational event flagged         *
000573*                  "exclude from baseline" (an IPL,  *
000574*                  hardware move or similar, see     *
000575*                  MXEVTREC) are left out of the     *
000576*                  trailing history, so the average  *
000577*                  is the last 30 undisturbed runs.  *
000578*                  A missing MXEVENT excludes        *
000579*                  nothing.                          *
000580* 2026-10-15  DCB  TIME4 (packed-decimal) and TIME5  *
000581*                  (floating-point) are trended      *
000582*                  alongside TIME2: MXARITH is       *
000583*                  streamed with MXLOGF like MXENVF, *
000584*                  each history run carries its      *
000585*                  TIME4/TIME5 when it has an        *
000586*                  MXARITH record, and either metric *
000587*                  over the trailing average by more *
000588*                  than the threshold percent also   *
000589*                  ends RC=4.  A missing MXARITH     *
000590*                  trends TIME2 alone.               *
000591*****************************************************

000592 ENVIRONMENT DIVISION.

000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000780         RECORD KEY IS MX-JRNL-KEY
000790         FILE STATUS IS WS-MXJRNL-STATUS.

000791     SELECT EVENT-FILE ASSIGN TO MXEVENT
000792         ORGANIZATION IS INDEXED
000793         ACCESS MODE IS SEQUENTIAL
000794         RECORD KEY IS MX-EVT-KEY
000795         FILE STATUS IS WS-MXEVNT-STATUS.

000796     SELECT ARITH-FILE ASSIGN TO MXARITH
000797         ORGANIZATION IS SEQUENTIAL
000798         FILE STATUS IS WS-MXARTH-STATUS.

000800 DATA DIVISION.

000810 FILE SECTION.
001160     LABEL RECORDS ARE STANDARD.
001170 COPY MXJRNREC.

001171*****************************************************
001172* EVENT-FILE - the operational event calendar kept   *
001173* by MatrixEventMaint (see MXEVTREC); only events    *
001174* flagged exclude-from-baseline are used here.       *
001175*****************************************************
001176 FD  EVENT-FILE
001177     RECORD CONTAINS 108 CHARACTERS
001178     LABEL RECORDS ARE STANDARD.
001179 COPY MXEVTREC.

001180*****************************************************
001181* ARITH-FILE - packed-decimal and floating-point     *
001182* section results from MatrixCalculation, under the  *
001183* same run date + sequence key as MXLOGF and in the  *
001184* same order, so it streams with MXLOGF like MXENVF. *
001185*****************************************************
001186 FD  ARITH-FILE
001187     RECORD CONTAINS 67 CHARACTERS
001188     LABEL RECORDS ARE STANDARD.
001189 COPY MXARTREC.

001190 WORKING-STORAGE SECTION.

001191*****************************************************
001200* RUN-JOURNAL CONTROL - this step's MXJRNL entry:    *
001210* the step name journaled under, the key held from   *
001220* the open write to the close rewrite, and whether   *
001380 01  WS-MXLOGF-STATUS       PIC X(02).
001390 01  WS-MXENVF-STATUS       PIC X(02).
001400 01  WS-MXPARM-STATUS       PIC X(02).
001405 01  WS-MXARTH-STATUS       PIC X(02).

001410*****************************************************
001420* CENTRAL-PARAMETER LOOKUP STAGING - the key wanted, *
001570         88  WS-ENV-AT-END             VALUE 'Y'.
001580     05  WS-ENV-HELD-SWITCH PIC X(01)  VALUE 'N'.
001590         88  WS-ENV-HELD               VALUE 'Y'.
001592     05  WS-ART-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001594         88  WS-ART-AT-END             VALUE 'Y'.
001596     05  WS-ART-HELD-SWITCH PIC X(01)  VALUE 'N'.
001598         88  WS-ART-HELD               VALUE 'Y'.

001600*****************************************************
001610* TRAILING-HISTORY WORK AREA - holds up to 30 prior  *
001620* TIME2 values, each with the environment signature  *
001630* (system, job name, sizing) of its run, so the      *
001640* average excludes today's run and counts only runs  *
001645* whose environment matches today's.  TIME4/TIME5    *
001650* are held with them, flagged present only for runs  *
001655* that have an MXARITH record.                       *
001660*****************************************************
001670 77  WS-HIST-MAX            PIC 9(4) COMP VALUE 30.
001680 01  WS-HIST-TABLE.
001690     05  WS-HIST-ENTRY OCCURS 30 TIMES.
001700         10  WS-HIST-TIME2  COMP-2.
001710         10  WS-HIST-ENVSIG PIC X(35).
001712         10  WS-HIST-TIME4  COMP-2.
001714         10  WS-HIST-TIME5  COMP-2.
001716         10  WS-HIST-ART-SW PIC X(01).
001718             88  WS-HIST-HAS-ART       VALUE 'Y'.
001720 01  WS-HIST-COUNT           PIC 9(4) COMP VALUE 0.
001730 01  WS-HIST-TOTAL           COMP-2 VALUE 0.
001740 01  WS-MATCH-COUNT          PIC 9(4) COMP VALUE 0.
001750 01  WS-SUB                  PIC 9(4) COMP.

001751*****************************************************
001752* BASELINE-EXCLUSION EVENTS - the date range and     *
001753* system of every MXEVENT event flagged exclude-     *
001754* from-baseline (blank system = every system), and   *
001755* the count of runs they kept out of the history.    *
001756*****************************************************
001757 01  WS-MXEVNT-STATUS        PIC X(02).
001758 77  WS-EVT-MAX              PIC 9(4) COMP VALUE 200.
001759 01  WS-EVT-TABLE.
001760     05  WS-EVT-ENTRY OCCURS 200 TIMES.
001761         10  WS-EVT-START-DATE PIC 9(08).
001762         10  WS-EVT-END-DATE   PIC 9(08).
001763         10  WS-EVT-SYSTEM     PIC X(08).
001764 01  WS-EVT-COUNT            PIC 9(4) COMP VALUE 0.
001765 01  WS-EVT-SUB              PIC 9(4) COMP.
001766 01  WS-EXCL-COUNT           PIC 9(4) COMP VALUE 0.
001767 01  WS-EXCL-TXT             PIC ZZZ9.
001768 01  WS-EXCL-SWITCH          PIC X(01)  VALUE 'N'.
001769     88  WS-RUN-EXCLUDED               VALUE 'Y'.
001770 01  WS-EVT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001771     88  WS-EVT-AT-END                 VALUE 'Y'.

001772*****************************************************
001773* ENVIRONMENT SIGNATURES - the system-id through     *
001780* LOOP2-MAX slice of the MXENVF record.  A run with  *
001790* no environment record (history older than MXENVF,  *
001800* or the file absent) carries the NO-ENV marker, so  *
002130 01  WS-PREV-TIME2-FRAC      PIC 9(06).

002140*****************************************************
002141* PACKED AND FLOAT TIMINGS - TIME4/TIME5 of the      *
002142* current log record (from its MXARITH record) and   *
002143* of the previous one, de-edited the same way as     *
002144* TIME2; the switch says whether the run had an      *
002145* MXARITH record at all.                             *
002146*****************************************************
002147 01  WS-CURR-ART-SW          PIC X(01)  VALUE 'N'.
002148 01  WS-CURR-TIME4-NUM       COMP-2 VALUE 0.
002149 01  WS-CURR-TIME5-NUM       COMP-2 VALUE 0.
002150 01  WS-PREV-ART-SW          PIC X(01)  VALUE 'N'.
002151     88  WS-PREV-HAS-ART               VALUE 'Y'.
002152 01  WS-PREV-TIME4-NUM       COMP-2 VALUE 0.
002153 01  WS-PREV-TIME5-NUM       COMP-2 VALUE 0.
002154 01  WS-ART-TIME-EDIT        PIC 9(03).9(06).
002155 01  WS-ART-TIME-INT         PIC 9(03).
002156 01  WS-ART-TIME-FRAC        PIC 9(06).
002157 01  WS-ART-TIME-NUM         COMP-2 VALUE 0.

002158*****************************************************
002159* REGRESSION-CHECK RESULTS                           *
002160*****************************************************
002170 01  WS-THRESHOLD-PCT-IN     PIC 9(03).
002180 01  WS-THRESHOLD-PCT        PIC 9(03) COMP VALUE 20.
002250 01  WS-TODAY-TXT            PIC 9(03).9(06).
002260 01  WS-PCT-OVER-TXT         PIC Z(03)9.

002261*****************************************************
002262* PACKED AND FLOAT TREND - the metric being judged,  *
002263* today's value, and the total and count of the      *
002264* matching history runs that carry an MXARITH        *
002265* record.                                            *
002266*****************************************************
002267 01  WS-ART-METRIC           PIC X(05).
002268 01  WS-ART-TODAY            COMP-2 VALUE 0.
002269 01  WS-ART-TOTAL4           COMP-2 VALUE 0.
002270 01  WS-ART-TOTAL5           COMP-2 VALUE 0.
002271 01  WS-ART-TOTAL            COMP-2 VALUE 0.
002272 01  WS-ART-MATCH-COUNT      PIC 9(4) COMP VALUE 0.
002273 01  WS-ART-AVG              COMP-2 VALUE 0.
002274 01  WS-ART-LIMIT            COMP-2 VALUE 0.

002275 PROCEDURE DIVISION.

002280*****************************************************
002290* 0000-MAINLINE                                      *
003160     PERFORM 1100-LOAD-PARAMETERS
003170         THRU 1100-LOAD-PARAMETERS-EXIT.

003173     PERFORM 1200-LOAD-EVENTS
003176         THRU 1200-LOAD-EVENTS-EXIT.

003180     MOVE 0 TO WS-THRESHOLD-PCT-IN.
003190     ACCEPT WS-THRESHOLD-PCT-IN.

003820 1110-GET-ONE-PARM-EXIT.
003830     EXIT.

003831*****************************************************
003832* 1200-LOAD-EVENTS - tables the date range and       *
003833* system of every MXEVENT event flagged exclude-     *
003834* from-baseline.  A missing calendar excludes        *
003835* nothing; a full table keeps the events already     *
003836* loaded and says so.                                *
003837*****************************************************
003838 1200-LOAD-EVENTS.

003839     OPEN INPUT EVENT-FILE.

003840     IF WS-MXEVNT-STATUS NOT = '00'
003841         DISPLAY 'MATRIXTRENDCHECK: MXEVENT NOT AVAILABLE, '
003842                 'STATUS= ' WS-MXEVNT-STATUS
003843                 ' - NO RUNS EXCLUDED FROM THE BASELINE.'
003844         GO TO 1200-LOAD-EVENTS-EXIT
003845     END-IF.

003846     PERFORM 1210-READ-EVENT-RECORD
003847         THRU 1210-READ-EVENT-RECORD-EXIT
003848         UNTIL WS-EVT-AT-END.

003849     CLOSE EVENT-FILE.

003850 1200-LOAD-EVENTS-EXIT.
003851     EXIT.

003852 1210-READ-EVENT-RECORD.

003853     READ EVENT-FILE
003854         AT END
003855             MOVE 'Y' TO WS-EVT-EOF-SWITCH
003856             GO TO 1210-READ-EVENT-RECORD-EXIT
003857     END-READ.

003858     IF MX-EVT-EXCLUDE NOT = 'Y'
003859         GO TO 1210-READ-EVENT-RECORD-EXIT
003860     END-IF.

003861     IF WS-EVT-COUNT NOT < WS-EVT-MAX
003862         DISPLAY 'MATRIXTRENDCHECK: MORE THAN 200 BASELINE-'
003863                 'EXCLUSION EVENTS - LATER EVENTS IGNORED.'
003864         MOVE 'Y' TO WS-EVT-EOF-SWITCH
003865         GO TO 1210-READ-EVENT-RECORD-EXIT
003866     END-IF.

003867     ADD 1 TO WS-EVT-COUNT.
003868     MOVE MX-EVT-START-DATE TO WS-EVT-START-DATE (WS-EVT-COUNT).
003869     MOVE MX-EVT-END-DATE   TO WS-EVT-END-DATE (WS-EVT-COUNT).
003870     MOVE MX-EVT-SYSTEM-ID  TO WS-EVT-SYSTEM (WS-EVT-COUNT).

003871 1210-READ-EVENT-RECORD-EXIT.
003872     EXIT.

003873*****************************************************
003874* 2000-OPEN-FILES                                    *
003875*****************************************************
003876 2000-OPEN-FILES.

003880     OPEN INPUT MX-LOG-FILE.

004000         MOVE 'Y' TO WS-ENV-EOF-SWITCH
004010     END-IF.

004011     OPEN INPUT ARITH-FILE.

004012     IF WS-MXARTH-STATUS NOT = '00'
004013         DISPLAY 'MATRIXTRENDCHECK: MXARITH NOT AVAILABLE, '
004014                 'STATUS= ' WS-MXARTH-STATUS
004015                 ' - TIME4/TIME5 NOT TRENDED.'
004016         MOVE 'Y' TO WS-ART-EOF-SWITCH
004017     END-IF.

004020 2000-OPEN-FILES-EXIT.
004030     EXIT.

004390     PERFORM 3250-MATCH-ENV-RECORD
004400         THRU 3250-MATCH-ENV-RECORD-EXIT.

004403     PERFORM 3270-MATCH-ARITH-RECORD
004406         THRU 3270-MATCH-ARITH-RECORD-EXIT.

004410     MOVE 'N' TO WS-FIRST-SWITCH.
004420     MOVE MX-LOG-RECORD TO WS-PREV-RECORD.
004430     MOVE WS-CURR-ENVSIG TO WS-PREV-ENVSIG.
004432     MOVE WS-CURR-ART-SW TO WS-PREV-ART-SW.
004434     MOVE WS-CURR-TIME4-NUM TO WS-PREV-TIME4-NUM.
004436     MOVE WS-CURR-TIME5-NUM TO WS-PREV-TIME5-NUM.

004440     PERFORM 3205-CONVERT-PREV-TIME2
004450         THRU 3205-CONVERT-PREV-TIME2-EXIT.
004680*****************************************************
004690 3210-PUSH-HISTORY.

004691     PERFORM 3300-CHECK-EXCLUDED
004692         THRU 3300-CHECK-EXCLUDED-EXIT.

004693     IF WS-RUN-EXCLUDED
004694         ADD 1 TO WS-EXCL-COUNT
004695         GO TO 3210-PUSH-HISTORY-EXIT
004696     END-IF.

004700     IF WS-HIST-COUNT < WS-HIST-MAX
004710         ADD 1 TO WS-HIST-COUNT
004720     ELSE

004770     MOVE WS-PREV-TIME2-NUM TO WS-HIST-TIME2 (WS-HIST-COUNT).
004780     MOVE WS-PREV-ENVSIG TO WS-HIST-ENVSIG (WS-HIST-COUNT).
004782     MOVE WS-PREV-TIME4-NUM TO WS-HIST-TIME4 (WS-HIST-COUNT).
004784     MOVE WS-PREV-TIME5-NUM TO WS-HIST-TIME5 (WS-HIST-COUNT).
004786     MOVE WS-PREV-ART-SW TO WS-HIST-ART-SW (WS-HIST-COUNT).

004790 3210-PUSH-HISTORY-EXIT.
004800     EXIT.
005190     END-IF.

005200 3260-ADVANCE-ENV-EXIT.
005201     EXIT.

005202*****************************************************
005203* 3270-MATCH-ARITH-RECORD - walks MXARITH up to the  *
005204* current log record's key the way 3250 walks        *
005205* MXENVF, and de-edits the matching record's TIME4   *
005206* and TIME5.  A log record with no MXARITH record    *
005207* (history older than MXARITH, or the file absent)   *
005208* is flagged so it stays out of the TIME4/TIME5      *
005209* averages.                                          *
005210*****************************************************
005211 3270-MATCH-ARITH-RECORD.

005212     MOVE 'N' TO WS-CURR-ART-SW.
005213     MOVE 0 TO WS-CURR-TIME4-NUM.
005214     MOVE 0 TO WS-CURR-TIME5-NUM.

005215     PERFORM 3280-ADVANCE-ARITH
005216         THRU 3280-ADVANCE-ARITH-EXIT
005217         UNTIL WS-ART-AT-END
005218         OR (WS-ART-HELD AND MX-ART-KEY NOT < MX-LOG-KEY).

005219     IF WS-ART-HELD
005220         AND MX-ART-KEY = MX-LOG-KEY
005221         MOVE 'Y' TO WS-CURR-ART-SW
005222         MOVE MX-ART-TIME4 TO WS-ART-TIME-EDIT
005223         PERFORM 3290-CONVERT-ARITH-TIME
005224             THRU 3290-CONVERT-ARITH-TIME-EXIT
005225         MOVE WS-ART-TIME-NUM TO WS-CURR-TIME4-NUM
005226         MOVE MX-ART-TIME5 TO WS-ART-TIME-EDIT
005227         PERFORM 3290-CONVERT-ARITH-TIME
005228             THRU 3290-CONVERT-ARITH-TIME-EXIT
005229         MOVE WS-ART-TIME-NUM TO WS-CURR-TIME5-NUM
005230         MOVE 'N' TO WS-ART-HELD-SWITCH
005231     END-IF.

005232 3270-MATCH-ARITH-RECORD-EXIT.
005233     EXIT.

005234 3280-ADVANCE-ARITH.

005235     IF WS-ART-HELD
005236         AND MX-ART-KEY < MX-LOG-KEY
005237         MOVE 'N' TO WS-ART-HELD-SWITCH
005238     END-IF.

005239     IF NOT WS-ART-HELD
005240         READ ARITH-FILE
005241             AT END
005242                 MOVE 'Y' TO WS-ART-EOF-SWITCH
005243             NOT AT END
005244                 MOVE 'Y' TO WS-ART-HELD-SWITCH
005245         END-READ
005246     END-IF.

005247 3280-ADVANCE-ARITH-EXIT.
005248     EXIT.

005249*****************************************************
005250* 3290-CONVERT-ARITH-TIME - de-edits WS-ART-TIME-    *
005251* EDIT into WS-ART-TIME-NUM digit group by digit     *
005252* group, as 3205 does for TIME2.                     *
005253*****************************************************
005254 3290-CONVERT-ARITH-TIME.

005255     MOVE WS-ART-TIME-EDIT (1:3) TO WS-ART-TIME-INT.
005256     MOVE WS-ART-TIME-EDIT (5:6) TO WS-ART-TIME-FRAC.

005257     COMPUTE WS-ART-TIME-NUM =
005258         WS-ART-TIME-INT + (WS-ART-TIME-FRAC / 1000000).

005259 3290-CONVERT-ARITH-TIME-EXIT.
005260     EXIT.

005261*****************************************************
005262* 3300-CHECK-EXCLUDED - sets WS-RUN-EXCLUDED when    *
005263* the previous record's run date falls inside an     *
005264* exclude-from-baseline event on its own system, a   *
005265* site-wide event, or (for a run with no MXENVF      *
005266* record, whose system is unknown) any event.        *
005267*****************************************************
005268 3300-CHECK-EXCLUDED.

005269     MOVE 'N' TO WS-EXCL-SWITCH.

005270     PERFORM 3310-TEST-ONE-EVENT
005271         THRU 3310-TEST-ONE-EVENT-EXIT
005272         VARYING WS-EVT-SUB FROM 1 BY 1
005273         UNTIL WS-EVT-SUB > WS-EVT-COUNT
005274         OR WS-RUN-EXCLUDED.

005275 3300-CHECK-EXCLUDED-EXIT.
005276     EXIT.

005277 3310-TEST-ONE-EVENT.

005278     IF WS-PREV-RUN-DATE < WS-EVT-START-DATE (WS-EVT-SUB)
005279         OR WS-PREV-RUN-DATE > WS-EVT-END-DATE (WS-EVT-SUB)
005280         GO TO 3310-TEST-ONE-EVENT-EXIT
005281     END-IF.

005282     IF WS-EVT-SYSTEM (WS-EVT-SUB) = SPACES
005283         OR WS-EVT-SYSTEM (WS-EVT-SUB) = WS-PREV-ENVSIG (1:8)
005284         OR WS-PREV-ENVSIG = WS-NOENV-SIG
005285         MOVE 'Y' TO WS-EXCL-SWITCH
005286     END-IF.

005287 3310-TEST-ONE-EVENT-EXIT.
005288     EXIT.

005289*****************************************************
005290* 4000-EVALUATE-TREND - compares today's TIME2        *
005291* (the last record read, now in WS-PREV-RECORD)       *
005292* against the trailing average of the history runs    *
005293* whose environment signature matches today's.  No    *
005294* comparable runs at all is reported as a changed     *
005295* environment, not as a regression.  A non-zero       *
005296* return code signals a regression to the caller.     *
005300*****************************************************
005310 4000-EVALUATE-TREND.

005311     IF WS-EXCL-COUNT > 0
005312         MOVE WS-EXCL-COUNT TO WS-EXCL-TXT
005313         DISPLAY 'MATRIXTRENDCHECK: ' WS-EXCL-TXT
005314                 ' RUN(S) INSIDE BASELINE-EXCLUSION EVENTS '
005315                 'LEFT OUT OF THE HISTORY.'
005316     END-IF.

005317     IF NOT WS-FIRST-RECORD
005318         PERFORM 3300-CHECK-EXCLUDED
005319             THRU 3300-CHECK-EXCLUDED-EXIT
005320         IF WS-RUN-EXCLUDED
005321             DISPLAY 'MATRIXTRENDCHECK: NOTE - TODAY''S RUN '
005322                     'FALLS INSIDE A BASELINE-EXCLUSION EVENT.'
005323         END-IF
005324     END-IF.

005325     IF WS-HIST-COUNT = 0
005330         DISPLAY 'MATRIXTRENDCHECK: NO PRIOR HISTORY, '
005340                 'NOTHING TO COMPARE.'
005350         GO TO 4000-EVALUATE-TREND-EXIT
005660         DISPLAY 'MATRIXTRENDCHECK: WITHIN TOLERANCE.'
005670     END-IF.

005673     PERFORM 4200-EVALUATE-ARITH-TREND
005676         THRU 4200-EVALUATE-ARITH-TREND-EXIT.

005680 4000-EVALUATE-TREND-EXIT.
005690     EXIT.

005760     EXIT.

005770*****************************************************
005771* 4200-EVALUATE-ARITH-TREND - TIME4 and TIME5 judged *
005772* the same way as TIME2, against the matching        *
005773* history runs that have an MXARITH record.  Today   *
005774* with no MXARITH record, or no such history run,    *
005775* is reported and not treated as a regression.       *
005776*****************************************************
005777 4200-EVALUATE-ARITH-TREND.

005778     IF NOT WS-PREV-HAS-ART
005779         DISPLAY 'MATRIXTRENDCHECK: NO MXARITH RECORD FOR '
005780                 'TODAY''S RUN - TIME4/TIME5 NOT TRENDED.'
005781         GO TO 4200-EVALUATE-ARITH-TREND-EXIT
005782     END-IF.

005783     MOVE 0 TO WS-ART-TOTAL4.
005784     MOVE 0 TO WS-ART-TOTAL5.
005785     MOVE 0 TO WS-ART-MATCH-COUNT.

005786     PERFORM 4210-SUM-MATCHING-ARITH
005787         THRU 4210-SUM-MATCHING-ARITH-EXIT
005788         VARYING WS-SUB FROM 1 BY 1
005789         UNTIL WS-SUB > WS-HIST-COUNT.

005790     IF WS-ART-MATCH-COUNT = 0
005791         DISPLAY 'MATRIXTRENDCHECK: NO PRIOR MXARITH HISTORY '
005792                 'FOR THIS ENVIRONMENT, TIME4/TIME5 NOTHING '
005793                 'TO COMPARE.'
005794         GO TO 4200-EVALUATE-ARITH-TREND-EXIT
005795     END-IF.

005796     MOVE 'TIME4' TO WS-ART-METRIC.
005797     MOVE WS-PREV-TIME4-NUM TO WS-ART-TODAY.
005798     MOVE WS-ART-TOTAL4 TO WS-ART-TOTAL.
005799     PERFORM 4300-JUDGE-ARITH-METRIC
005800         THRU 4300-JUDGE-ARITH-METRIC-EXIT.

005801     MOVE 'TIME5' TO WS-ART-METRIC.
005802     MOVE WS-PREV-TIME5-NUM TO WS-ART-TODAY.
005803     MOVE WS-ART-TOTAL5 TO WS-ART-TOTAL.
005804     PERFORM 4300-JUDGE-ARITH-METRIC
005805         THRU 4300-JUDGE-ARITH-METRIC-EXIT.

005806 4200-EVALUATE-ARITH-TREND-EXIT.
005807     EXIT.

005808 4210-SUM-MATCHING-ARITH.

005809     IF WS-HIST-ENVSIG (WS-SUB) = WS-PREV-ENVSIG
005810         AND WS-HIST-HAS-ART (WS-SUB)
005811         ADD WS-HIST-TIME4 (WS-SUB) TO WS-ART-TOTAL4
005812         ADD WS-HIST-TIME5 (WS-SUB) TO WS-ART-TOTAL5
005813         ADD 1 TO WS-ART-MATCH-COUNT
005814     END-IF.

005815 4210-SUM-MATCHING-ARITH-EXIT.
005816     EXIT.

005817*****************************************************
005818* 4300-JUDGE-ARITH-METRIC - today's WS-ART-METRIC    *
005819* against its trailing average plus the threshold    *
005820* percent; over the limit sets RC=4 as TIME2 does.   *
005821*****************************************************
005822 4300-JUDGE-ARITH-METRIC.

005823     COMPUTE WS-ART-AVG = WS-ART-TOTAL / WS-ART-MATCH-COUNT.
005824     COMPUTE WS-ART-LIMIT =
005825         WS-ART-AVG * (1 + (WS-THRESHOLD-PCT / 100)).

005826     MOVE WS-ART-AVG TO WS-AVG-TXT.
005827     MOVE WS-ART-TODAY TO WS-TODAY-TXT.

005828     DISPLAY 'MATRIXTRENDCHECK: ' WS-ART-METRIC ' TODAY= '
005829             WS-TODAY-TXT ' SEC, 30-RUN AVG= ' WS-AVG-TXT
005830             ' SEC, THRESHOLD= ' WS-PCT-OVER-TXT '%'.

005831     IF WS-ART-LIMIT < WS-ART-TODAY
005832         DISPLAY 'MATRIXTRENDCHECK: *** REGRESSION *** '
005833                 WS-ART-METRIC ' EXCEEDS TRAILING AVERAGE BY '
005834                 'MORE THAN ' WS-PCT-OVER-TXT ' PERCENT.'
005835         MOVE 4 TO RETURN-CODE
005836     ELSE
005837         DISPLAY 'MATRIXTRENDCHECK: ' WS-ART-METRIC
005838                 ' WITHIN TOLERANCE.'
005839     END-IF.

005840 4300-JUDGE-ARITH-METRIC-EXIT.
005841     EXIT.

005842*****************************************************
005843* 5000-CLOSE-FILES                                   *
005844*****************************************************
005845 5000-CLOSE-FILES.

005846     CLOSE MX-LOG-FILE.
005847     CLOSE ENV-FILE.
005848     CLOSE ARITH-FILE.

005849 5000-CLOSE-FILES-EXIT.
005850     EXIT.

005851*****************************************************
005860* 9800-JOURNAL-CLOSE - rewrites this step's journal  *
005870* record to 'C' with the end time and the return     *
005880* code the step is about to end with; performed on   *

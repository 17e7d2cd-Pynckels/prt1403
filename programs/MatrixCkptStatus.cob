000350*                  cutoff (RC=18), so the status says  *
000360*                  "suspended at cutoff" instead of    *
000370*                  implying an abend.                  *
000371* 2026-10-15  DCB  The control record now carries    *
000372*                  the checkpoint section            *
000373*                  (CKPT-CTL-SECTION): the status    *
000374*                  names the multiply - binary,      *
000375*                  packed decimal or floating point  *
000376*                  - and a packed or floating-point  *
000377*                  checkpoint is estimated from the  *
000378*                  same-size TIME4 or TIME5 history  *
000379*                  in MXARITH instead of TIME2.      *
000380*****************************************************

000390 ENVIRONMENT DIVISION.
000480         RECORD KEY IS MX-LOG-KEY
000490         FILE STATUS IS WS-MXLOGF-STATUS.

000492     SELECT ARITH-FILE ASSIGN TO MXARITH
000494         ORGANIZATION IS SEQUENTIAL
000496         FILE STATUS IS WS-MXARTH-STATUS.

000500 DATA DIVISION.

000510 FILE SECTION.
000660     LABEL RECORDS ARE STANDARD.
000670 COPY MXLOGREC.

000671*****************************************************
000672* ARITH-FILE - the packed-decimal and floating-point *
000673* multiply log, read for the recent TIME4 or TIME5   *
000674* history when the checkpoint belongs to one of      *
000675* those multiplies.                                  *
000676*****************************************************
000677 FD  ARITH-FILE
000678     RECORD CONTAINS 67 CHARACTERS
000679     LABEL RECORDS ARE STANDARD.
000680 COPY MXARTREC.

000681 WORKING-STORAGE SECTION.

000690*****************************************************
000700* FILE AND LOOP CONTROL SWITCHES                     *
000710*****************************************************
000720 01  WS-CKPT-STATUS         PIC X(02).
000730 01  WS-MXLOGF-STATUS       PIC X(02).
000735 01  WS-MXARTH-STATUS       PIC X(02).

000740 01  WS-SWITCHES.
000750     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000890* TIME2 DE-EDIT WORK AREA - MX-LOG-TIME2 is numeric- *
000900* edited (PIC 9(03).9(06)) so it is pulled apart by  *
000910* reference modification and recombined before use.  *
000913* MX-ART-TIME4/TIME5 are staged through WS-TIME-EDIT *
000916* and de-edited the same way.                        *
000920*****************************************************
000925 01  WS-TIME-EDIT           PIC 9(03).9(06).
000930 01  WS-TIME2-INT           PIC 9(03).
000940 01  WS-TIME2-FRAC          PIC 9(06).
000950 01  WS-TIME2-NUM           COMP-2 VALUE 0.
001060 01  WS-EST-SECONDS         COMP-2 VALUE 0.
001070 01  WS-EST-MINUTES         COMP-2 VALUE 0.

001071*****************************************************
001072* CHECKPOINT SECTION - which timed multiply wrote    *
001073* the checkpoint (see MXCKPREC), the name printed    *
001074* for it, and the metric and log its estimate comes  *
001075* from.                                              *
001076*****************************************************
001077 01  WS-CKPT-SECTION        PIC X(01) VALUE 'M'.
001078     88  WS-SECTION-PACKED         VALUE 'P'.
001079     88  WS-SECTION-FLOAT          VALUE 'F'.
001080 01  WS-SECTION-NAME        PIC X(30) VALUE SPACES.
001081 01  WS-HIST-METRIC         PIC X(05) VALUE 'TIME2'.
001082 01  WS-HIST-SOURCE         PIC X(07) VALUE 'MXLOGF'.

001083 01  WS-SIZE-TXT            PIC ZZZ9.
001090 01  WS-ROWS-TXT            PIC ZZZ9.
001100 01  WS-PCT-TXT             PIC ZZ9.9.
001110 01  WS-SEC-TXT             PIC ZZZZ9.9.
001700* record left there and keeps the abend reading.
001710     MOVE CKPT-CTL-SUSP-FLAG TO WS-SUSP-FLAG.

001711* Likewise only an explicit P or F names the packed or
001712* floating-point multiply; anything else is the binary
001713* multiply every older checkpoint belongs to.
001714     EVALUATE CKPT-CTL-SECTION
001715         WHEN 'P'
001716             MOVE 'P' TO WS-CKPT-SECTION
001717             MOVE 'PACKED-DECIMAL (COMP-3) MULTIPLY'
001718                 TO WS-SECTION-NAME
001719             MOVE 'TIME4' TO WS-HIST-METRIC
001720             MOVE 'MXARITH' TO WS-HIST-SOURCE
001721         WHEN 'F'
001722             MOVE 'F' TO WS-CKPT-SECTION
001723             MOVE 'FLOATING-POINT (COMP-2) MULTIPLY'
001724                 TO WS-SECTION-NAME
001725             MOVE 'TIME5' TO WS-HIST-METRIC
001726             MOVE 'MXARITH' TO WS-HIST-SOURCE
001727         WHEN OTHER
001728             MOVE 'M' TO WS-CKPT-SECTION
001729             MOVE 'BINARY (COMP) MULTIPLY'
001730                 TO WS-SECTION-NAME
001731     END-EVALUATE.

001732     IF WS-CKPT-ROWS > WS-CKPT-SIZE
001733         MOVE WS-CKPT-SIZE TO WS-CKPT-ROWS
001740     END-IF.

001750     COMPUTE WS-ROWS-LEFT = WS-CKPT-SIZE - WS-CKPT-ROWS.
001820* 30 TIME2 values of runs at the checkpoint's size   *
001830* out of MXLOGF.  The log being unavailable only     *
001840* costs the estimate, not the status.                *
001843* A packed or floating-point checkpoint takes its    *
001846* TIME4 or TIME5 history from MXARITH instead.       *
001850*****************************************************
001860 3000-LOAD-TIME2-HISTORY.

001861     IF WS-SECTION-PACKED OR WS-SECTION-FLOAT
001862         PERFORM 3500-LOAD-ARITH-HISTORY
001863             THRU 3500-LOAD-ARITH-HISTORY-EXIT
001864         GO TO 3000-LOAD-TIME2-HISTORY-EXIT
001865     END-IF.

001870     OPEN INPUT MX-LOG-FILE.

001880     IF WS-MXLOGF-STATUS NOT = '00'
002040             MOVE 'Y' TO WS-EOF-SWITCH
002050         NOT AT END
002060             IF MX-LOG-M-SIZE = WS-CKPT-SIZE
002065                 MOVE MX-LOG-TIME2 TO WS-TIME-EDIT
002070                 PERFORM 3200-PUSH-HISTORY
002080                     THRU 3200-PUSH-HISTORY-EXIT
002090             END-IF

002130 3200-PUSH-HISTORY.

002140     MOVE WS-TIME-EDIT (1:3) TO WS-TIME2-INT.
002150     MOVE WS-TIME-EDIT (5:6) TO WS-TIME2-FRAC.
002160     COMPUTE WS-TIME2-NUM =
002170         WS-TIME2-INT + (WS-TIME2-FRAC / 1000000).

002320     EXIT.

002330*****************************************************
002331* 3500-LOAD-ARITH-HISTORY - the same rolling history *
002332* for a packed or floating-point checkpoint: TIME4   *
002333* or TIME5 of the runs at the checkpoint's size, out *
002334* of MXARITH (written in run order, so the last 30   *
002335* read are the most recent).                         *
002336*****************************************************
002337 3500-LOAD-ARITH-HISTORY.

002338     OPEN INPUT ARITH-FILE.

002339     IF WS-MXARTH-STATUS NOT = '00'
002340         DISPLAY 'MATRIXCKPTSTATUS: MXARITH NOT AVAILABLE, '
002341                 'STATUS= ' WS-MXARTH-STATUS
002342                 ' - NO TIME ESTIMATE.'
002343         MOVE 'Y' TO WS-EOF-SWITCH
002344         GO TO 3500-LOAD-ARITH-HISTORY-EXIT
002345     END-IF.

002346     PERFORM 3600-READ-ARITH-RECORD
002347         THRU 3600-READ-ARITH-RECORD-EXIT
002348         UNTIL WS-END-OF-FILE.

002349     CLOSE ARITH-FILE.

002350 3500-LOAD-ARITH-HISTORY-EXIT.
002351     EXIT.

002352 3600-READ-ARITH-RECORD.

002353     READ ARITH-FILE
002354         AT END
002355             MOVE 'Y' TO WS-EOF-SWITCH
002356             GO TO 3600-READ-ARITH-RECORD-EXIT
002357     END-READ.

002358     IF MX-ART-M-SIZE NOT = WS-CKPT-SIZE
002359         GO TO 3600-READ-ARITH-RECORD-EXIT
002360     END-IF.

002361     IF WS-SECTION-PACKED
002362         MOVE MX-ART-TIME4 TO WS-TIME-EDIT
002363     ELSE
002364         MOVE MX-ART-TIME5 TO WS-TIME-EDIT
002365     END-IF.

002366     PERFORM 3200-PUSH-HISTORY
002367         THRU 3200-PUSH-HISTORY-EXIT.

002368 3600-READ-ARITH-RECORD-EXIT.
002369     EXIT.

002370*****************************************************
002371* 4000-PRINT-STATUS - the operator-readable answer:  *
002372* how big the run is, how far it got, and how long   *
002373* the rest should take on recent same-size form.     *
002374*****************************************************
002380 4000-PRINT-STATUS.

002390     MOVE WS-CKPT-SIZE TO WS-SIZE-TXT.
002420     DISPLAY 'MATRIXCKPTSTATUS: CHECKPOINT PRESENT FOR A '
002430             WS-SIZE-TXT ' X ' WS-SIZE-TXT ' RUN.'.

002435     DISPLAY '  SECTION       : ' WS-SECTION-NAME.

002440     IF WS-SUSPENDED-AT-CUTOFF
002450         DISPLAY '  RUN SUSPENDED CLEANLY AT THE BATCH-'
002460                 'WINDOW CUTOFF (RC=18) - NOT AN ABEND; '
002520             WS-SIZE-TXT ' (' WS-PCT-TXT ' PERCENT DONE).'.

002530     IF WS-HIST-COUNT = 0
002537         DISPLAY '  NO RECENT ' WS-HIST-METRIC
002544                 ' HISTORY AT THIS SIZE IN '
002551                 WS-HIST-SOURCE ' - ESTIMATE UNAVAILABLE.'
002560         GO TO 4000-PRINT-STATUS-EXIT
002570     END-IF.


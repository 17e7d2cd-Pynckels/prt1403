               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MXENVF-STATUS.

           SELECT ARITH-FILE ASSIGN TO MXARITH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MXARTH-STATUS.

           SELECT AHIST-FILE ASSIGN TO MXAHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MXAHST-STATUS.
       COPY MXLOGREC.

      * ---------------------------------------------------
      * CSV-FILE - the same daily results as MXLOGF and MXARITH,
      * written as one comma-delimited line per run so it can be
      * loaded straight into a spreadsheet for trend charts.
      * ---------------------------------------------------
       FD  CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-RECORD             PIC X(150).

      * ---------------------------------------------------
      * ENV-FILE - one run-environment record per run (system,
           LABEL RECORDS ARE STANDARD.
       COPY MXENVREC.

      * ---------------------------------------------------
      * ARITH-FILE - the packed-decimal and floating-point
      * multiply results (RESULT4/TIME4, RESULT5/TIME5), one
      * record per logged run under the same run date and
      * sequence as its MXLOGF record (see MXARTREC).
      * ---------------------------------------------------
       FD  ARITH-FILE
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY MXARTREC.

      * ---------------------------------------------------
      * ALERT-FILE - one record is appended each time TIME1 or
      * TIME2 exceeds its configurable threshold, so a nightly
      * ---------------------------------------------------
      * PARM-FILE - the central tuning-parameter KSDS kept by
      * MatrixParmMaint (see MXPRMREC).  Supplies the defaults
      * for M-SIZE, the loop bounds and the TIME1/TIME2 ceilings
      * (and the only source of the TIME4/TIME5 ceilings), so a
      * tuning change is made once there instead of in every
      * deck; a nonzero SYSIN card still overrides for ad-hoc
      * and smoke-test runs, and the file being absent just
      * keeps the compiled defaults.
      * ---------------------------------------------------
       FD  PARM-FILE
           RECORD CONTAINS 52 CHARACTERS
       01  WS-MXENVF-STATUS   PIC X(02).
       01  WS-MXAHST-STATUS   PIC X(02).
       01  WS-MXPARM-STATUS   PIC X(02).
       01  WS-MXARTH-STATUS   PIC X(02).

      * Central-parameter lookup staging - the key wanted, the
      * value found, and whether a usable (already effective)
       01  WS-CKPT-INTERVAL    PIC 9(4) COMP VALUE 50.
       01  WS-CKPT-SINCE-LAST  PIC 9(4) COMP VALUE 0.
       01  WS-CKPT-ROWS-DONE   PIC 9(4) COMP VALUE 0.
       01  WS-CKPT-LAST-ROW    PIC 9(4) COMP VALUE 0.
       01  WS-RESUME-I         PIC S9(10) COMP VALUE 1.
       01  CKPT-WI             PIC S9(10) COMP.

           05  M3-ALT-ROW OCCURS 400 TIMES.
               10  M3-ALT-ELEMENTS OCCURS 400 TIMES PIC S9(10) COMP.

      * Packed-decimal and floating-point multiply tables - the
      * same M1 x M2 inputs and I-J-K product held and computed
      * a third time in COMP-3 (RESULT4/TIME4) and a fourth in
      * COMP-2 (RESULT5/TIME5), so the decimal and floating-point
      * units are timed as well as binary.  Every cell and both
      * totals are whole numbers well under 2**53, so RESULT5 is
      * exact and must equal RESULT2 to the unit.
       01  RESULT4        PIC S9(14) COMP-3 VALUE 0.
       01  RESULT5        COMP-2 VALUE 0.

       01  TIME4          COMP-2 VALUE 0.
       01  TIME5          COMP-2 VALUE 0.

       01  M1-PD.
           05  M1-PD-ROW OCCURS 400 TIMES.
               10  M1-PD-ELEMENTS OCCURS 400 TIMES PIC S9(10) COMP-3.
       01  M2-PD.
           05  M2-PD-ROW OCCURS 400 TIMES.
               10  M2-PD-ELEMENTS OCCURS 400 TIMES PIC S9(10) COMP-3.
       01  M3-PD.
           05  M3-PD-ROW OCCURS 400 TIMES.
               10  M3-PD-ELEMENTS OCCURS 400 TIMES PIC S9(10) COMP-3.

       01  M1-FP.
           05  M1-FP-ROW OCCURS 400 TIMES.
               10  M1-FP-ELEMENTS OCCURS 400 TIMES COMP-2.
       01  M2-FP.
           05  M2-FP-ROW OCCURS 400 TIMES.
               10  M2-FP-ELEMENTS OCCURS 400 TIMES COMP-2.
       01  M3-FP.
           05  M3-FP-ROW OCCURS 400 TIMES.
               10  M3-FP-ELEMENTS OCCURS 400 TIMES COMP-2.

       01  I              PIC S9(10) COMP.
       01  J              PIC S9(10) COMP.
       01  K              PIC S9(10) COMP.
       01  END-TIME       PIC S9(10) COMP.

       01  TEMP           PIC S9(10) COMP.
       01  TEMP-PD        PIC S9(10) COMP-3.
       01  TEMP-FP        COMP-2.

       01  RESULT1_TXT    PIC 9(14).
       01  RESULT2_TXT    PIC 9(14).
       01  TIME1_TXT      PIC 9(3).9(6).
       01  TIME2_TXT      PIC 9(3).9(6).
       01  TIME3_TXT      PIC 9(3).9(6).
       01  RESULT4_TXT    PIC 9(14).
       01  RESULT5_TXT    PIC 9(14).
       01  TIME4_TXT      PIC 9(3).9(6).
       01  TIME5_TXT      PIC 9(3).9(6).

       01  M-SIZE-MAX     PIC 9(4) COMP VALUE 400.
       01  WS-M-SIZE-IN   PIC 9(4).
               10  WS-SWEEP-SIZE   PIC 9(4).
               10  WS-SWEEP-TIME2  COMP-2.
               10  WS-SWEEP-TIME3  COMP-2.
               10  WS-SWEEP-TIME4  COMP-2.
               10  WS-SWEEP-TIME5  COMP-2.
       01  WS-SWEEP-T2-TXT    PIC 9(3).9(6).
       01  WS-SWEEP-T3-TXT    PIC 9(3).9(6).
       01  WS-SWEEP-T4-TXT    PIC 9(3).9(6).
       01  WS-SWEEP-T5-TXT    PIC 9(3).9(6).

      * Set once the first MXLOGF record of this job has been
      * written, so the rerun notice is only raised for a key
           88  RECONCILED          VALUE 'RECONCILED'.
           88  MISMATCH            VALUE 'MISMATCH'.

      * Self-check work for the packed-decimal and floating-point
      * multiplies - the corner cells are recomputed in the
      * section's own arithmetic, and the section's total must
      * agree with the binary RESULT2.
       01  CHK-PD-TEMP       PIC S9(10) COMP-3.
       01  CHK-PD-CORNER-1-1 PIC S9(10) COMP-3.
       01  CHK-PD-CORNER-N-N PIC S9(10) COMP-3.
       01  CHK-FP-TEMP       COMP-2.
       01  CHK-FP-CORNER-1-1 COMP-2.
       01  CHK-FP-CORNER-N-N COMP-2.

       01  PD-RECONCILE-IND  PIC X(10)  VALUE SPACES.
           88  PD-RECONCILED       VALUE 'RECONCILED'.
           88  PD-MISMATCH         VALUE 'MISMATCH'.
       01  FP-RECONCILE-IND  PIC X(10)  VALUE SPACES.
           88  FP-RECONCILED       VALUE 'RECONCILED'.
           88  FP-MISMATCH         VALUE 'MISMATCH'.

      * ---------------------------------------------------
      * Performance-threshold alerting - TIME1/TIME2 are each
      * compared against a configurable ceiling (seconds).  A
       01  WS-TIME2-THRESHOLD-IN  PIC 9(04).
       01  WS-TIME2-THRESHOLD     COMP-2 VALUE 30.

      * TIME4 (packed decimal) and TIME5 (floating point) have
      * ceilings of their own, MXPARMF keys TIME4CL and TIME5CL.
      * They are not on SYSIN - the deck's cards are positional
      * and every existing deck would shift - so a missing key
      * keeps these defaults.
       01  WS-TIME4-THRESHOLD     COMP-2 VALUE 60.
       01  WS-TIME5-THRESHOLD     COMP-2 VALUE 30.

      * ---------------------------------------------------
      * Batch-window deadline - a SYSIN cutoff time (HHMM,
      * 0000 = none).  Once the multiply loop passes it, the
       01  WS-SUSPEND-RC          PIC 9(04) COMP VALUE 18.

       01  ALERT-METRIC-WS        PIC X(05).
           88  ALERT-IS-SELF-CHECK    VALUES 'MXCHK' 'PDCHK' 'FPCHK'.
       01  ALERT-ACTUAL-WS        COMP-2 VALUE 0.
       01  ALERT-THRESHOLD-WS     COMP-2 VALUE 0.

       01  WS-RESUMED-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-RUN-RESUMED         VALUE 'Y'.

      * Checkpoint section - which timed multiply a checkpoint
      * belongs to (see MXCKPREC): M the binary I-J-K multiply
      * into M3, P the packed-decimal one into M3-PD, F the
      * floating-point one into M3-FP.  WS-CKPT-SECTION is the
      * section now running; the resume row of each section is
      * 1 unless tonight's checkpoint was written by it.
       01  WS-CKPT-SECTION        PIC X(01)  VALUE 'M'.
           88  WS-CKPT-BINARY         VALUE 'M'.
           88  WS-CKPT-PACKED         VALUE 'P'.
           88  WS-CKPT-FLOAT          VALUE 'F'.
       01  WS-RESUME-PD-I         PIC S9(10) COMP VALUE 1.
       01  WS-RESUME-FP-I         PIC S9(10) COMP VALUE 1.

       PROCEDURE DIVISION.

      * ---------------------------------------------------
      * ---------------------------------------------------
      * Central tuning parameters - MXPARMF supplies the
      * production values of M-SIZE, the loop bounds and the
      * TIME1/TIME2/TIME4/TIME5 ceilings (one dataset, audited by
      * MatrixParmMaint) before the SYSIN cards are read, so
      * the nightly deck carries zero cards and a tuning
      * change no longer means editing three decks.
                   MOVE WS-PARM-NUM TO WS-TIME2-THRESHOLD
               END-IF

               MOVE 'TIME4CL' TO WS-PARM-WANTED
               PERFORM 0110-GET-ONE-PARM
               IF WS-PARM-FOUND AND WS-PARM-NUM > 0
                   MOVE WS-PARM-NUM TO WS-TIME4-THRESHOLD
               END-IF

               MOVE 'TIME5CL' TO WS-PARM-WANTED
               PERFORM 0110-GET-ONE-PARM
               IF WS-PARM-FOUND AND WS-PARM-NUM > 0
                   MOVE WS-PARM-NUM TO WS-TIME5-THRESHOLD
               END-IF

               CLOSE PARM-FILE
           END-IF.

           MOVE 'N' TO WS-RESUMED-SWITCH.
           MOVE 'N' TO WS-LOGGED-SW.
           MOVE SPACES TO RECONCILE-IND.
           MOVE SPACES TO PD-RECONCILE-IND.
           MOVE SPACES TO FP-RECONCILE-IND.
           MOVE 0 TO WS-CKPT-ROWS-DONE.
           MOVE 0 TO WS-CKPT-SINCE-LAST.

           PERFORM 7000-LOAD-CHECKPOINT.

           IF WS-RESUME-I > 1
               OR WS-RESUME-PD-I > 1
               OR WS-RESUME-FP-I > 1
               SET WS-RUN-RESUMED TO TRUE
           END-IF.

           SET WS-CKPT-BINARY TO TRUE.

           ACCEPT START-TIME FROM TIME.

           PERFORM VARYING I FROM 1 BY 1 UNTIL M-SIZE < I
      * ---------------------------------------------------

           IF WS-RUN-SUSPENDED
               PERFORM 1900-SUSPEND-ONE-SIZE
           ELSE
               PERFORM 1100-FINISH-ONE-SIZE
           END-IF.
      * ---------------------------------------------------
      * 1100-FINISH-ONE-SIZE - everything after the multiply
      * for a size that ran to completion: checkpoint clear,
      * validation, thresholds, the second loop order, then
      * the packed-decimal and floating-point multiplies and,
      * once all four have completed, the results display and
      * the log/CSV/environment records.
      * ---------------------------------------------------
       1100-FINISH-ONE-SIZE.


           PERFORM 8000-VALIDATE-MATRIX-MULTIPLY.

           IF WS-RESUME-I > 1
               DISPLAY 'MATRIXCALCULATION: RUN RESUMED FROM CHECKPOINT'
                   ' AT ROW ' WS-CKPT-ROWS-DONE
                   ' - TIME2 DOES NOT COVER A FULL RUN; SKIPPING '
           COMPUTE TIME3 = (END-TIME - START-TIME) / 100.

      * ---------------------------------------------------
      * Third and fourth multiplies - packed decimal, then
      * floating point - each checkpointed and cutoff-checked
      * row by row exactly as the binary multiply is, so a
      * cutoff reached in either suspends the size the same
      * way and nothing for it is logged.
      * ---------------------------------------------------

           PERFORM 1200-PACKED-MULTIPLY.

           IF NOT WS-RUN-SUSPENDED
               PERFORM 1300-FLOAT-MULTIPLY
           END-IF.

           IF WS-RUN-SUSPENDED
               PERFORM 1900-SUSPEND-ONE-SIZE
           ELSE
               PERFORM 1400-LOG-ONE-SIZE
           END-IF.

      * ---------------------------------------------------
      * 1200-PACKED-MULTIPLY - the same M1 x M2 product, I-J-K
      * order, held and computed in COMP-3 packed decimal
      * (M1-PD x M2-PD into M3-PD), totalled into RESULT4 and
      * timed as TIME4.  The table fill is inside the timing,
      * as it is for TIME2.  Resumes after the last checkpoint
      * row when tonight's checkpoint is a packed one.
      * ---------------------------------------------------
       1200-PACKED-MULTIPLY.

           SET WS-CKPT-PACKED TO TRUE.
           MOVE 0 TO WS-CKPT-SINCE-LAST.

           ACCEPT START-TIME FROM TIME.

           PERFORM VARYING I FROM 1 BY 1 UNTIL M-SIZE < I
               PERFORM VARYING J FROM 1 BY 1 UNTIL M-SIZE < J
                   ADD I TO J GIVING M1-PD-ELEMENTS(I, J)
                   ADD I TO J GIVING M2-PD-ELEMENTS(I, J)
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING I FROM WS-RESUME-PD-I BY 1
               UNTIL M-SIZE < I OR WS-RUN-SUSPENDED
               PERFORM VARYING J FROM 1 BY 1 UNTIL M-SIZE < J
                   MOVE 0 TO M3-PD-ELEMENTS(I, J)
                   PERFORM VARYING K FROM 1 BY 1 UNTIL M-SIZE < K
                       MULTIPLY M1-PD-ELEMENTS(I, K)
                           BY M2-PD-ELEMENTS(K, J) GIVING TEMP-PD
                       ADD TEMP-PD TO M3-PD-ELEMENTS(I, J)
                   END-PERFORM
               END-PERFORM

               ADD 1 TO WS-CKPT-SINCE-LAST
               PERFORM 7050-CHECK-CUTOFF
               IF WS-RUN-SUSPENDED
                   OR WS-CKPT-SINCE-LAST >= WS-CKPT-INTERVAL
                   OR I = M-SIZE
                   PERFORM 7020-WRITE-CHECKPOINT
                   MOVE 0 TO WS-CKPT-SINCE-LAST
               END-IF
           END-PERFORM.

           IF NOT WS-RUN-SUSPENDED
               MOVE 0 TO RESULT4

               PERFORM VARYING I FROM 1 BY 1 UNTIL M-SIZE < I
                   PERFORM VARYING J FROM 1 BY 1 UNTIL M-SIZE < J
                       ADD M3-PD-ELEMENTS(I, J) TO RESULT4
                   END-PERFORM
               END-PERFORM

               ACCEPT END-TIME FROM TIME
               COMPUTE TIME4 = (END-TIME - START-TIME) / 100

               PERFORM 7040-CLEAR-CHECKPOINT

               PERFORM 8010-VALIDATE-PACKED-MULTIPLY

               IF WS-RESUME-PD-I > 1
                   DISPLAY 'MATRIXCALCULATION: PACKED MULTIPLY '
                       'RESUMED FROM CHECKPOINT AT ROW '
                       WS-CKPT-ROWS-DONE
                       ' - SKIPPING THE TIME4 CEILING CHECK FOR '
                       'THIS SIZE.'
               ELSE
                   PERFORM 8530-CHECK-TIME4-CEILING
               END-IF
           END-IF.

      * ---------------------------------------------------
      * 1300-FLOAT-MULTIPLY - the same product again in COMP-2
      * floating point (M1-FP x M2-FP into M3-FP), totalled
      * into RESULT5 and timed as TIME5, checkpointed and
      * resumed exactly as 1200 is.
      * ---------------------------------------------------
       1300-FLOAT-MULTIPLY.

           SET WS-CKPT-FLOAT TO TRUE.
           MOVE 0 TO WS-CKPT-SINCE-LAST.

           ACCEPT START-TIME FROM TIME.

           PERFORM VARYING I FROM 1 BY 1 UNTIL M-SIZE < I
               PERFORM VARYING J FROM 1 BY 1 UNTIL M-SIZE < J
                   ADD I TO J GIVING M1-FP-ELEMENTS(I, J)
                   ADD I TO J GIVING M2-FP-ELEMENTS(I, J)
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING I FROM WS-RESUME-FP-I BY 1
               UNTIL M-SIZE < I OR WS-RUN-SUSPENDED
               PERFORM VARYING J FROM 1 BY 1 UNTIL M-SIZE < J
                   MOVE 0 TO M3-FP-ELEMENTS(I, J)
                   PERFORM VARYING K FROM 1 BY 1 UNTIL M-SIZE < K
                       MULTIPLY M1-FP-ELEMENTS(I, K)
                           BY M2-FP-ELEMENTS(K, J) GIVING TEMP-FP
                       ADD TEMP-FP TO M3-FP-ELEMENTS(I, J)
                   END-PERFORM
               END-PERFORM

               ADD 1 TO WS-CKPT-SINCE-LAST
               PERFORM 7050-CHECK-CUTOFF
               IF WS-RUN-SUSPENDED
                   OR WS-CKPT-SINCE-LAST >= WS-CKPT-INTERVAL
                   OR I = M-SIZE
                   PERFORM 7020-WRITE-CHECKPOINT
                   MOVE 0 TO WS-CKPT-SINCE-LAST
               END-IF
           END-PERFORM.

           IF NOT WS-RUN-SUSPENDED
               MOVE 0 TO RESULT5

               PERFORM VARYING I FROM 1 BY 1 UNTIL M-SIZE < I
                   PERFORM VARYING J FROM 1 BY 1 UNTIL M-SIZE < J
                       ADD M3-FP-ELEMENTS(I, J) TO RESULT5
                   END-PERFORM
               END-PERFORM

               ACCEPT END-TIME FROM TIME
               COMPUTE TIME5 = (END-TIME - START-TIME) / 100

               PERFORM 7040-CLEAR-CHECKPOINT

               PERFORM 8020-VALIDATE-FLOAT-MULTIPLY

               IF WS-RESUME-FP-I > 1
                   DISPLAY 'MATRIXCALCULATION: FLOAT MULTIPLY '
                       'RESUMED FROM CHECKPOINT AT ROW '
                       WS-CKPT-ROWS-DONE
                       ' - SKIPPING THE TIME5 CEILING CHECK FOR '
                       'THIS SIZE.'
               ELSE
                   PERFORM 8540-CHECK-TIME5-CEILING
               END-IF
           END-IF.

      * ---------------------------------------------------
      * 1400-LOG-ONE-SIZE - results display and the log/CSV/
      * environment records for a size whose four multiplies
      * all completed.  A resumed run or ANY failed self-check
      * keeps the whole size out of MXLOGF, MXARITH and MXCSVF,
      * so the three never disagree about which runs exist.
      * ---------------------------------------------------
       1400-LOG-ONE-SIZE.

           MOVE RESULT1 TO RESULT1_TXT
           MOVE RESULT2 TO RESULT2_TXT
           MOVE TIME1   TO TIME1_TXT
           MOVE TIME2   TO TIME2_TXT
           MOVE TIME3   TO TIME3_TXT
           MOVE RESULT4 TO RESULT4_TXT
           MOVE RESULT5 TO RESULT5_TXT
           MOVE TIME4   TO TIME4_TXT
           MOVE TIME5   TO TIME5_TXT

           DISPLAY 'COBOL   : Result= ' RESULT1_TXT
                   ', Time= ' TIME1_TXT ' sec'
                   ', Result= ' RESULT3_TXT
                   ', Time= ' TIME3_TXT ' sec'.

           DISPLAY 'COBOL   : Packed Result= ' RESULT4_TXT
                   ' (' PD-RECONCILE-IND ')'
                   ', Time= ' TIME4_TXT ' sec'
                   ', Float Result= ' RESULT5_TXT
                   ' (' FP-RECONCILE-IND ')'
                   ', Time= ' TIME5_TXT ' sec'.

           IF WS-RUN-RESUMED
               DISPLAY 'MATRIXCALCULATION: RUN RESUMED FROM CHECKPOINT '
                   '- NOT LOGGING THIS RUN TO MXLOGF/MXARITH/MXCSVF.'
           ELSE
               IF MISMATCH OR PD-MISMATCH OR FP-MISMATCH
                   DISPLAY 'MATRIXCALCULATION: VALIDATION MISMATCH - '
                       'NOT LOGGING THIS RUN TO MXLOGF/MXARITH/MXCSVF.'
               ELSE
                   PERFORM 9000-WRITE-LOG-RECORD
                   IF WS-RUN-LOGGED
                       PERFORM 9050-WRITE-ARITH-RECORD
                   END-IF
                   PERFORM 9100-WRITE-CSV-RECORD
               END-IF
           END-IF.

           MOVE TIME2 TO WS-SWEEP-TIME2 (WS-SWEEP-IX).
           MOVE TIME3 TO WS-SWEEP-TIME3 (WS-SWEEP-IX).
           MOVE TIME4 TO WS-SWEEP-TIME4 (WS-SWEEP-IX).
           MOVE TIME5 TO WS-SWEEP-TIME5 (WS-SWEEP-IX).

      * ---------------------------------------------------
      * 1900-SUSPEND-ONE-SIZE - the batch-window cutoff was
      * reached inside one of the checkpointed multiplies:
      * the final checkpoint is already written, so only the
      * operator message and the sequence-00 environment
      * record go out for this size.
      * ---------------------------------------------------
       1900-SUSPEND-ONE-SIZE.

           DISPLAY 'MATRIXCALCULATION: BATCH-WINDOW CUTOFF '
               WS-CUTOFF-HHMM ' REACHED - CHECKPOINT WRITTEN '
               'THROUGH ROW ' WS-CKPT-LAST-ROW
               ' OF SECTION ' WS-CKPT-SECTION
               '; RUN SUSPENDED, NOT FAILED.  THE NEXT RUN '
               'RESUMES FROM THE CHECKPOINT.'.

           PERFORM 9200-WRITE-ENV-RECORD.

      * ---------------------------------------------------
      * 6000-PRINT-SCALING-TABLE - size vs TIME2 vs TIME3 vs
      * TIME4 vs TIME5 for every size of the sweep, printed
      * once all sizes have run so the scaling curve reads off
      * one job log.
      * ---------------------------------------------------
       6000-PRINT-SCALING-TABLE.

           DISPLAY 'MATRIXCALCULATION: SCALING TABLE - SIZE VS '
                   'TIME2 (I-J-K) VS TIME3 (I-K-J) VS '
                   'TIME4 (PACKED) VS TIME5 (FLOAT):'.

           PERFORM 6010-PRINT-SCALING-LINE
               VARYING WS-SWEEP-IX FROM 1 BY 1

           MOVE WS-SWEEP-TIME2 (WS-SWEEP-IX) TO WS-SWEEP-T2-TXT.
           MOVE WS-SWEEP-TIME3 (WS-SWEEP-IX) TO WS-SWEEP-T3-TXT.
           MOVE WS-SWEEP-TIME4 (WS-SWEEP-IX) TO WS-SWEEP-T4-TXT.
           MOVE WS-SWEEP-TIME5 (WS-SWEEP-IX) TO WS-SWEEP-T5-TXT.

           DISPLAY '  SIZE ' WS-SWEEP-SIZE (WS-SWEEP-IX)
                   '  TIME2= ' WS-SWEEP-T2-TXT
                   '  TIME3= ' WS-SWEEP-T3-TXT
                   '  TIME4= ' WS-SWEEP-T4-TXT
                   '  TIME5= ' WS-SWEEP-T5-TXT ' SEC'.

      * ---------------------------------------------------
      * 7000-LOAD-CHECKPOINT - if a checkpoint from an earlier,
      * interrupted run of the same M-SIZE exists, load its
      * completed rows and resume that multiply after the last
      * completed row instead of restarting at I = 1.  The
      * control record's section says which multiply wrote
      * it; anything but P or F is the binary multiply, which
      * is also what every checkpoint written before the
      * section byte existed belongs to.
      * ---------------------------------------------------
       7000-LOAD-CHECKPOINT.

           MOVE 1 TO WS-RESUME-I.
           MOVE 1 TO WS-RESUME-PD-I.
           MOVE 1 TO WS-RESUME-FP-I.

           OPEN INPUT CKPT-FILE.

               READ CKPT-FILE
               IF WS-CKPT-STATUS = '00'
                   AND CKPT-CTL-M-SIZE = M-SIZE
                   EVALUATE CKPT-CTL-SECTION
                       WHEN 'P'
                           SET WS-CKPT-PACKED TO TRUE
                       WHEN 'F'
                           SET WS-CKPT-FLOAT TO TRUE
                       WHEN OTHER
                           SET WS-CKPT-BINARY TO TRUE
                   END-EVALUATE
                   MOVE CKPT-CTL-ROWS-DONE TO WS-CKPT-ROWS-DONE
                   PERFORM 7010-LOAD-CHECKPOINT-ROW
                       VARYING CKPT-WI FROM 1 BY 1
                       UNTIL CKPT-WI > WS-CKPT-ROWS-DONE
                   EVALUATE TRUE
                       WHEN WS-CKPT-PACKED
                           COMPUTE WS-RESUME-PD-I =
                               WS-CKPT-ROWS-DONE + 1
                       WHEN WS-CKPT-FLOAT
                           COMPUTE WS-RESUME-FP-I =
                               WS-CKPT-ROWS-DONE + 1
                       WHEN OTHER
                           COMPUTE WS-RESUME-I = WS-CKPT-ROWS-DONE + 1
                   END-EVALUATE
               END-IF
               CLOSE CKPT-FILE
           END-IF.

           READ CKPT-FILE.
           IF WS-CKPT-STATUS = '00'
               EVALUATE TRUE
                   WHEN WS-CKPT-PACKED
                       MOVE CKPT-ROW-PD-DATA TO M3-PD-ROW(CKPT-ROW-NUM)
                   WHEN WS-CKPT-FLOAT
                       MOVE CKPT-ROW-FP-DATA TO M3-FP-ROW(CKPT-ROW-NUM)
                   WHEN OTHER
                       MOVE CKPT-ROW-DATA TO M3-ROW(CKPT-ROW-NUM)
               END-EVALUATE
           END-IF.

      * ---------------------------------------------------
      * 7020-WRITE-CHECKPOINT - rewrites MXCKPT from scratch with
      * a control record (table size, rows complete, section)
      * followed by every completed row of the running
      * section's result table (M3, M3-PD or M3-FP) up to and
      * including row I.
      * ---------------------------------------------------
       7020-WRITE-CHECKPOINT.

           MOVE 'C' TO CKPT-REC-TYPE.
           MOVE M-SIZE TO CKPT-CTL-M-SIZE.
           MOVE I TO CKPT-CTL-ROWS-DONE.
           MOVE I TO WS-CKPT-LAST-ROW.
           MOVE WS-CKPT-SECTION TO CKPT-CTL-SECTION.

           IF WS-RUN-SUSPENDED
               MOVE 'S' TO CKPT-CTL-SUSP-FLAG

           MOVE 'R' TO CKPT-ROW-TYPE.
           MOVE CKPT-WI TO CKPT-ROW-NUM.

           EVALUATE TRUE
               WHEN WS-CKPT-PACKED
                   MOVE M3-PD-ROW(CKPT-WI) TO CKPT-ROW-PD-DATA
               WHEN WS-CKPT-FLOAT
                   MOVE M3-FP-ROW(CKPT-WI) TO CKPT-ROW-FP-DATA
               WHEN OTHER
                   MOVE M3-ROW(CKPT-WI) TO CKPT-ROW-DATA
           END-EVALUATE.

           WRITE CKPT-ROW-RECORD.

      * ---------------------------------------------------
      * 7040-CLEAR-CHECKPOINT - the multiply completed cleanly,
      * so the checkpoint is no longer needed; leaving a stale
      * one around would wrongly resume a future, differently
      * sized run.  Performed as each checkpointed multiply
      * (binary, packed, float) completes.
      * ---------------------------------------------------
       7040-CLEAR-CHECKPOINT.

               MOVE WS-MISMATCH-RC TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------
      * 8010-VALIDATE-PACKED-MULTIPLY - the packed-decimal
      * multiply's self-check: both corner cells recomputed by
      * brute force in COMP-3, and RESULT4 must equal the
      * binary RESULT2 - the two units computed the same
      * product, so any difference is an arithmetic fault.  A
      * failure raises its own PDCHK alert and the self-check
      * return code, exactly as MXCHK does.
      * ---------------------------------------------------
       8010-VALIDATE-PACKED-MULTIPLY.

           MOVE 0 TO CHK-PD-CORNER-1-1.
           MOVE 0 TO CHK-PD-CORNER-N-N.

           PERFORM VARYING CHK-K FROM 1 BY 1 UNTIL M-SIZE < CHK-K
               MULTIPLY M1-PD-ELEMENTS(1, CHK-K)
                   BY M2-PD-ELEMENTS(CHK-K, 1) GIVING CHK-PD-TEMP
               ADD CHK-PD-TEMP TO CHK-PD-CORNER-1-1

               MULTIPLY M1-PD-ELEMENTS(M-SIZE, CHK-K)
                   BY M2-PD-ELEMENTS(CHK-K, M-SIZE) GIVING CHK-PD-TEMP
               ADD CHK-PD-TEMP TO CHK-PD-CORNER-N-N
           END-PERFORM.

           IF CHK-PD-CORNER-1-1 = M3-PD-ELEMENTS(1, 1)
               AND CHK-PD-CORNER-N-N = M3-PD-ELEMENTS(M-SIZE, M-SIZE)
               AND RESULT4 = RESULT2
               SET PD-RECONCILED TO TRUE
           ELSE
               SET PD-MISMATCH TO TRUE
               MOVE 'PDCHK' TO ALERT-METRIC-WS
               MOVE 0 TO ALERT-ACTUAL-WS
               MOVE 0 TO ALERT-THRESHOLD-WS
               PERFORM 8510-WRITE-ALERT-RECORD
               MOVE WS-MISMATCH-RC TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------
      * 8020-VALIDATE-FLOAT-MULTIPLY - the same self-check for
      * the floating-point multiply, in COMP-2: every value is
      * a whole number well inside the 53-bit fraction, so the
      * comparisons are exact, and a failure raises FPCHK.
      * ---------------------------------------------------
       8020-VALIDATE-FLOAT-MULTIPLY.

           MOVE 0 TO CHK-FP-CORNER-1-1.
           MOVE 0 TO CHK-FP-CORNER-N-N.

           PERFORM VARYING CHK-K FROM 1 BY 1 UNTIL M-SIZE < CHK-K
               MULTIPLY M1-FP-ELEMENTS(1, CHK-K)
                   BY M2-FP-ELEMENTS(CHK-K, 1) GIVING CHK-FP-TEMP
               ADD CHK-FP-TEMP TO CHK-FP-CORNER-1-1

               MULTIPLY M1-FP-ELEMENTS(M-SIZE, CHK-K)
                   BY M2-FP-ELEMENTS(CHK-K, M-SIZE) GIVING CHK-FP-TEMP
               ADD CHK-FP-TEMP TO CHK-FP-CORNER-N-N
           END-PERFORM.

           IF CHK-FP-CORNER-1-1 = M3-FP-ELEMENTS(1, 1)
               AND CHK-FP-CORNER-N-N = M3-FP-ELEMENTS(M-SIZE, M-SIZE)
               AND RESULT5 = RESULT2
               SET FP-RECONCILED TO TRUE
           ELSE
               SET FP-MISMATCH TO TRUE
               MOVE 'FPCHK' TO ALERT-METRIC-WS
               MOVE 0 TO ALERT-ACTUAL-WS
               MOVE 0 TO ALERT-THRESHOLD-WS
               PERFORM 8510-WRITE-ALERT-RECORD
               MOVE WS-MISMATCH-RC TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------
      * 9000-WRITE-LOG-RECORD - adds today's results to the
      * running performance log (MXLOGF) so a history of prior
                   ADD 1 TO WS-LOG-SEQ
           END-READ.

      * ---------------------------------------------------
      * 9050-WRITE-ARITH-RECORD - appends the packed-decimal
      * and floating-point results to MXARITH under the key
      * 9000 just logged MXLOGF with, so a reader pairs the
      * two records on run date plus run sequence.  Performed
      * only once the MXLOGF record is written.
      * ---------------------------------------------------
       9050-WRITE-ARITH-RECORD.

           MOVE SPACES TO MX-ARITH-RECORD.

           MOVE MX-LOG-RUN-DATE TO MX-ART-RUN-DATE.
           MOVE WS-LOG-SEQ      TO MX-ART-RUN-SEQ.
           MOVE RESULT4         TO MX-ART-RESULT4.
           MOVE TIME4           TO MX-ART-TIME4.
           MOVE RESULT5         TO MX-ART-RESULT5.
           MOVE TIME5           TO MX-ART-TIME5.
           MOVE M-SIZE          TO MX-ART-M-SIZE.

           OPEN EXTEND ARITH-FILE.
           IF WS-MXARTH-STATUS = '05' OR WS-MXARTH-STATUS = '35'
               OPEN OUTPUT ARITH-FILE
           END-IF.

           IF WS-MXARTH-STATUS NOT = '00'
               DISPLAY 'MATRIXCALCULATION: MXARITH NOT AVAILABLE, '
                       'STATUS= ' WS-MXARTH-STATUS
                       ' - TIME4/TIME5 NOT LOGGED.'
           ELSE
               WRITE MX-ARITH-RECORD
               CLOSE ARITH-FILE
           END-IF.

      * ---------------------------------------------------
      * 9100-WRITE-CSV-RECORD - writes the same daily results as
      * a comma-delimited line (MXCSVF) for spreadsheet loading,
      * instead of re-parsing fixed columns out of the job log.
      * The packed-decimal and floating-point result/time pairs
      * follow the original seven fields, so a sheet built on
      * the first seven columns still loads unchanged.
      * ---------------------------------------------------
       9100-WRITE-CSV-RECORD.

                  RESULT3_TXT     DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  TIME3_TXT       DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  RESULT4_TXT     DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  TIME4_TXT       DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  RESULT5_TXT     DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  TIME5_TXT       DELIMITED BY SIZE
               INTO CSV-RECORD.

           OPEN EXTEND CSV-FILE.

           PERFORM 8520-WRITE-ALERT-HISTORY.

           IF ALERT-IS-SELF-CHECK
               DISPLAY 'MATRIXCALCULATION: *** ALERT *** '
                       ALERT-METRIC-WS
                       ' - MATRIX MULTIPLY SELF-CHECK FAILED.'
           MOVE ALERT-ACTUAL-WS    TO MX-AHIST-ACTUAL.
           MOVE ALERT-THRESHOLD-WS TO MX-AHIST-THRESHOLD.

           IF ALERT-IS-SELF-CHECK
               MOVE WS-MISMATCH-RC TO MX-AHIST-RETURN-CODE
           ELSE
               MOVE WS-ALERT-RC TO MX-AHIST-RETURN-CODE
           WRITE MX-AHIST-RECORD.

           CLOSE AHIST-FILE.

      * ---------------------------------------------------
      * 8530-CHECK-TIME4-CEILING - TIME4, the packed-decimal
      * multiply, against its TIME4CL ceiling once per sweep
      * size; 8540-CHECK-TIME5-CEILING does the same for the
      * floating-point TIME5 and TIME5CL.  Same alert record,
      * alert history and return-code guard as 8500.
      * ---------------------------------------------------
       8530-CHECK-TIME4-CEILING.

           IF TIME4 > WS-TIME4-THRESHOLD
               MOVE 'TIME4' TO ALERT-METRIC-WS
               MOVE TIME4 TO ALERT-ACTUAL-WS
               MOVE WS-TIME4-THRESHOLD TO ALERT-THRESHOLD-WS
               PERFORM 8510-WRITE-ALERT-RECORD
               IF RETURN-CODE NOT = WS-MISMATCH-RC
                   MOVE WS-ALERT-RC TO RETURN-CODE
               END-IF
           END-IF.

       8540-CHECK-TIME5-CEILING.

           IF TIME5 > WS-TIME5-THRESHOLD
               MOVE 'TIME5' TO ALERT-METRIC-WS
               MOVE TIME5 TO ALERT-ACTUAL-WS
               MOVE WS-TIME5-THRESHOLD TO ALERT-THRESHOLD-WS
               PERFORM 8510-WRITE-ALERT-RECORD
               IF RETURN-CODE NOT = WS-MISMATCH-RC
                   MOVE WS-ALERT-RC TO RETURN-CODE
               END-IF
           END-IF.

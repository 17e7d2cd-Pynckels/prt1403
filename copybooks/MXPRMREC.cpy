      * ---------------------------------------------------
      * MXPRMREC - central tuning-parameter record, one
      * per parameter, held in the MXPARMF KSDS keyed on
      * the parameter name.  Written by MatrixParmMaint
      * (the audited maintenance/inquiry utility) and
      * read by MatrixCalculation, MatrixTrendCheck,
      * MatrixIoBench, MatrixMonthlyReport,
      * MatrixLogHousekeep, MatrixSlaReport,
      * MatrixParmImpact, MatrixEventFeed and
      * MatrixAlertAck, so the suite's tuning lives in
      * ONE dataset instead of positional SYSIN cards
      * scattered across four decks.
      *
      * Keys in use: MSIZE, LOOP1MAX, LOOP2MAX, TIME1CL,
      * TIME2CL, TIME4CL, TIME5CL, TRENDPCT, RETDAYS,
      * IORECCT, IOWRTCL, IORDCL, WINOPEN, WINCLOSE,
      * SLAMISS, ACKLOOK, and one key per MXNIGHT step
      * named as the step (e.g. MATRXCLC) holding its
      * target end time.  MX-PARM-VALUE is an unsigned
      * integer in the unit the reading program already
      * used on SYSIN (sizes, seconds, percent, days,
      * record count) or an HHMM clock time.
      *
      * MX-PARM-EFF-DATE is the date the value takes
      * effect: a reader ignores a record whose effective
      * date is still in the future and falls back to its
      * compiled default (or its SYSIN override).  The
      * UPD fields say who last changed the parameter and
      * when - the user who APPROVEd it, since a change is
      * only written here once a second user approves the
      * proposal held in MXPPEND (see MXPPNREC); the full
      * change trail is in MXPAUDIT (see MXPAUREC).
      * ---------------------------------------------------
       01  MX-PARM-RECORD.
           05  MX-PARM-KEY            PIC X(08).

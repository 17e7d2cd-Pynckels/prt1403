      * ---------------------------------------------------
      * MXOPNREC - open monitoring event, one per metric
      * with an event still OPEN at the enterprise console,
      * held in the MXEVOPN KSDS keyed on the metric.
      * Written, rewritten and deleted only by
      * MatrixEventFeed: a record is added the night the
      * metric first breaches, rewritten every night it
      * breaches again (severity, actual and last breach
      * date follow the latest alert) and deleted on the
      * night the feed sends its CLEAR.
      *
      * MX-OPN-EVENT-ID is the id the console knows the
      * event by (see MXFEDREC).  MX-OPN-THRESHOLD is the
      * ceiling the last breach was judged against; the
      * CLEAR test uses the current MXPARMF ceiling and only
      * falls back to this one when MXPARMF has none.
      * ---------------------------------------------------
       01  MX-OPN-RECORD.
           05  MX-OPN-METRIC          PIC X(05).
           05  FILLER                 PIC X(01).
           05  MX-OPN-EVENT-ID        PIC X(16).
           05  FILLER                 PIC X(01).
           05  MX-OPN-SOURCE-PGM      PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-OPN-SEVERITY        PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-OPN-OPEN-DATE       PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-OPN-LAST-DATE       PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-OPN-ACTUAL          PIC 9(03).9(06).
           05  FILLER                 PIC X(01).
           05  MX-OPN-THRESHOLD       PIC 9(03).9(06).
           05  FILLER                 PIC X(01).
           05  MX-OPN-SYSTEM-ID       PIC X(08).

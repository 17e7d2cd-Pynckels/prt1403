      * ---------------------------------------------------
      * MXFEDREC - outbound monitoring event, one per alert
      * opened, refreshed or cleared tonight, written to the
      * MXFEED interface file by MatrixEventFeed for the
      * enterprise monitoring product to collect.  Fixed
      * format, 120 bytes, display characters only.  MXFEED
      * is reset every run, like MXESCF, so it only ever
      * holds tonight's events and nothing stale re-sends.
      *
      * MX-FEED-EVENT-ID identifies the problem, not the
      * record: it is assigned the night a metric first
      * breaches (run date, time of the feed run and a
      * sequence within the run) and every later OPEN for
      * the same breach, and the CLEAR that ends it, carry
      * the same id - the console de-duplicates the nightly
      * refresh and closes the right event on the CLEAR.
      * MX-FEED-STATE is OPEN or CLEAR.
      *
      * MX-FEED-SOURCE-PGM is the load module that raised
      * the alert (MATRXCLC, MXIOBNCH).  MX-FEED-SEVERITY is
      * CRITICAL (self-check failure or a CHRONIC streak),
      * MAJOR (REPEATED), MINOR (FIRST), WARNING (owned -
      * acknowledged through MXACK) or CLEAR; MX-FEED-CONSEC
      * is the breach streak from MXESCF, zero on a CLEAR.
      * On an OPEN the actual and threshold are tonight's
      * breach values from MXAHIST; on a CLEAR they are
      * tonight's measurement and the ceiling it came back
      * under.  MX-FEED-SYSTEM-ID is the system tonight's
      * run landed on (MXENVF); MX-FEED-OPEN-DATE is the
      * run date the event was first raised.
      * ---------------------------------------------------
       01  MX-FEED-RECORD.
           05  MX-FEED-EVENT-ID       PIC X(16).
           05  FILLER                 PIC X(01).
           05  MX-FEED-STATE          PIC X(05).
               88  MX-FEED-OPEN                  VALUE 'OPEN '.
               88  MX-FEED-CLEAR                 VALUE 'CLEAR'.
           05  FILLER                 PIC X(01).
           05  MX-FEED-RUN-DATE       PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-FEED-SOURCE-PGM     PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-FEED-METRIC         PIC X(05).
           05  FILLER                 PIC X(01).
           05  MX-FEED-SEVERITY       PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-FEED-CONSEC         PIC 9(03).
           05  FILLER                 PIC X(01).
           05  MX-FEED-ACTUAL         PIC 9(03).9(06).
           05  FILLER                 PIC X(01).
           05  MX-FEED-THRESHOLD      PIC 9(03).9(06).
           05  FILLER                 PIC X(01).
           05  MX-FEED-SYSTEM-ID      PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-FEED-OPEN-DATE      PIC 9(08).
           05  FILLER                 PIC X(21).

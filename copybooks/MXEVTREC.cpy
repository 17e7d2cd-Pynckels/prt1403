      * ---------------------------------------------------
      * MXEVTREC - operational event record, one per IPL,
      * hardware or storage move, microcode level change or
      * maintenance window, held in the MXEVENT KSDS keyed
      * on the event's start date, start time and system-id.
      * Written by MatrixEventMaint (the audited maintenance
      * and inquiry utility, trail in MXEAUDIT); read by
      * MatrixMonthlyReport, MatrixSystemCompare,
      * MatrixLoopOrderReport, MatrixMorningSummary,
      * MatrixTrendCheck, MatrixIoTrendCheck and
      * MatrixControlChart.
      *
      * An event covers every run date from MX-EVT-START-DATE
      * through MX-EVT-END-DATE inclusive: MXLOGF, MXIOLOG and
      * MXENVF carry no time of day, so the HHMM times are
      * for the operator's record only.  MX-EVT-SYSTEM-ID is
      * the MX-ENV-SYSTEM-ID the event happened on; SPACES
      * means every system (a site-wide change).
      *
      * MX-EVT-TYPE is IPL, HWMOV (hardware or storage move),
      * MCODE (microcode level change), MAINT (maintenance
      * window) or OTHER.  MX-EVT-EXCLUDE 'Y' flags the event
      * "exclude from baseline": MatrixTrendCheck and
      * MatrixIoTrendCheck leave runs inside it out of their
      * trailing 30-run averages, and MatrixControlChart out
      * of its baseline window.  The UPD fields say who
      * last changed the event and when.
      * ---------------------------------------------------
       01  MX-EVT-RECORD.
           05  MX-EVT-KEY.
               10  MX-EVT-START-DATE  PIC 9(08).
               10  MX-EVT-START-TIME  PIC 9(04).
               10  MX-EVT-SYSTEM-ID   PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-EVT-END-DATE        PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-EVT-END-TIME        PIC 9(04).
           05  FILLER                 PIC X(01).
           05  MX-EVT-TYPE            PIC X(05).
           05  FILLER                 PIC X(01).
           05  MX-EVT-EXCLUDE         PIC X(01).
           05  FILLER                 PIC X(01).
           05  MX-EVT-TEXT            PIC X(40).
           05  FILLER                 PIC X(01).
           05  MX-EVT-UPD-USER        PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-EVT-UPD-DATE        PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-EVT-UPD-TIME        PIC 9(06).

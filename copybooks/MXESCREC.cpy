      * MatrixAlertEscalate after scanning the permanent
      * alert history (MXAHIST) for consecutive-night
      * streaks.  MXESCF carries only the CURRENT night's
      * escalations - it is reset every run, like MXALRT.
      * The pageable records (RC 04 or 10) are also written,
      * in the same layout, to MXESCP, which a separate job
      * step forwards at a higher paging destination than
      * the nightly ONCALL class.
      *
      * MX-ESC-CONSEC is the number of consecutive run dates
      * (ending tonight) the metric has breached on;
      * than one, below the chronic threshold) or CHRONIC
      * (at or over it).  MX-ESC-RETURN-CODE is the code the
      * escalation run ended with, so the severity a page
      * was cut at is provable afterward.  A metric covered
      * by an operator acknowledgement (MXACKF, see
      * MXACKREC) still gets its record and full streak,
      * but MX-ESC-SEVERITY is held at the level it stood
      * at on the acknowledged run date and
      * MX-ESC-RETURN-CODE is 00 - it is kept out of MXESCP
      * and does not page.
      * ---------------------------------------------------
       01  MX-ESC-RECORD.
           05  MX-ESC-RUN-DATE        PIC 9(08).

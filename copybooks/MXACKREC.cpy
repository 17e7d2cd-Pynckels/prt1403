      * ---------------------------------------------------
      * MXACKREC - operator alert-acknowledgement record,
      * one per acknowledged alert, held in the MXACKF KSDS
      * keyed on the alert's run date plus metric (the same
      * pair MXAHIST carries).  Written by MatrixAlertAck;
      * read by MatrixAlertEscalate and MatrixMorningSummary.
      *
      * An acknowledgement covers its metric from the alert's
      * run date through MX-ACK-UNTIL-DATE inclusive: inside
      * that window the streak is still counted but the
      * escalation severity is held where it stood when the
      * operator took the alert, and the morning summary
      * shows the alert ACK'D instead of turning the page
      * RED.  MX-ACK-REASON is the operator reason code
      * (e.g. KNWN known problem, CHNG planned change, HWRE
      * hardware, TEST test run); MX-ACK-TICKET is the
      * problem/change ticket the work is tracked under.
      * MX-ACK-USER/-DATE/-TIME say who took it and when.
      * ---------------------------------------------------
       01  MX-ACK-RECORD.
           05  MX-ACK-KEY.
               10  MX-ACK-RUN-DATE    PIC 9(08).
               10  MX-ACK-METRIC      PIC X(05).
           05  FILLER                 PIC X(01).
           05  MX-ACK-REASON          PIC X(04).
           05  FILLER                 PIC X(01).
           05  MX-ACK-TICKET          PIC X(12).
           05  FILLER                 PIC X(01).
           05  MX-ACK-USER            PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-ACK-UNTIL-DATE      PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-ACK-ACK-DATE        PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-ACK-ACK-TIME        PIC 9(06).

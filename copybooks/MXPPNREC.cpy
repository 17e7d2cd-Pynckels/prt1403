      * ---------------------------------------------------
      * MXPPNREC - pending parameter-change record, one per
      * parameter, held in the MXPPEND KSDS keyed on the
      * parameter name.  Written only by MatrixParmMaint:
      * PROPOSE writes it with MX-PEND-STATUS 'P' and never
      * touches the live MXPARMF record; APPROVE (which
      * copies the value into MXPARMF) or REJECT closes it
      * 'A' or 'R', and must be run under a different
      * user-id from MX-PEND-PROP-USER.  The readers of
      * MXPARMF never open this file, so no proposal can
      * reach a benchmark before it is approved.
      *
      * One proposal per parameter may be pending at a
      * time; a closed record is overwritten by the next
      * proposal, the full history being in MXPAUDIT.
      * MX-PEND-OLD-VALUE is the live value when the change
      * was proposed (0 for a new parameter).
      * ---------------------------------------------------
       01  MX-PEND-RECORD.
           05  MX-PEND-KEY            PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-PEND-STATUS         PIC X(01).
               88  MX-PEND-IS-PENDING         VALUE 'P'.
               88  MX-PEND-IS-APPROVED        VALUE 'A'.
               88  MX-PEND-IS-REJECTED        VALUE 'R'.
           05  FILLER                 PIC X(01).
           05  MX-PEND-OLD-VALUE      PIC 9(09).
           05  FILLER                 PIC X(01).
           05  MX-PEND-NEW-VALUE      PIC 9(09).
           05  FILLER                 PIC X(01).
           05  MX-PEND-EFF-DATE       PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-PEND-PROP-USER      PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-PEND-PROP-DATE      PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-PEND-PROP-TIME      PIC 9(06).
           05  FILLER                 PIC X(01).
           05  MX-PEND-DEC-USER       PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-PEND-DEC-DATE       PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-PEND-DEC-TIME       PIC 9(06).

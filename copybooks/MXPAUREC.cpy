      * ---------------------------------------------------
      * MXPAUREC - parameter-change audit record, one per
      * action against MXPARMF, appended to the permanent
      * MXPAUDIT trail (never truncated).  Written by
      * MatrixParmMaint and read by MatrixParmImpact.
      *
      * MX-PAUD-ACTION says what happened:
      *   ADD, UPD - a change applied directly (the trail
      *              before two-person approval);
      *   PRO      - a change proposed (MXPPEND), MXPARMF
      *              untouched;
      *   APR      - a proposal approved and applied;
      *   REJ      - a proposal rejected.
      * The UPD fields are who took THIS action and when;
      * the PROP fields carry the proposer and the proposal
      * time on PRO, APR and REJ records, so an approval
      * shows both people and both timestamps on one
      * record.  Records from before two-person approval
      * carry SPACES in the PROP fields.  MX-PAUD-OLD-VALUE
      * is the live value the action found.
      * ---------------------------------------------------
       01  MX-PAUD-RECORD.
           05  MX-PAUD-UPD-DATE       PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-UPD-TIME       PIC 9(06).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-UPD-USER       PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-PARM-KEY       PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-ACTION         PIC X(03).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-OLD-VALUE      PIC 9(09).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-NEW-VALUE      PIC 9(09).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-EFF-DATE       PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-PROP-USER      PIC X(08).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-PROP-DATE      PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-PAUD-PROP-TIME      PIC 9(06).

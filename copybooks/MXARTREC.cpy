      * ---------------------------------------------------
      * MXARTREC - packed-decimal and floating-point multiply
      * results, one record per logged run of
      * MatrixCalculation, written to the MXARITH companion
      * log alongside the MX-LOG-RECORD.  Shared between
      * MatrixCalculation (writer) and MatrixCsvReconcile,
      * MatrixTrendCheck, MatrixMorningSummary and
      * MatrixEventFeed (readers).
      *
      * MX-ART-KEY carries the same run date plus run
      * sequence as the matching MXLOGF record; a run that is
      * not logged to MXLOGF (a checkpoint resume, a failed
      * self-check, a suspended size) writes no record here
      * either.  RESULT4/TIME4 are the COMP-3 packed-decimal
      * multiply, RESULT5/TIME5 the COMP-2 floating-point one;
      * both results equal the binary RESULT2 of the same run.
      * MX-ART-M-SIZE is the matrix size, as in MXLOGREC.
      * ---------------------------------------------------
       01  MX-ARITH-RECORD.
           05  MX-ART-KEY.
               10  MX-ART-RUN-DATE    PIC 9(08).
               10  MX-ART-RUN-SEQ     PIC 9(02).
           05  FILLER                 PIC X(01).
           05  MX-ART-RESULT4         PIC 9(14).
           05  FILLER                 PIC X(01).
           05  MX-ART-TIME4           PIC 9(03).9(06).
           05  FILLER                 PIC X(01).
           05  MX-ART-RESULT5         PIC 9(14).
           05  FILLER                 PIC X(01).
           05  MX-ART-TIME5           PIC 9(03).9(06).
           05  FILLER                 PIC X(01).
           05  MX-ART-M-SIZE          PIC 9(04).

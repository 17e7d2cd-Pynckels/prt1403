      * batch-window cutoff (RC=18, no abend, no callout);
      * anything else is the classic abend leftover.  Either
      * way the next run resumes from it identically.
      *
      * CKPT-CTL-SECTION says WHICH timed multiply wrote it:
      * 'P' the packed-decimal multiply (rows are M3-PD rows,
      * read through CKPT-ROW-PD-DATA), 'F' the floating-point
      * one (M3-FP rows, CKPT-ROW-FP-DATA); anything else -
      * 'M', or a checkpoint written before the byte existed -
      * is the binary multiply and its M3 rows.
      * ---------------------------------------------------
       01  CKPT-CONTROL-RECORD.
           05  CKPT-REC-TYPE       PIC X(01).
           05  CKPT-CTL-M-SIZE     PIC 9(04) COMP.
           05  CKPT-CTL-ROWS-DONE  PIC 9(04) COMP.
           05  CKPT-CTL-SUSP-FLAG  PIC X(01).
           05  CKPT-CTL-SECTION    PIC X(01).
       01  CKPT-ROW-RECORD.
           05  CKPT-ROW-TYPE       PIC X(01).
           05  CKPT-ROW-NUM        PIC 9(04) COMP.
           05  CKPT-ROW-DATA.
               10  CKPT-ROW-ELEMENTS OCCURS 400 TIMES PIC S9(10) COMP.
           05  CKPT-ROW-PD-DATA REDEFINES CKPT-ROW-DATA.
               10  CKPT-ROW-PD-ELEMENTS OCCURS 400 TIMES
                                   PIC S9(10) COMP-3.
               10  FILLER          PIC X(800).
           05  CKPT-ROW-FP-DATA REDEFINES CKPT-ROW-DATA.
               10  CKPT-ROW-FP-ELEMENTS OCCURS 400 TIMES COMP-2.

      * from TIME2/TIME3 should compare like sizes.  Records
      * loaded from the pre-sweep log carry size 0400, the
      * single size every pre-conversion nightly ran.
      *
      * The packed-decimal and floating-point timings of the
      * same run (TIME4, TIME5) are logged under the same key
      * to the MXARITH companion log (see MXARTREC).
      * ---------------------------------------------------
       01  MX-LOG-RECORD.
           05  MX-LOG-KEY.

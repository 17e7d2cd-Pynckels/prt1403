      * ---------------------------------------------------
      * MXCALREC - production run-calendar card, one per
      * date, held in the MXRCAL card-image dataset (80
      * bytes, edited in place by production scheduling
      * ahead of each month).  Read by MatrixRunGapCheck
      * (the missed-run report) and MatrixMorningSummary.
      *
      * MX-CAL-TYPE is 'E' for a date MXNIGHT is expected
      * to run, 'O' for a planned outage (scheduler hold,
      * DR weekend, site shutdown) on which nothing should
      * run at all.  A date with no card is not scheduled
      * and is not judged either way.  The reason is free
      * text for the report; an outage card should say why.
      *
      * A card whose date is not numeric (a '*' comment
      * line, a heading) is skipped, so the dataset can be
      * annotated freely.  Cards need not be in date order;
      * a later card for the same date replaces an earlier.
      * ---------------------------------------------------
       01  MX-CAL-RECORD.
           05  MX-CAL-DATE            PIC X(08).
           05  MX-CAL-DATE-NUM REDEFINES MX-CAL-DATE
                                      PIC 9(08).
           05  FILLER                 PIC X(01).
           05  MX-CAL-TYPE            PIC X(01).
               88  MX-CAL-EXPECTED               VALUE 'E'.
               88  MX-CAL-OUTAGE                 VALUE 'O'.
           05  FILLER                 PIC X(01).
           05  MX-CAL-REASON          PIC X(40).
           05  FILLER                 PIC X(29).

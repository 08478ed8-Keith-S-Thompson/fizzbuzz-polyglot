      ******************************************************************
      *    COPYBOOK:      FZBGCAT
      *    DESCRIPTION:   Generation catalog entry, indexed by the
      *                   originating run's date/time - the same
      *                   identity FZBXTR stamps on the FZBXTF header
      *                   and FZBACK matches acknowledgements by.
      *                   FZBCAT writes one entry per production
      *                   FZBOUT/FZBTOTF pair it files in the FZBGEN
      *                   generation store, carrying the figures the
      *                   pair must still show when recalled: FZBOUT
      *                   record count and I-value hash total (summed
      *                   and truncated exactly as FZBXTR sums its
      *                   trailer), FZBTOTF record count, request
      *                   groups and the GT grand total.  FZBRCL
      *                   stamps each recall on the entry, so the
      *                   catalog says which generations have been
      *                   resent or compared and when last.
      ******************************************************************
       01  FZBGCAT-RECORD.
           05  FZBGCAT-KEY.
               10  FZBGCAT-RUN-DATE    PIC 9(08).
               10  FZBGCAT-RUN-TIME    PIC 9(06).
           05  FZBGCAT-CAT-DATE        PIC 9(08).
           05  FZBGCAT-CAT-TIME        PIC 9(06).
           05  FZBGCAT-OUT-COUNT       PIC 9(07).
           05  FZBGCAT-HASH-TOTAL      PIC 9(10).
           05  FZBGCAT-TOT-COUNT       PIC 9(07).
           05  FZBGCAT-REQUEST-CNT     PIC 9(03).
           05  FZBGCAT-GRAND-TOTAL     PIC 9(07).
           05  FZBGCAT-LAST-RECALL     PIC 9(08).
           05  FZBGCAT-RECALL-COUNT    PIC 9(03).
           05  FILLER                  PIC X(07).

      ******************************************************************
      *    COPYBOOK:      FZBCATC
      *    DESCRIPTION:   Retention card for FZBCAT: how many
      *                   catalogued FZBOUT/FZBTOTF generations the
      *                   catalog keeps.  Once tonight's generation is
      *                   filed, the oldest entries beyond the limit
      *                   are expired, store images first.  A missing
      *                   card or a zero limit abandons the step the
      *                   way FZBHKP treats its retention card.
      ******************************************************************
       01  FZBCATC-RECORD.
           05  FZBCATC-RETAIN-GENS     PIC 9(03).
           05  FILLER                  PIC X(77).

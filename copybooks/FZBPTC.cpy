      ******************************************************************
      *    COPYBOOK:      FZBPTC
      *    DESCRIPTION:   Partition control card.  On a FIZZBUZZ step
      *                   it makes the execution one partition of a
      *                   partitioned run: FZBPTC-PART-NO of
      *                   FZBPTC-PART-COUNT.  Every valid card of the
      *                   deck is cut into PART-COUNT contiguous
      *                   slices of its value sequence, balanced to
      *                   within one value, and the step classifies
      *                   only its own slice - so the N steps can run
      *                   side by side, each against its own FZBOUT,
      *                   FZBCKP, FZBTOTF, FZBRLG and FZBERR.  The deck
      *                   is shared by all N steps, so a partition's
      *                   restart switch is keyed here, not on the
      *                   deck's first card.  On the FZBMRG step only
      *                   the count is read: it is the number of
      *                   partitions the merge must find.  Two to
      *                   eight partitions; no card at all is an
      *                   ordinary single-step run.
      ******************************************************************
       01  FZBPTC-RECORD.
           05  FZBPTC-PART-NO          PIC 9(02).
           05  FZBPTC-PART-COUNT       PIC 9(02).
           05  FZBPTC-RESTART-SW       PIC X(01).
               88  FZBPTC-RESTART-YES      VALUE "Y".
               88  FZBPTC-RESTART-NO       VALUE "N".
           05  FILLER                  PIC X(75).

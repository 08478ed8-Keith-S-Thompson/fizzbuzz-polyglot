      *                   add/change/retire while the state is R
      *                   (supervisor override excepted) and FIZZBUZZ
      *                   refuses to start while it is M - prevention
      *                   ahead of the E007 post-mortem.  P marks a
      *                   partitioned run: the partition steps write
      *                   it and only FZBMRG's successful merge frees
      *                   it, so FZBMAINT treats it as R and an
      *                   ordinary FIZZBUZZ run refuses to start over
      *                   the partitions' heads.
      ******************************************************************
       01  FZBLOCK-RECORD.
           05  FZBLOCK-STATE           PIC X(01).
               88  FZBLOCK-FREE            VALUE "F".
               88  FZBLOCK-RUN-ACTIVE      VALUE "R".
               88  FZBLOCK-MAINT-ACTIVE    VALUE "M".
               88  FZBLOCK-PARTS-ACTIVE    VALUE "P".
           05  FZBLOCK-STATE-DATE      PIC 9(08).
           05  FZBLOCK-STATE-TIME      PIC 9(06).
           05  FILLER                  PIC X(65).

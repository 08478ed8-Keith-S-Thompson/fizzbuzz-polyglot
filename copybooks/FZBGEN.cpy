      ******************************************************************
      *    COPYBOOK:      FZBGEN
      *    DESCRIPTION:   Generation store record, indexed by run
      *                   identity, file and sequence: one record per
      *                   FZBOUT or FZBTOTF record of a catalogued
      *                   generation, the image carried byte for byte
      *                   so a recall hands FZBXTR or FZBCOMP exactly
      *                   the file FIZZBUZZ wrote.  The sequence
      *                   number keeps each file in its original
      *                   order - deck order, ascending values - which
      *                   is the order every reader of FZBOUT assumes.
      *                   The catalog entry in FZBGCAT is what says a
      *                   generation is whole; FZBCAT writes it only
      *                   after every image is filed, and expires it
      *                   only after every image is gone.
      ******************************************************************
       01  FZBGEN-RECORD.
           05  FZBGEN-KEY.
               10  FZBGEN-RUN-DATE     PIC 9(08).
               10  FZBGEN-RUN-TIME     PIC 9(06).
               10  FZBGEN-FILE-TYPE    PIC X(01).
                   88  FZBGEN-OUT-IMAGE    VALUE "O".
                   88  FZBGEN-TOT-IMAGE    VALUE "T".
               10  FZBGEN-SEQ-NO       PIC 9(07).
           05  FZBGEN-IMAGE            PIC X(80).

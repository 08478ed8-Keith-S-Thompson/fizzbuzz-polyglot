      ******************************************************************
      *    COPYBOOK:      FZBCAL
      *    DESCRIPTION:   Shop calendar record read by FZBBLD.  Every
      *                   day is a processing day unless this file
      *                   says otherwise: an H record names a holiday
      *                   and an N record any other non-processing
      *                   day, each by date; a W record names a
      *                   weekday (01=MONDAY through 07=SUNDAY) that
      *                   is never a processing day.  The description
      *                   is what the deck manifest gives as the
      *                   reason a request was moved or suppressed.
      *                   The file is kept in any order; a record
      *                   FZBBLD cannot read is counted and ignored.
      ******************************************************************
       01  FZBCAL-RECORD.
           05  FZBCAL-ENTRY-TYPE       PIC X(01).
               88  FZBCAL-HOLIDAY          VALUE "H".
               88  FZBCAL-NON-PROCESSING   VALUE "N".
               88  FZBCAL-CLOSED-WEEKDAY   VALUE "W".
           05  FZBCAL-DATE             PIC 9(08).
           05  FZBCAL-DATE-PARTS REDEFINES FZBCAL-DATE.
               10  FZBCAL-YEAR             PIC 9(04).
               10  FZBCAL-MONTH            PIC 9(02).
               10  FZBCAL-DAY              PIC 9(02).
           05  FZBCAL-WEEKDAY          PIC 9(02).
           05  FZBCAL-DESCRIPTION      PIC X(24).
           05  FILLER                  PIC X(45).

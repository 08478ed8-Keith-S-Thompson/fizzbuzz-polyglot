      *                   row with the same run date/time and proves
      *                   the counts agree - the answer to "planning
      *                   says the file was short" in figures instead
      *                   of a phone call.  A subscriber answering
      *                   for its own feed returns the subscriber ID
      *                   from that feed's header; planning's
      *                   answers leave it blank.
      ******************************************************************
       01  FZBACKF-RECORD.
           05  FZBACKF-RUN-DATE        PIC 9(08).
           05  FZBACKF-RECORD-COUNT    PIC 9(07).
           05  FZBACKF-HASH-TOTAL      PIC 9(10).
           05  FZBACKF-ACK-DATE        PIC 9(08).
           05  FZBACKF-SUBSCRIBER-ID   PIC X(08).
           05  FILLER                  PIC X(33).

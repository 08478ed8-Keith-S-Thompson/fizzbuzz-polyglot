      *                   A repost that changes nothing writes no
      *                   history; the file is appended in load
      *                   order, which is date order.
      *                   A value posted to the master for the first
      *                   time writes an A row (old answer empty, new
      *                   answer as added), so the file is also the
      *                   master's roll-forward log: FZBRCV replays
      *                   the A and C rows posted after a FZBBKP
      *                   backup, up to a chosen date/time, on top of
      *                   that backup.  FZBHSTY-POSTED-TIME is the
      *                   time of the run that wrote the row; rows
      *                   from before it was carried are blank there
      *                   and in the row type, and are changes.
      ******************************************************************
       01  FZBHSTY-RECORD.
           05  FZBHSTY-I-VALUE         PIC 9(05).
           05  FZBHSTY-NEW-TEXT        PIC X(10).
           05  FZBHSTY-NEW-POSTED      PIC 9(08).
           05  FZBHSTY-REQUEST-ID      PIC 9(03).
           05  FZBHSTY-ROW-TYPE        PIC X(01).
               88  FZBHSTY-ADD-ROW         VALUE "A".
               88  FZBHSTY-CHANGE-ROW      VALUE "C" SPACE.
           05  FZBHSTY-POSTED-TIME     PIC 9(06).
           05  FILLER                  PIC X(25).

      ******************************************************************
      *    COPYBOOK:      FZBMBK
      *    DESCRIPTION:   Sequential backup of the FZBMAST master,
      *                   unloaded nightly by FZBBKP: one H header
      *                   with the date/time the unload ran, one D
      *                   detail per master value in key order, and
      *                   one T trailer repeating the date/time with
      *                   the value count and I-value hash total.
      *                   FZBRCV reloads a backup only if its details
      *                   prove to its own trailer, and rolls forward
      *                   from the trailer's date/time through the
      *                   FZBCHS rows posted after it.
      ******************************************************************
       01  FZBMBK-HEADER.
           05  FZBMBK-H-REC-TYPE       PIC X(01).
               88  FZBMBK-H-TYPE           VALUE "H".
           05  FZBMBK-H-BACKUP-DATE    PIC 9(08).
           05  FZBMBK-H-BACKUP-TIME    PIC 9(06).
           05  FILLER                  PIC X(65).

       01  FZBMBK-DETAIL.
           05  FZBMBK-D-REC-TYPE       PIC X(01).
               88  FZBMBK-D-TYPE           VALUE "D".
           05  FZBMBK-D-I-VALUE        PIC 9(05).
           05  FZBMBK-D-CLASS-CODE     PIC X(02).
           05  FZBMBK-D-DISPLAY-TEXT   PIC X(10).
           05  FZBMBK-D-POSTED-DATE    PIC 9(08).
           05  FZBMBK-D-REQUEST-ID     PIC 9(03).
           05  FILLER                  PIC X(51).

       01  FZBMBK-TRAILER.
           05  FZBMBK-T-REC-TYPE       PIC X(01).
               88  FZBMBK-T-TYPE           VALUE "T".
           05  FZBMBK-T-BACKUP-DATE    PIC 9(08).
           05  FZBMBK-T-BACKUP-TIME    PIC 9(06).
           05  FZBMBK-T-RECORD-COUNT   PIC 9(07).
           05  FZBMBK-T-HASH-TOTAL     PIC 9(10).
           05  FILLER                  PIC X(48).

      ******************************************************************
      *    COPYBOOK:      FZBSLA
      *    DESCRIPTION:   Service-level targets for the nightly stream,
      *                   maintained as a sequential card file like
      *                   FZBSCH.  An S record names a step (the
      *                   program name it logs under on FZBSTPL) and
      *                   the elapsed time it is expected to finish
      *                   within, in seconds; the steps with an S
      *                   record are the steps of the nightly stream.
      *                   The one W record describes the batch window:
      *                   the clock time the stream starts (HHMM), how
      *                   many minutes it has until the planning
      *                   cut-off, and how many days of FZBSTPL history
      *                   the trend report and the forecast look back
      *                   over (zero means 30).  FZBTRND reports each
      *                   step against its target; FZBBLD forecasts
      *                   tonight's deck against the window.
      ******************************************************************
       01  FZBSLA-STEP-RECORD.
           05  FZBSLA-S-REC-TYPE       PIC X(01).
               88  FZBSLA-S-TYPE           VALUE "S".
           05  FZBSLA-S-STEP-NAME      PIC X(08).
           05  FZBSLA-S-TARGET-SECS    PIC 9(05).
           05  FZBSLA-S-DESCRIPTION    PIC X(30).
           05  FILLER                  PIC X(36).
       01  FZBSLA-WINDOW-RECORD.
           05  FZBSLA-W-REC-TYPE       PIC X(01).
               88  FZBSLA-W-TYPE           VALUE "W".
           05  FZBSLA-W-START-TIME     PIC 9(04).
           05  FZBSLA-W-WINDOW-MINUTES PIC 9(04).
           05  FZBSLA-W-HISTORY-DAYS   PIC 9(03).
           05  FILLER                  PIC X(68).

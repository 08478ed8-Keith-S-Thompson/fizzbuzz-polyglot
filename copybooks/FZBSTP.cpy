      ******************************************************************
      *    COPYBOOK:      FZBSTP
      *    DESCRIPTION:   Step-timing row.  Every batch program of the
      *                   stream appends one to the shared FZBSTPL log
      *                   as it ends: its step name, the date and time
      *                   it started and ended (HHMMSSss as ACCEPT FROM
      *                   TIME gives it), the volume it handled - in
      *                   the step's own unit, values classified for
      *                   FIZZBUZZ, records or rows for the rest - and
      *                   the return code it is leaving.  The qualifier
      *                   tells apart executions of one program that
      *                   are not alike: TRL for a FIZZBUZZ trial deck,
      *                   Pnn for partition nn of a partitioned run,
      *                   blank otherwise.  FZBTRND reports elapsed
      *                   time per step against the FZBSLA targets and
      *                   FZBBLD forecasts the night from FIZZBUZZ's
      *                   throughput.
      ******************************************************************
       01  FZBSTP-RECORD.
           05  FZBSTP-STEP-NAME        PIC X(08).
           05  FZBSTP-STEP-QUALIFIER   PIC X(04).
           05  FZBSTP-START-DATE       PIC 9(08).
           05  FZBSTP-START-TIME       PIC 9(08).
           05  FZBSTP-END-DATE         PIC 9(08).
           05  FZBSTP-END-TIME         PIC 9(08).
           05  FZBSTP-RECORD-VOLUME    PIC 9(09).
           05  FZBSTP-RETURN-CODE      PIC 9(04).
           05  FILLER                  PIC X(23).

      ******************************************************************
      *    COPYBOOK:      FZBRCVC
      *    DESCRIPTION:   Point-in-time card for FZBRCV: FZBCHS rows
      *                   posted after the backup and no later than
      *                   this date/time are rolled forward; later
      *                   rows are left off the rebuilt master.  To
      *                   back out a bad load, key a time just before
      *                   that load's run.  All nines rolls forward
      *                   through everything on the history file.  A
      *                   missing card abandons the recovery - which
      *                   point to rebuild to is never assumed.
      ******************************************************************
       01  FZBRCVC-RECORD.
           05  FZBRCVC-UPTO-DATE       PIC 9(08).
           05  FZBRCVC-UPTO-TIME       PIC 9(06).
           05  FILLER                  PIC X(66).

      ******************************************************************
      *    COPYBOOK:      FZBCHGC
      *    DESCRIPTION:   Chargeback period card for FZBCHG: the
      *                   calendar month (YYYYMM) whose run-log rows
      *                   are priced.  With no card, or a zero
      *                   period, the month before the run date is
      *                   charged - the month-end run goes in after
      *                   the month has closed.
      ******************************************************************
       01  FZBCHGC-RECORD.
           05  FZBCHGC-PERIOD          PIC 9(06).
           05  FILLER                  PIC X(74).

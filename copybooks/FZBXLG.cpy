      *                   a forgotten file.  A HELD extract is never
      *                   transmitted and is not registered - only a
      *                   released shipment can be owed an
      *                   acknowledgement.  A resend of a catalogued
      *                   generation is registered like any other
      *                   shipment, under the recalled run's identity,
      *                   and marked R.  Each FZBSUB subscriber feed is
      *                   registered on its own row under its
      *                   subscriber ID; the planning file's row
      *                   leaves the ID blank, as rows always did.
      ******************************************************************
       01  FZBXLG-RECORD.
           05  FZBXLG-RUN-DATE         PIC 9(08).
           05  FZBXLG-RECORD-COUNT     PIC 9(07).
           05  FZBXLG-HASH-TOTAL       PIC 9(10).
           05  FZBXLG-REQUEST-CNT      PIC 9(03).
           05  FZBXLG-RESEND-SW        PIC X(01).
               88  FZBXLG-RESEND           VALUE "R".
           05  FZBXLG-SUBSCRIBER-ID    PIC X(08).
           05  FILLER                  PIC X(23).

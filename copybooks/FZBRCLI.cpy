      ******************************************************************
      *    COPYBOOK:      FZBRCLI
      *    DESCRIPTION:   Recall identity, written by FZBRCL beside
      *                   the FZBOUT and FZBTOTF it restores for a
      *                   resend.  Its presence is what makes an
      *                   FZBXTR execution a resend: the extract takes
      *                   the recalled generation's run identity from
      *                   here instead of from FZBRLG, marks the
      *                   FZBXTF header and the FZBXLG row as a
      *                   resend, and must reproduce the catalogued
      *                   record count and hash total before it
      *                   releases.  The identity is used up by the
      *                   resend: FZBXTR empties FZBRCLI once the
      *                   resend is released, so the next night's
      *                   extract is an ordinary one.
      ******************************************************************
       01  FZBRCLI-RECORD.
           05  FZBRCLI-RUN-DATE        PIC 9(08).
           05  FZBRCLI-RUN-TIME        PIC 9(06).
           05  FZBRCLI-OUT-COUNT       PIC 9(07).
           05  FZBRCLI-HASH-TOTAL      PIC 9(10).
           05  FZBRCLI-REQUEST-CNT     PIC 9(03).
           05  FZBRCLI-RECALL-DATE     PIC 9(08).
           05  FZBRCLI-RECALL-TIME     PIC 9(06).
           05  FILLER                  PIC X(32).

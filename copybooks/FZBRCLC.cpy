      ******************************************************************
      *    COPYBOOK:      FZBRCLC
      *    DESCRIPTION:   Recall card for FZBRCL: the catalogued
      *                   generation to restore, named by the run
      *                   date/time it was catalogued under (the date
      *                   and time on the FZBXTF header and on the
      *                   FZBACK report), and where it goes.  X
      *                   restores FZBOUT and FZBTOTF for an FZBXTR
      *                   resend; O and N restore the generation's
      *                   FZBOUT as FZBCOMP's FZBOUTO or FZBOUTN.  One
      *                   card per destination.
      ******************************************************************
       01  FZBRCLC-RECORD.
           05  FZBRCLC-RUN-DATE        PIC 9(08).
           05  FZBRCLC-RUN-TIME        PIC 9(06).
           05  FZBRCLC-TARGET          PIC X(01).
               88  FZBRCLC-TO-EXTRACT      VALUE "X".
               88  FZBRCLC-TO-COMP-OLD     VALUE "O".
               88  FZBRCLC-TO-COMP-NEW     VALUE "N".
           05  FILLER                  PIC X(65).

      ******************************************************************
      *    COPYBOOK:      FZBSUB
      *    DESCRIPTION:   Extract subscriber - one downstream consumer
      *                   FZBXTR cuts a feed of its own for, alongside
      *                   the planning system's FZBXTF.  Active
      *                   subscribers take the extract DDs FZBXS1 to
      *                   FZBXS8 in file order; an inactive one keeps
      *                   its record on file and gets nothing.  The
      *                   subscriber ID goes on the feed's header and
      *                   on its FZBXLG register row, and the consumer
      *                   returns it on its acknowledgements, so
      *                   FZBACK reconciles each consumer separately.
      *                   The feed carries the details whose
      *                   department is in the department list and
      *                   whose class code (R1-R5, OV, NB) is in the
      *                   class list; a list left all spaces takes
      *                   everything, and only a subscriber taking all
      *                   departments receives the unowned (blank
      *                   department) slices.  Layout F is the FZBXTF
      *                   fixed-format record; layout D writes the same
      *                   fields separated by the delimiter character,
      *                   a space there meaning the pipe.
      ******************************************************************
       01  FZBSUB-RECORD.
           05  FZBSUB-SUBSCRIBER-ID    PIC X(08).
           05  FZBSUB-STATUS           PIC X(01).
               88  FZBSUB-ACTIVE           VALUE "A".
               88  FZBSUB-INACTIVE         VALUE "I".
           05  FZBSUB-LAYOUT           PIC X(01).
               88  FZBSUB-LAYOUT-FIXED     VALUE "F".
               88  FZBSUB-LAYOUT-DELIMITED VALUE "D".
           05  FZBSUB-DELIMITER        PIC X(01).
           05  FZBSUB-DEPT-CODE        PIC X(04) OCCURS 8 TIMES.
           05  FZBSUB-CLASS-CODE       PIC X(02) OCCURS 7 TIMES.
           05  FILLER                  PIC X(23).

      *                   record, so the planning system can select a
      *                   slice by owner; a detail cut from a record
      *                   older than the code carries spaces there.
      *                   A header marked R is a resend: the details
      *                   are a catalogued generation FZBRCL recalled,
      *                   and the run date/time is that generation's,
      *                   so planning can tell a repeat of a file they
      *                   may already hold from a new one.
      *                   The same layout carries the fixed-format
      *                   feeds cut for FZBSUB subscribers, whose
      *                   headers name the subscriber; the planning
      *                   file's header leaves the subscriber blank.
      ******************************************************************
       01  FZBXTF-HEADER.
           05  FZBXTF-H-REC-TYPE       PIC X(01).
           05  FZBXTF-H-EXTRACT-DATE   PIC 9(08).
           05  FZBXTF-H-EXTRACT-TIME   PIC 9(06).
           05  FZBXTF-H-REQUEST-CNT    PIC 9(03).
           05  FZBXTF-H-RESEND-SW      PIC X(01).
               88  FZBXTF-H-RESEND         VALUE "R".
           05  FZBXTF-H-SUBSCRIBER-ID  PIC X(08).
           05  FILLER                  PIC X(39).

       01  FZBXTF-DETAIL.
           05  FZBXTF-D-REC-TYPE       PIC X(01).

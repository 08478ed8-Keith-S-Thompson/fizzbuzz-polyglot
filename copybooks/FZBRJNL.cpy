      ******************************************************************
      *    COPYBOOK:      FZBRJNL
      *    DESCRIPTION:   Permanent rules journal row, appended by
      *                   FZBMAINT and never rewritten or archived.
      *                   An A row records a pending change approved
      *                   onto FZBRUL, a J row one rejected; both
      *                   carry the change number, who keyed it and
      *                   when, who decided it, and the before and
      *                   after images of the rule, so "who put this
      *                   rule in" is answered from the journal and
      *                   not from memory.  An S row records a
      *                   supervisor override of the FZBLCK run-state
      *                   interlock: the operator and the time, with
      *                   the change fields left blank.  The remark
      *                   carries the approver's rejection reason or
      *                   the reason an approval could not be applied.
      ******************************************************************
       01  FZBRJNL-RECORD.
           05  FZBRJNL-EVENT-DATE      PIC 9(08).
           05  FZBRJNL-EVENT-TIME      PIC 9(06).
           05  FZBRJNL-EVENT-CODE      PIC X(01).
               88  FZBRJNL-APPROVAL        VALUE "A".
               88  FZBRJNL-REJECTION       VALUE "J".
               88  FZBRJNL-SUPV-OVERRIDE   VALUE "S".
           05  FZBRJNL-OPERATOR        PIC X(08).
           05  FZBRJNL-CHANGE-NO       PIC 9(05).
           05  FZBRJNL-ACTION          PIC X(01).
           05  FZBRJNL-KEYED-BY        PIC X(08).
           05  FZBRJNL-KEYED-DATE      PIC 9(08).
           05  FZBRJNL-KEYED-TIME      PIC 9(06).
           05  FZBRJNL-BEFORE-IMAGE.
               10  FZBRJNL-BEF-PRIORITY    PIC X(02).
               10  FZBRJNL-BEF-DIVISOR     PIC X(05).
               10  FZBRJNL-BEF-LABEL       PIC X(10).
               10  FZBRJNL-BEF-STATUS      PIC X(01).
               10  FZBRJNL-BEF-EFF-FROM    PIC X(08).
               10  FZBRJNL-BEF-EFF-THRU    PIC X(08).
           05  FZBRJNL-AFTER-IMAGE.
               10  FZBRJNL-AFT-PRIORITY    PIC X(02).
               10  FZBRJNL-AFT-DIVISOR     PIC X(05).
               10  FZBRJNL-AFT-LABEL       PIC X(10).
               10  FZBRJNL-AFT-STATUS      PIC X(01).
               10  FZBRJNL-AFT-EFF-FROM    PIC X(08).
               10  FZBRJNL-AFT-EFF-THRU    PIC X(08).
           05  FZBRJNL-REMARK          PIC X(30).
           05  FILLER                  PIC X(11).

      ******************************************************************
      *    COPYBOOK:      FZBRPND
      *    DESCRIPTION:   Pending FZBRUL rule change, keyed by change
      *                   number.  FZBMAINT posts every add, change
      *                   and retire here under the keying operator's
      *                   ID instead of writing FZBRUL directly; the
      *                   change reaches the rules table only when a
      *                   second, different operator approves it.
      *                   The before image is the rule as it stood
      *                   when the change was keyed (spaces on an
      *                   add), the after image the rule as it will
      *                   stand once applied - on a priority move the
      *                   after priority is the new key.  A decided
      *                   change stays on file with its status and
      *                   approver; the permanent record of the
      *                   decision is the FZBRJNL journal row.
      ******************************************************************
       01  FZBRPND-RECORD.
           05  FZBRPND-CHANGE-NO       PIC 9(05).
           05  FZBRPND-ACTION          PIC X(01).
               88  FZBRPND-ADD             VALUE "A".
               88  FZBRPND-CHANGE          VALUE "C".
               88  FZBRPND-RETIRE          VALUE "R".
           05  FZBRPND-STATUS          PIC X(01).
               88  FZBRPND-PENDING         VALUE "P".
               88  FZBRPND-APPROVED        VALUE "A".
               88  FZBRPND-REJECTED        VALUE "J".
           05  FZBRPND-KEYED-BY        PIC X(08).
           05  FZBRPND-KEYED-DATE      PIC 9(08).
           05  FZBRPND-KEYED-TIME      PIC 9(06).
           05  FZBRPND-BEFORE-IMAGE.
               10  FZBRPND-BEF-PRIORITY    PIC X(02).
               10  FZBRPND-BEF-DIVISOR     PIC X(05).
               10  FZBRPND-BEF-LABEL       PIC X(10).
               10  FZBRPND-BEF-STATUS      PIC X(01).
               10  FZBRPND-BEF-EFF-FROM    PIC X(08).
               10  FZBRPND-BEF-EFF-THRU    PIC X(08).
           05  FZBRPND-AFTER-IMAGE.
               10  FZBRPND-AFT-PRIORITY    PIC 9(02).
               10  FZBRPND-AFT-DIVISOR     PIC 9(05).
               10  FZBRPND-AFT-LABEL       PIC X(10).
               10  FZBRPND-AFT-STATUS      PIC X(01).
               10  FZBRPND-AFT-EFF-FROM    PIC 9(08).
               10  FZBRPND-AFT-EFF-THRU    PIC 9(08).
           05  FZBRPND-DECIDED-BY      PIC X(08).
           05  FZBRPND-DECIDED-DATE    PIC 9(08).
           05  FZBRPND-DECIDED-TIME    PIC 9(06).
           05  FILLER                  PIC X(21).

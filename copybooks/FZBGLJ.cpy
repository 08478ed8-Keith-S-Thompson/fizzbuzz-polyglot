      ******************************************************************
      *    COPYBOOK:      FZBGLJ
      *    DESCRIPTION:   General-ledger journal interface file cut by
      *                   FZBCHG at month end: one H header naming the
      *                   journal source and period, a pair of D
      *                   details per charged department - the debit
      *                   to the department's cost centre on the
      *                   expense account and the matching credit to
      *                   the service's recovery account - and one T
      *                   trailer whose detail count and debit and
      *                   credit totals let the ledger prove it got
      *                   the whole journal and that it balances.
      *                   Charges with no owning department are
      *                   debited to the suspense cost centre with a
      *                   blank department code.
      ******************************************************************
       01  FZBGLJ-HEADER.
           05  FZBGLJ-H-REC-TYPE       PIC X(01).
               88  FZBGLJ-H-TYPE           VALUE "H".
           05  FZBGLJ-H-JOURNAL-SRC    PIC X(04).
           05  FZBGLJ-H-PERIOD         PIC 9(06).
           05  FZBGLJ-H-CREATED-DATE   PIC 9(08).
           05  FZBGLJ-H-CREATED-TIME   PIC 9(06).
           05  FZBGLJ-H-DESCRIPTION    PIC X(30).
           05  FILLER                  PIC X(25).

       01  FZBGLJ-DETAIL.
           05  FZBGLJ-D-REC-TYPE       PIC X(01).
               88  FZBGLJ-D-TYPE           VALUE "D".
           05  FZBGLJ-D-LINE-NO        PIC 9(05).
           05  FZBGLJ-D-COST-CENTRE    PIC X(06).
           05  FZBGLJ-D-ACCOUNT        PIC X(08).
           05  FZBGLJ-D-DEBIT-CREDIT   PIC X(01).
               88  FZBGLJ-D-DEBIT          VALUE "D".
               88  FZBGLJ-D-CREDIT         VALUE "C".
           05  FZBGLJ-D-AMOUNT         PIC 9(09)V99.
           05  FZBGLJ-D-DEPT-CODE      PIC X(04).
           05  FZBGLJ-D-DESCRIPTION    PIC X(30).
           05  FILLER                  PIC X(14).

       01  FZBGLJ-TRAILER.
           05  FZBGLJ-T-REC-TYPE       PIC X(01).
               88  FZBGLJ-T-TYPE           VALUE "T".
           05  FZBGLJ-T-DETAIL-COUNT   PIC 9(05).
           05  FZBGLJ-T-DEBIT-TOTAL    PIC 9(11)V99.
           05  FZBGLJ-T-CREDIT-TOTAL   PIC 9(11)V99.
           05  FZBGLJ-T-PERIOD         PIC 9(06).
           05  FILLER                  PIC X(42).

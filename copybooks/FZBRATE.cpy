      ******************************************************************
      *    COPYBOOK:      FZBRATE
      *    DESCRIPTION:   Chargeback rate table for FZBCHG, maintained
      *                   as a sequential card file like FZBSCH.
      *                   R records price the three charges: V per
      *                   thousand values classified, Q per request
      *                   run, O per override a department holds on
      *                   FZBOVRM during the month.  A rate with a
      *                   department code is that department's own;
      *                   one with a blank code is the standard rate
      *                   for every other department.  Of the rates
      *                   that apply, the one with the latest
      *                   effective-from date not after the month's
      *                   last day prices the month, so a new rate
      *                   is keyed ahead and the old one left on file.
      *                   C records map a department to the cost
      *                   centre its charges are journalled to.  The
      *                   one L record gives the ledger accounts: the
      *                   expense account each department is debited,
      *                   the recovery account and cost centre the
      *                   service is credited, the suspense cost
      *                   centre for charges no department owns, and
      *                   the journal source code.
      ******************************************************************
       01  FZBRATE-RATE-RECORD.
           05  FZBRATE-R-REC-TYPE      PIC X(01).
               88  FZBRATE-R-TYPE          VALUE "R".
           05  FZBRATE-R-CHARGE-TYPE   PIC X(01).
               88  FZBRATE-VALUES          VALUE "V".
               88  FZBRATE-REQUESTS        VALUE "Q".
               88  FZBRATE-OVERRIDES       VALUE "O".
           05  FZBRATE-R-DEPT-CODE     PIC X(04).
           05  FZBRATE-R-EFF-FROM      PIC 9(08).
           05  FZBRATE-R-UNIT-RATE     PIC 9(05)V9(04).
           05  FZBRATE-R-DESCRIPTION   PIC X(30).
           05  FILLER                  PIC X(27).
       01  FZBRATE-CENTRE-RECORD.
           05  FZBRATE-C-REC-TYPE      PIC X(01).
               88  FZBRATE-C-TYPE          VALUE "C".
           05  FZBRATE-C-DEPT-CODE     PIC X(04).
           05  FZBRATE-C-COST-CENTRE   PIC X(06).
           05  FZBRATE-C-DEPT-NAME     PIC X(30).
           05  FILLER                  PIC X(39).
       01  FZBRATE-LEDGER-RECORD.
           05  FZBRATE-L-REC-TYPE      PIC X(01).
               88  FZBRATE-L-TYPE          VALUE "L".
           05  FZBRATE-L-EXPENSE-ACCT  PIC X(08).
           05  FZBRATE-L-RECOVERY-ACCT PIC X(08).
           05  FZBRATE-L-RECOVERY-CC   PIC X(06).
           05  FZBRATE-L-SUSPENSE-CC   PIC X(06).
           05  FZBRATE-L-JOURNAL-SRC   PIC X(04).
           05  FILLER                  PIC X(47).

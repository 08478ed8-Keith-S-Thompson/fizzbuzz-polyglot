      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Month-end departmental chargeback.  Every FZBRLOG row carries
      * the department that asked for the slice, and this step turns
      * a month of those rows into money: it reads the month's rows
      * from the FZBRLGA archive and then the live FZBRLG (FZBHKP
      * moves rows between the two, so no row is on both), prices
      * each department's values classified, requests run and the
      * overrides it holds as requester on FZBOVRM from the FZBRATE
      * rate table, prints a chargeback statement per department,
      * and cuts the FZBGLJ journal for the general-ledger interface
      * - a debit to each department's cost centre and the matching
      * credit to the service's recovery account, with a control
      * trailer the ledger proves the file against.
      *
      * A row counts as a charge when its request ran - status C, or
      * R for the request a restart picked up, whose counts already
      * include the part run before the abort.  A refused card (A)
      * classified nothing and is counted on the statement but not
      * charged.  Rows and overrides with no department are never
      * dropped: they are listed at the front of the report and
      * charged at the standard rates to the suspense cost centre,
      * where finance can clear them once the owner is known.  A
      * department with no cost centre on FZBRATE is charged to
      * suspense the same way and flagged.
      *
      * The month comes from the optional CHGCTL card; with none, the
      * month before the run date is charged.  Any charge with no
      * rate to price it, no ledger record, or more departments than
      * the table holds gives "CHARGEBACK STATUS: HELD", RC 8 and an
      * empty journal - a part-priced month must not reach the
      * ledger.  The statements still print so the gap can be seen.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBCHG.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL Period-Card-File ASSIGN TO "CHGCTL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Rate-File ASSIGN TO "FZBRATE"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Log-Archive-File ASSIGN TO "FZBRLGA"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Run-Log-File ASSIGN TO "FZBRLG"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Override-Master ASSIGN TO "FZBOVRM"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBOVRM-I-VALUE
                FILE STATUS IS Override-File-Status.

            SELECT Journal-File ASSIGN TO "FZBGLJ"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Chargeback-Report-File ASSIGN TO "FZBCHGR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Period-Card-File.
            COPY FZBCHGC.

        FD  Rate-File.
            COPY FZBRATE.

        FD  Log-Archive-File.
            COPY FZBRLOG REPLACING LEADING ==FZBRLOG== BY ==ARCLOG==.

        FD  Run-Log-File.
            COPY FZBRLOG.

        FD  Override-Master.
            COPY FZBOVRM.

        FD  Journal-File.
            COPY FZBGLJ.

        FD  Chargeback-Report-File.
        01 Chargeback-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Override-File-Status  PIC X(02).

        01 Print-Control-Values.
            05 Line-Count           PIC 9(03) VALUE 99.
            05 Page-Count           PIC 9(03) VALUE ZERO.
            05 Max-Lines-Per-Page   PIC 9(03) VALUE 060.

        01 Run-Date-Field  PIC 9(08) VALUE ZERO.
        01 Run-Time-Field  PIC 9(08) VALUE ZERO.

        01 Period-Fields.
            05 Period-Value          PIC 9(06) VALUE ZERO.
            05 Period-Parts REDEFINES Period-Value.
                10 Period-Year        PIC 9(04).
                10 Period-Month       PIC 9(02).
            05 Period-First-Date     PIC 9(08) VALUE ZERO.
            05 Period-Last-Date      PIC 9(08) VALUE ZERO.
            05 Next-Month-Date       PIC 9(08) VALUE ZERO.
            05 Next-Month-Parts REDEFINES Next-Month-Date.
                10 Next-Month-Year    PIC 9(04).
                10 Next-Month-Month   PIC 9(02).
                10 Next-Month-Day     PIC 9(02).
            05 Run-Date-Parts        PIC 9(08) VALUE ZERO.
            05 Run-Date-Split REDEFINES Run-Date-Parts.
                10 Run-Year           PIC 9(04).
                10 Run-Month          PIC 9(02).
                10 Run-Day            PIC 9(02).

      *---------------------------------------------------------------
      * FZBRATE's R records as keyed, and its C records by
      * department; the L record goes straight into Ledger-Values.
      *---------------------------------------------------------------
        01 Rate-Table.
            05 Rate-Count            PIC 9(03) VALUE ZERO.
            05 Rate-Entry OCCURS 200 TIMES.
                10 Rate-Charge-Type   PIC X(01).
                10 Rate-Dept-Code     PIC X(04).
                10 Rate-Eff-From      PIC 9(08).
                10 Rate-Unit-Rate     PIC 9(05)V9(04).
            05 Rate-Index            PIC 9(03) VALUE ZERO.

        01 Centre-Table.
            05 Centre-Count          PIC 9(03) VALUE ZERO.
            05 Centre-Entry OCCURS 100 TIMES.
                10 Centre-Dept-Code   PIC X(04).
                10 Centre-Cost-Centre PIC X(06).
                10 Centre-Dept-Name   PIC X(30).
            05 Centre-Index          PIC 9(03) VALUE ZERO.

        01 Ledger-Values.
            05 Ledger-Expense-Acct   PIC X(08) VALUE SPACES.
            05 Ledger-Recovery-Acct  PIC X(08) VALUE SPACES.
            05 Ledger-Recovery-CC    PIC X(06) VALUE SPACES.
            05 Ledger-Suspense-CC    PIC X(06) VALUE SPACES.
            05 Ledger-Journal-Src    PIC X(04) VALUE SPACES.

      *---------------------------------------------------------------
      * One entry per department charged this month, in the order
      * each first appears; the blank department is the suspense
      * entry.  Quantities are gathered first and priced once the
      * month is read.
      *---------------------------------------------------------------
        01 Dept-Table.
            05 Dept-Count            PIC 9(03) VALUE ZERO.
            05 Dept-Entry OCCURS 100 TIMES.
                10 Dept-Code          PIC X(04).
                10 Dept-Name          PIC X(30).
                10 Dept-Cost-Centre   PIC X(06).
                10 Dept-Centre-Switch PIC X(01).
                    88 Dept-Has-Centre    VALUE "Y".
                10 Dept-Rows          PIC 9(07).
                10 Dept-Refused       PIC 9(05).
                10 Dept-Values        PIC 9(11).
                10 Dept-Requests      PIC 9(07).
                10 Dept-Overrides     PIC 9(05).
                10 Dept-Value-Rate    PIC 9(05)V9(04).
                10 Dept-Request-Rate  PIC 9(05)V9(04).
                10 Dept-Override-Rate PIC 9(05)V9(04).
                10 Dept-Value-Rate-Sw    PIC X(01).
                10 Dept-Request-Rate-Sw  PIC X(01).
                10 Dept-Override-Rate-Sw PIC X(01).
                10 Dept-Value-Charge  PIC 9(09)V99.
                10 Dept-Request-Charge PIC 9(09)V99.
                10 Dept-Override-Charge PIC 9(09)V99.
                10 Dept-Total-Charge  PIC 9(09)V99.
            05 Dept-Index            PIC 9(03) VALUE ZERO.
            05 Search-Dept-Code      PIC X(04) VALUE SPACES.

        01 Rate-Search-Fields.
            05 Search-Charge-Type    PIC X(01) VALUE SPACE.
            05 Best-Dept-Eff-From    PIC 9(08) VALUE ZERO.
            05 Best-Dept-Rate        PIC 9(05)V9(04) VALUE ZERO.
            05 Best-Std-Eff-From     PIC 9(08) VALUE ZERO.
            05 Best-Std-Rate         PIC 9(05)V9(04) VALUE ZERO.
            05 Found-Rate            PIC 9(05)V9(04) VALUE ZERO.
            05 Found-Rate-Switch     PIC X(01) VALUE "N".
                88 Rate-Was-Found        VALUE "Y".
                88 Rate-Not-Found        VALUE "N".
            05 Dept-Rate-Switch      PIC X(01) VALUE "N".
                88 Dept-Rate-Seen        VALUE "Y".
            05 Std-Rate-Switch       PIC X(01) VALUE "N".
                88 Std-Rate-Seen         VALUE "Y".

        01 Chargeback-Counts.
            05 Archive-Rows-Read     PIC 9(07) VALUE ZERO.
            05 Live-Rows-Read        PIC 9(07) VALUE ZERO.
            05 Rows-In-Period        PIC 9(07) VALUE ZERO.
            05 Rows-Charged          PIC 9(07) VALUE ZERO.
            05 Rows-Refused          PIC 9(07) VALUE ZERO.
            05 Rows-Unowned          PIC 9(07) VALUE ZERO.
            05 Rows-Past-Table       PIC 9(07) VALUE ZERO.
            05 Overrides-Charged     PIC 9(05) VALUE ZERO.
            05 Overrides-Unowned     PIC 9(05) VALUE ZERO.
            05 Overrides-Past-Table  PIC 9(05) VALUE ZERO.
            05 Depts-Without-Centre  PIC 9(03) VALUE ZERO.
            05 Charges-Without-Rate  PIC 9(03) VALUE ZERO.
            05 Rate-Records-Rejected PIC 9(03) VALUE ZERO.
            05 Total-Values          PIC 9(11) VALUE ZERO.
            05 Total-Requests        PIC 9(07) VALUE ZERO.
            05 Total-Overrides       PIC 9(05) VALUE ZERO.
            05 Total-Charge          PIC 9(11)V99 VALUE ZERO.
            05 Suspense-Charge       PIC 9(11)V99 VALUE ZERO.

        01 Journal-Values.
            05 Journal-Line-No       PIC 9(05) VALUE ZERO.
            05 Journal-Debit-Total   PIC 9(11)V99 VALUE ZERO.
            05 Journal-Credit-Total  PIC 9(11)V99 VALUE ZERO.
            05 Journal-Text          PIC X(30) VALUE SPACES.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 RT-Title      PIC X(34).
            05 FILLER        PIC X(05) VALUE "PAGE ".
            05 RT-Page-No    PIC ZZ9.
            05 FILLER        PIC X(16) VALUE SPACES.

        01 Criteria-Line.
            05 FILLER        PIC X(08) VALUE "PERIOD: ".
            05 CL-Period     PIC 9(06).
            05 FILLER        PIC X(08) VALUE "  FROM: ".
            05 CL-From-Date  PIC 9(08).
            05 FILLER        PIC X(06) VALUE " THRU ".
            05 CL-Thru-Date  PIC 9(08).
            05 FILLER        PIC X(36) VALUE SPACES.

        01 Section-Line.
            05 SL-Text       PIC X(60).
            05 FILLER        PIC X(20) VALUE SPACES.

        01 Unowned-Row-Heading.
            05 FILLER  PIC X(10) VALUE "RUN DATE".
            05 FILLER  PIC X(08) VALUE "TIME".
            05 FILLER  PIC X(05) VALUE "REQ".
            05 FILLER  PIC X(07) VALUE "START".
            05 FILLER  PIC X(07) VALUE "  END".
            05 FILLER  PIC X(09) VALUE " VALUES".
            05 FILLER  PIC X(09) VALUE "SOURCE".
            05 FILLER  PIC X(10) VALUE "CHARGE".
            05 FILLER  PIC X(15) VALUE SPACES.

        01 Unowned-Row-Line.
            05 UR-Date       PIC 9(08).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UR-Time       PIC 9(06).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UR-Request    PIC ZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UR-Start      PIC ZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UR-End        PIC ZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UR-Values     PIC ZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UR-Source     PIC X(07).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UR-Charge     PIC X(10).
            05 FILLER        PIC X(15) VALUE SPACES.

        01 Unowned-Override-Heading.
            05 FILLER  PIC X(07) VALUE "VALUE".
            05 FILLER  PIC X(12) VALUE "LABEL".
            05 FILLER  PIC X(10) VALUE "EFF FROM".
            05 FILLER  PIC X(10) VALUE "EFF THRU".
            05 FILLER  PIC X(06) VALUE "REASON".
            05 FILLER  PIC X(35) VALUE SPACES.

        01 Unowned-Override-Line.
            05 UO-I-Value    PIC ZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UO-Label      PIC X(10).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UO-Eff-From   PIC X(08).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UO-Eff-Thru   PIC X(08).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 UO-Reason     PIC X(04).
            05 FILLER        PIC X(37) VALUE SPACES.

        01 None-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 NL-Text       PIC X(60).
            05 FILLER        PIC X(18) VALUE SPACES.

        01 Dept-Name-Line.
            05 FILLER        PIC X(14) VALUE "DEPARTMENT:   ".
            05 DN-Dept       PIC X(04).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 DN-Name       PIC X(30).
            05 FILLER        PIC X(30) VALUE SPACES.

        01 Dept-Centre-Line.
            05 FILLER        PIC X(14) VALUE "COST CENTRE:  ".
            05 DC-Centre     PIC X(06).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 DC-Note       PIC X(50).
            05 FILLER        PIC X(08) VALUE SPACES.

        01 Statement-Heading.
            05 FILLER  PIC X(33) VALUE "  CHARGE".
            05 FILLER  PIC X(11) VALUE "   QUANTITY".
            05 FILLER  PIC X(12) VALUE "        RATE".
            05 FILLER  PIC X(14) VALUE "        AMOUNT".
            05 FILLER  PIC X(10) VALUE SPACES.

        01 Statement-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ST-Charge     PIC X(30).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 ST-Quantity   PIC ZZZZZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ST-Rate       PIC ZZZZ9.9999.
            05 ST-Rate-Text REDEFINES ST-Rate PIC X(10).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ST-Amount     PIC ZZZZZZZZ9.99.
            05 FILLER        PIC X(10) VALUE SPACES.

        01 Statement-Total-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 FILLER        PIC X(30) VALUE "TOTAL CHARGE".
            05 FILLER        PIC X(25) VALUE SPACES.
            05 STL-Amount    PIC ZZZZZZZZ9.99.
            05 FILLER        PIC X(11) VALUE SPACES.

        01 Summary-Heading.
            05 FILLER  PIC X(06) VALUE "DEPT".
            05 FILLER  PIC X(08) VALUE "CENTRE".
            05 FILLER  PIC X(13) VALUE "       VALUES".
            05 FILLER  PIC X(07) VALUE "   REQS".
            05 FILLER  PIC X(07) VALUE "   OVRS".
            05 FILLER  PIC X(14) VALUE "        CHARGE".
            05 FILLER  PIC X(16) VALUE "  NOTE".
            05 FILLER  PIC X(09) VALUE SPACES.

        01 Summary-Line.
            05 SM-Dept       PIC X(04).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SM-Centre     PIC X(06).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SM-Values     PIC ZZZZZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SM-Requests   PIC ZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SM-Overrides  PIC ZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SM-Charge     PIC ZZZZZZZZZZ9.99.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SM-Note       PIC X(14).
            05 FILLER        PIC X(09) VALUE SPACES.

        01 Count-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CT-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CT-Count      PIC ZZZZZZ9.
            05 FILLER        PIC X(39) VALUE SPACES.

        01 Amount-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AL-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AL-Amount     PIC ZZZZZZZZZZ9.99.
            05 FILLER        PIC X(32) VALUE SPACES.

        01 Card-Error-Line.
            05 FILLER  PIC X(50) VALUE
                "  PERIOD CARD INVALID - MUST BE A YYYYMM MONTH".
            05 FILLER  PIC X(30) VALUE SPACES.

        01 Verdict-Line.
            05 FILLER          PIC X(20) VALUE "CHARGEBACK STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 FILLER          PIC X(46) VALUE SPACES.

        01 Switches.
            05 Card-Valid-Switch     PIC X(01) VALUE "Y".
                88 Card-Is-Valid         VALUE "Y".
                88 Card-Is-Invalid       VALUE "N".
            05 Hold-Switch           PIC X(01) VALUE "N".
                88 Chargeback-Held       VALUE "Y".
            05 Rate-At-End-Switch    PIC X(01) VALUE "N".
                88 Rate-At-End           VALUE "Y".
            05 Archive-At-End-Switch PIC X(01) VALUE "N".
                88 Archive-At-End        VALUE "Y".
            05 Log-At-End-Switch     PIC X(01) VALUE "N".
                88 Log-At-End            VALUE "Y".
            05 Master-At-End-Switch  PIC X(01) VALUE "N".
                88 Master-At-End         VALUE "Y".
            05 Override-Open-Switch  PIC X(01) VALUE "N".
                88 Override-Master-Is-Open VALUE "Y".
            05 Dept-Found-Switch     PIC X(01) VALUE "N".
                88 Dept-Found            VALUE "Y".
                88 Dept-Not-Found        VALUE "N".
            05 Balance-Switch        PIC X(01) VALUE "Y".
                88 Journal-Balances      VALUE "Y".
                88 Journal-Out-Of-Balance VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            IF Card-Is-Valid
                PERFORM Load-Rate-Table
                PERFORM Print-Unowned-Rows
                PERFORM Accumulate-Overrides
                PERFORM Price-Departments
                PERFORM Print-Statements
                PERFORM Print-Chargeback-Summary
                PERFORM Write-Journal
                PERFORM Print-Chargeback-Counts
            ELSE
                PERFORM Write-Journal
            END-IF.
            PERFORM Terminate-Run.
            STOP RUN.

      *---------------------------------------------------------------
      * The month is the card's, or the one before the run date; its
      * last day is the day before the first of the next month.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Run-Time-Field FROM TIME.
            MOVE Run-Date-Field TO Run-Date-Parts.
            IF Run-Month = 1
                COMPUTE Period-Year = Run-Year - 1
                MOVE 12 TO Period-Month
            ELSE
                MOVE Run-Year TO Period-Year
                COMPUTE Period-Month = Run-Month - 1
            END-IF.
            OPEN INPUT Period-Card-File.
            READ Period-Card-File
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM Apply-Period-Card
            END-READ.
            CLOSE Period-Card-File.
            OPEN OUTPUT Chargeback-Report-File.
            IF Card-Is-Valid
                PERFORM Set-Period-Dates
            ELSE
                MOVE "DEPARTMENT CHARGEBACK" TO RT-Title
                MOVE Run-Date-Field TO RT-Run-Date
                MOVE 1 TO RT-Page-No
                WRITE Chargeback-Report-Record FROM Report-Title-Line
                WRITE Chargeback-Report-Record FROM Card-Error-Line
                    AFTER ADVANCING 2 LINES
                SET Chargeback-Held TO TRUE
            END-IF.

        Apply-Period-Card.
            IF FZBCHGC-PERIOD IS NUMERIC
                IF FZBCHGC-PERIOD > ZERO
                    MOVE FZBCHGC-PERIOD TO Period-Value
                    IF Period-Month < 1 OR Period-Month > 12
                            OR Period-Year < 1601
                        SET Card-Is-Invalid TO TRUE
                    END-IF
                END-IF
            ELSE
                IF FZBCHGC-PERIOD NOT = SPACES
                    SET Card-Is-Invalid TO TRUE
                END-IF
            END-IF.

        Set-Period-Dates.
            COMPUTE Period-First-Date =
                Period-Year * 10000 + Period-Month * 100 + 1.
            IF Period-Month = 12
                COMPUTE Next-Month-Year = Period-Year + 1
                MOVE 1 TO Next-Month-Month
            ELSE
                MOVE Period-Year TO Next-Month-Year
                COMPUTE Next-Month-Month = Period-Month + 1
            END-IF.
            MOVE 1 TO Next-Month-Day.
            COMPUTE Period-Last-Date = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(Next-Month-Date) - 1).

      *---------------------------------------------------------------
      * FZBRATE.  A rate keyed with no usable effective date or rate
      * is left out and counted; a rate effective only after the
      * month is kept off the table since it cannot price it.  A
      * second L record replaces the first.
      *---------------------------------------------------------------
        Load-Rate-Table.
            OPEN INPUT Rate-File.
            PERFORM UNTIL Rate-At-End
                READ Rate-File
                    AT END
                        SET Rate-At-End TO TRUE
                    NOT AT END
                        PERFORM Load-Rate-Record
                END-READ
            END-PERFORM.
            CLOSE Rate-File.

        Load-Rate-Record.
            EVALUATE TRUE
                WHEN FZBRATE-R-TYPE
                    IF (FZBRATE-VALUES OR FZBRATE-REQUESTS
                                OR FZBRATE-OVERRIDES)
                            AND FZBRATE-R-EFF-FROM IS NUMERIC
                            AND FZBRATE-R-UNIT-RATE IS NUMERIC
                            AND Rate-Count < 200
                        IF FZBRATE-R-EFF-FROM NOT > Period-Last-Date
                            ADD 1 TO Rate-Count
                            MOVE FZBRATE-R-CHARGE-TYPE
                                TO Rate-Charge-Type(Rate-Count)
                            MOVE FZBRATE-R-DEPT-CODE
                                TO Rate-Dept-Code(Rate-Count)
                            MOVE FZBRATE-R-EFF-FROM
                                TO Rate-Eff-From(Rate-Count)
                            MOVE FZBRATE-R-UNIT-RATE
                                TO Rate-Unit-Rate(Rate-Count)
                        END-IF
                    ELSE
                        ADD 1 TO Rate-Records-Rejected
                    END-IF
                WHEN FZBRATE-C-TYPE
                    IF FZBRATE-C-DEPT-CODE NOT = SPACES
                            AND FZBRATE-C-COST-CENTRE NOT = SPACES
                            AND Centre-Count < 100
                        ADD 1 TO Centre-Count
                        MOVE FZBRATE-C-DEPT-CODE
                            TO Centre-Dept-Code(Centre-Count)
                        MOVE FZBRATE-C-COST-CENTRE
                            TO Centre-Cost-Centre(Centre-Count)
                        MOVE FZBRATE-C-DEPT-NAME
                            TO Centre-Dept-Name(Centre-Count)
                    ELSE
                        ADD 1 TO Rate-Records-Rejected
                    END-IF
                WHEN FZBRATE-L-TYPE
                    MOVE FZBRATE-L-EXPENSE-ACCT  TO Ledger-Expense-Acct
                    MOVE FZBRATE-L-RECOVERY-ACCT TO Ledger-Recovery-Acct
                    MOVE FZBRATE-L-RECOVERY-CC   TO Ledger-Recovery-CC
                    MOVE FZBRATE-L-SUSPENSE-CC   TO Ledger-Suspense-CC
                    MOVE FZBRATE-L-JOURNAL-SRC   TO Ledger-Journal-Src
                WHEN OTHER
                    ADD 1 TO Rate-Records-Rejected
            END-EVALUATE.

      *---------------------------------------------------------------
      * The month's rows, archive first and then live as FZBARCH
      * reads them, gathered by department.  The report opens with
      * every row that has no department, since those are the rows
      * finance has to chase.
      *---------------------------------------------------------------
        Print-Unowned-Rows.
            MOVE "DEPARTMENT CHARGEBACK" TO RT-Title.
            PERFORM Write-Page-Headers.
            MOVE "RUN-LOG ROWS WITH NO DEPARTMENT - CHARGED TO SUSPENSE"
                TO SL-Text.
            WRITE Chargeback-Report-Record FROM Section-Line
                AFTER ADVANCING 2 LINES.
            WRITE Chargeback-Report-Record FROM Unowned-Row-Heading
                AFTER ADVANCING 2 LINES.
            ADD 4 TO Line-Count.
            OPEN INPUT Log-Archive-File.
            PERFORM UNTIL Archive-At-End
                READ Log-Archive-File
                    AT END
                        SET Archive-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Archive-Rows-Read
                        MOVE ARCLOG-RECORD TO FZBRLOG-RECORD
                        MOVE "ARCHIVE" TO UR-Source
                        PERFORM Take-Log-Row
                END-READ
            END-PERFORM.
            CLOSE Log-Archive-File.
            OPEN INPUT Run-Log-File.
            PERFORM UNTIL Log-At-End
                READ Run-Log-File
                    AT END
                        SET Log-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Live-Rows-Read
                        MOVE "LIVE" TO UR-Source
                        PERFORM Take-Log-Row
                END-READ
            END-PERFORM.
            CLOSE Run-Log-File.
            IF Rows-Unowned = ZERO
                MOVE "NONE" TO NL-Text
                WRITE Chargeback-Report-Record FROM None-Line
                    AFTER ADVANCING 1 LINES
                ADD 1 TO Line-Count
            END-IF.

        Take-Log-Row.
            IF FZBRLOG-RUN-DATE IS NUMERIC
                IF FZBRLOG-RUN-DATE NOT < Period-First-Date
                        AND FZBRLOG-RUN-DATE NOT > Period-Last-Date
                    ADD 1 TO Rows-In-Period
                    MOVE FZBRLOG-DEPT-CODE TO Search-Dept-Code
                    PERFORM Find-Dept-Entry
                    IF Dept-Found
                        PERFORM Charge-Log-Row
                    ELSE
                        ADD 1 TO Rows-Past-Table
                    END-IF
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * A request that ran is charged its grand total of values and,
      * when it was a deck card, one request.  A refused card ran
      * nothing and is only counted.
      *---------------------------------------------------------------
        Charge-Log-Row.
            IF FZBRLOG-COMPLETE OR FZBRLOG-RESTARTED
                ADD 1 TO Rows-Charged
                ADD 1 TO Dept-Rows(Dept-Index)
                IF FZBRLOG-CNT-GRAND IS NUMERIC
                    ADD FZBRLOG-CNT-GRAND TO Dept-Values(Dept-Index)
                END-IF
                IF FZBRLOG-REQUEST-ID IS NUMERIC
                    IF FZBRLOG-REQUEST-ID > ZERO
                        ADD 1 TO Dept-Requests(Dept-Index)
                    END-IF
                END-IF
                MOVE "SUSPENSE" TO UR-Charge
            ELSE
                ADD 1 TO Rows-Refused
                ADD 1 TO Dept-Refused(Dept-Index)
                MOVE "REFUSED" TO UR-Charge
            END-IF.
            IF Search-Dept-Code = SPACES
                ADD 1 TO Rows-Unowned
                PERFORM Print-Unowned-Row
            END-IF.

        Print-Unowned-Row.
            MOVE FZBRLOG-RUN-DATE TO UR-Date.
            MOVE FZBRLOG-RUN-TIME TO UR-Time.
            MOVE ZERO TO UR-Request UR-Start UR-End UR-Values.
            IF FZBRLOG-REQUEST-ID IS NUMERIC
                MOVE FZBRLOG-REQUEST-ID TO UR-Request
            END-IF.
            IF FZBRLOG-START-VALUE IS NUMERIC
                MOVE FZBRLOG-START-VALUE TO UR-Start
            END-IF.
            IF FZBRLOG-END-VALUE IS NUMERIC
                MOVE FZBRLOG-END-VALUE TO UR-End
            END-IF.
            IF FZBRLOG-CNT-GRAND IS NUMERIC
                MOVE FZBRLOG-CNT-GRAND TO UR-Values
            END-IF.
            IF Line-Count + 1 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
                WRITE Chargeback-Report-Record FROM Unowned-Row-Heading
                    AFTER ADVANCING 2 LINES
                ADD 2 TO Line-Count
            END-IF.
            WRITE Chargeback-Report-Record FROM Unowned-Row-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Line-Count.

      *---------------------------------------------------------------
      * The department named in Search-Dept-Code, added to the table
      * when it is not there yet and there is room.  A table too
      * small for the month holds the journal.
      *---------------------------------------------------------------
        Find-Dept-Entry.
            SET Dept-Not-Found TO TRUE.
            PERFORM VARYING Dept-Index FROM 1 BY 1
                    UNTIL Dept-Index > Dept-Count OR Dept-Found
                IF Dept-Code(Dept-Index) = Search-Dept-Code
                    SET Dept-Found TO TRUE
                END-IF
            END-PERFORM.
            IF Dept-Found
                SUBTRACT 1 FROM Dept-Index
            ELSE
                IF Dept-Count < 100
                    ADD 1 TO Dept-Count
                    MOVE Dept-Count TO Dept-Index
                    INITIALIZE Dept-Entry(Dept-Index)
                    MOVE Search-Dept-Code TO Dept-Code(Dept-Index)
                    SET Dept-Found TO TRUE
                ELSE
                    SET Chargeback-Held TO TRUE
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * An override is charged to its requester for the month when it
      * is not retired and its effective window touches the month;
      * zero dates leave that end of the window open, as FIZZBUZZ
      * reads them.
      *---------------------------------------------------------------
        Accumulate-Overrides.
            IF Line-Count + 6 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
            END-IF.
            MOVE "OVERRIDES WITH NO REQUESTER - CHARGED TO SUSPENSE"
                TO SL-Text.
            WRITE Chargeback-Report-Record FROM Section-Line
                AFTER ADVANCING 2 LINES.
            WRITE Chargeback-Report-Record
                FROM Unowned-Override-Heading
                AFTER ADVANCING 2 LINES.
            ADD 4 TO Line-Count.
            OPEN INPUT Override-Master.
            IF Override-File-Status = "00"
                    OR Override-File-Status = "05"
                SET Override-Master-Is-Open TO TRUE
            END-IF.
            IF Override-Master-Is-Open
                MOVE ZERO TO FZBOVRM-I-VALUE
                START Override-Master
                        KEY IS NOT LESS THAN FZBOVRM-I-VALUE
                    INVALID KEY
                        SET Master-At-End TO TRUE
                END-START
                PERFORM UNTIL Master-At-End
                    READ Override-Master NEXT RECORD
                        AT END
                            SET Master-At-End TO TRUE
                        NOT AT END
                            PERFORM Take-Override-Record
                    END-READ
                END-PERFORM
                CLOSE Override-Master
            END-IF.
            IF Overrides-Unowned = ZERO
                MOVE "NONE" TO NL-Text
                WRITE Chargeback-Report-Record FROM None-Line
                    AFTER ADVANCING 1 LINES
                ADD 1 TO Line-Count
            END-IF.

        Take-Override-Record.
            IF NOT FZBOVRM-INACTIVE
                IF (FZBOVRM-EFF-FROM IS NOT NUMERIC
                        OR FZBOVRM-EFF-FROM = ZERO
                        OR FZBOVRM-EFF-FROM NOT > Period-Last-Date)
                    AND (FZBOVRM-EFF-THRU IS NOT NUMERIC
                        OR FZBOVRM-EFF-THRU = ZERO
                        OR FZBOVRM-EFF-THRU NOT < Period-First-Date)
                    MOVE FZBOVRM-REQUESTER TO Search-Dept-Code
                    PERFORM Find-Dept-Entry
                    IF Dept-Found
                        ADD 1 TO Overrides-Charged
                        ADD 1 TO Dept-Overrides(Dept-Index)
                        IF Search-Dept-Code = SPACES
                            ADD 1 TO Overrides-Unowned
                            PERFORM Print-Unowned-Override
                        END-IF
                    ELSE
                        ADD 1 TO Overrides-Past-Table
                    END-IF
                END-IF
            END-IF.

        Print-Unowned-Override.
            MOVE FZBOVRM-I-VALUE     TO UO-I-Value.
            MOVE FZBOVRM-LABEL       TO UO-Label.
            MOVE FZBOVRM-EFF-FROM    TO UO-Eff-From.
            MOVE FZBOVRM-EFF-THRU    TO UO-Eff-Thru.
            MOVE FZBOVRM-REASON-CODE TO UO-Reason.
            IF Line-Count + 1 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
                WRITE Chargeback-Report-Record
                    FROM Unowned-Override-Heading
                    AFTER ADVANCING 2 LINES
                ADD 2 TO Line-Count
            END-IF.
            WRITE Chargeback-Report-Record FROM Unowned-Override-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Line-Count.

      *---------------------------------------------------------------
      * Each department's cost centre, rates and charges.  Values are
      * priced per thousand, requests and overrides each; every
      * charge is rounded to the cent on its own and the total is the
      * sum of the rounded charges, so statement and journal agree to
      * the cent.  A quantity with no rate to price it holds the
      * journal; a zero quantity needs no rate.
      *---------------------------------------------------------------
        Price-Departments.
            IF Ledger-Expense-Acct = SPACES
                    OR Ledger-Recovery-Acct = SPACES
                    OR Ledger-Recovery-CC = SPACES
                    OR Ledger-Suspense-CC = SPACES
                SET Chargeback-Held TO TRUE
            END-IF.
            PERFORM VARYING Dept-Index FROM 1 BY 1
                    UNTIL Dept-Index > Dept-Count
                PERFORM Price-One-Department
            END-PERFORM.

        Price-One-Department.
            PERFORM Find-Dept-Centre.
            MOVE "V" TO Search-Charge-Type.
            PERFORM Find-Charge-Rate.
            MOVE Found-Rate-Switch TO Dept-Value-Rate-Sw(Dept-Index).
            MOVE Found-Rate TO Dept-Value-Rate(Dept-Index).
            IF Rate-Not-Found AND Dept-Values(Dept-Index) > ZERO
                ADD 1 TO Charges-Without-Rate
            END-IF.
            MOVE "Q" TO Search-Charge-Type.
            PERFORM Find-Charge-Rate.
            MOVE Found-Rate-Switch TO Dept-Request-Rate-Sw(Dept-Index).
            MOVE Found-Rate TO Dept-Request-Rate(Dept-Index).
            IF Rate-Not-Found AND Dept-Requests(Dept-Index) > ZERO
                ADD 1 TO Charges-Without-Rate
            END-IF.
            MOVE "O" TO Search-Charge-Type.
            PERFORM Find-Charge-Rate.
            MOVE Found-Rate-Switch
                TO Dept-Override-Rate-Sw(Dept-Index).
            MOVE Found-Rate TO Dept-Override-Rate(Dept-Index).
            IF Rate-Not-Found AND Dept-Overrides(Dept-Index) > ZERO
                ADD 1 TO Charges-Without-Rate
            END-IF.
            IF Charges-Without-Rate > ZERO
                SET Chargeback-Held TO TRUE
            END-IF.
            COMPUTE Dept-Value-Charge(Dept-Index) ROUNDED =
                Dept-Values(Dept-Index) * Dept-Value-Rate(Dept-Index)
                / 1000.
            COMPUTE Dept-Request-Charge(Dept-Index) ROUNDED =
                Dept-Requests(Dept-Index)
                * Dept-Request-Rate(Dept-Index).
            COMPUTE Dept-Override-Charge(Dept-Index) ROUNDED =
                Dept-Overrides(Dept-Index)
                * Dept-Override-Rate(Dept-Index).
            COMPUTE Dept-Total-Charge(Dept-Index) =
                Dept-Value-Charge(Dept-Index)
                + Dept-Request-Charge(Dept-Index)
                + Dept-Override-Charge(Dept-Index).
            ADD Dept-Values(Dept-Index)       TO Total-Values.
            ADD Dept-Requests(Dept-Index)     TO Total-Requests.
            ADD Dept-Overrides(Dept-Index)    TO Total-Overrides.
            ADD Dept-Total-Charge(Dept-Index) TO Total-Charge.
            IF NOT Dept-Has-Centre(Dept-Index)
                ADD Dept-Total-Charge(Dept-Index) TO Suspense-Charge
            END-IF.

      *---------------------------------------------------------------
      * The blank department, and any department FZBRATE gives no
      * cost centre, is journalled to the suspense cost centre.
      *---------------------------------------------------------------
        Find-Dept-Centre.
            MOVE "N" TO Dept-Centre-Switch(Dept-Index).
            MOVE Ledger-Suspense-CC TO Dept-Cost-Centre(Dept-Index).
            IF Dept-Code(Dept-Index) = SPACES
                MOVE "NO DEPARTMENT - SUSPENSE" TO Dept-Name(Dept-Index)
            ELSE
                PERFORM VARYING Centre-Index FROM 1 BY 1
                        UNTIL Centre-Index > Centre-Count
                        OR Dept-Has-Centre(Dept-Index)
                    IF Centre-Dept-Code(Centre-Index)
                            = Dept-Code(Dept-Index)
                        MOVE "Y" TO Dept-Centre-Switch(Dept-Index)
                        MOVE Centre-Cost-Centre(Centre-Index)
                            TO Dept-Cost-Centre(Dept-Index)
                        MOVE Centre-Dept-Name(Centre-Index)
                            TO Dept-Name(Dept-Index)
                    END-IF
                END-PERFORM
                IF NOT Dept-Has-Centre(Dept-Index)
                    ADD 1 TO Depts-Without-Centre
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * The department's own rate for Search-Charge-Type if it has
      * one in force, else the standard rate; of either kind, the
      * latest effective.  Only rates effective by the month's last
      * day were tabled.
      *---------------------------------------------------------------
        Find-Charge-Rate.
            MOVE "N" TO Dept-Rate-Switch Std-Rate-Switch.
            MOVE ZERO TO Best-Dept-Eff-From Best-Dept-Rate
                Best-Std-Eff-From Best-Std-Rate.
            PERFORM VARYING Rate-Index FROM 1 BY 1
                    UNTIL Rate-Index > Rate-Count
                IF Rate-Charge-Type(Rate-Index) = Search-Charge-Type
                    PERFORM Test-One-Rate
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN Dept-Rate-Seen
                    MOVE Best-Dept-Rate TO Found-Rate
                    SET Rate-Was-Found TO TRUE
                WHEN Std-Rate-Seen
                    MOVE Best-Std-Rate TO Found-Rate
                    SET Rate-Was-Found TO TRUE
                WHEN OTHER
                    MOVE ZERO TO Found-Rate
                    SET Rate-Not-Found TO TRUE
            END-EVALUATE.

        Test-One-Rate.
            EVALUATE TRUE
                WHEN Rate-Dept-Code(Rate-Index) = SPACES
                    IF NOT Std-Rate-Seen OR Rate-Eff-From(Rate-Index)
                            NOT < Best-Std-Eff-From
                        SET Std-Rate-Seen TO TRUE
                        MOVE Rate-Eff-From(Rate-Index)
                            TO Best-Std-Eff-From
                        MOVE Rate-Unit-Rate(Rate-Index)
                            TO Best-Std-Rate
                    END-IF
                WHEN Rate-Dept-Code(Rate-Index) = Dept-Code(Dept-Index)
                    IF NOT Dept-Rate-Seen OR Rate-Eff-From(Rate-Index)
                            NOT < Best-Dept-Eff-From
                        SET Dept-Rate-Seen TO TRUE
                        MOVE Rate-Eff-From(Rate-Index)
                            TO Best-Dept-Eff-From
                        MOVE Rate-Unit-Rate(Rate-Index)
                            TO Best-Dept-Rate
                    END-IF
            END-EVALUATE.

      *---------------------------------------------------------------
      * One statement page per department, to go out with the month's
      * charges.
      *---------------------------------------------------------------
        Print-Statements.
            MOVE "DEPARTMENT CHARGEBACK STATEMENT" TO RT-Title.
            PERFORM VARYING Dept-Index FROM 1 BY 1
                    UNTIL Dept-Index > Dept-Count
                PERFORM Print-One-Statement
            END-PERFORM.

        Print-One-Statement.
            PERFORM Write-Page-Headers.
            MOVE Dept-Code(Dept-Index) TO DN-Dept.
            MOVE Dept-Name(Dept-Index) TO DN-Name.
            WRITE Chargeback-Report-Record FROM Dept-Name-Line
                AFTER ADVANCING 2 LINES.
            MOVE Dept-Cost-Centre(Dept-Index) TO DC-Centre.
            EVALUATE TRUE
                WHEN Dept-Code(Dept-Index) = SPACES
                    MOVE "SUSPENSE - CHARGES NOT OWNED BY A DEPARTMENT"
                        TO DC-Note
                WHEN NOT Dept-Has-Centre(Dept-Index)
                    MOVE "NO COST CENTRE ON FZBRATE - SUSPENSE"
                        TO DC-Note
                WHEN OTHER
                    MOVE SPACES TO DC-Note
            END-EVALUATE.
            WRITE Chargeback-Report-Record FROM Dept-Centre-Line
                AFTER ADVANCING 1 LINES.
            WRITE Chargeback-Report-Record FROM Statement-Heading
                AFTER ADVANCING 2 LINES.
            MOVE "VALUES CLASSIFIED (PER 1000)" TO ST-Charge.
            MOVE Dept-Values(Dept-Index) TO ST-Quantity.
            MOVE Dept-Value-Rate(Dept-Index) TO ST-Rate.
            IF Dept-Value-Rate-Sw(Dept-Index) NOT = "Y"
                MOVE "   NO RATE" TO ST-Rate-Text
            END-IF.
            MOVE Dept-Value-Charge(Dept-Index) TO ST-Amount.
            PERFORM Write-Statement-Line.
            MOVE "REQUESTS RUN" TO ST-Charge.
            MOVE Dept-Requests(Dept-Index) TO ST-Quantity.
            MOVE Dept-Request-Rate(Dept-Index) TO ST-Rate.
            IF Dept-Request-Rate-Sw(Dept-Index) NOT = "Y"
                MOVE "   NO RATE" TO ST-Rate-Text
            END-IF.
            MOVE Dept-Request-Charge(Dept-Index) TO ST-Amount.
            PERFORM Write-Statement-Line.
            MOVE "OVERRIDES HELD ON FZBOVRM" TO ST-Charge.
            MOVE Dept-Overrides(Dept-Index) TO ST-Quantity.
            MOVE Dept-Override-Rate(Dept-Index) TO ST-Rate.
            IF Dept-Override-Rate-Sw(Dept-Index) NOT = "Y"
                MOVE "   NO RATE" TO ST-Rate-Text
            END-IF.
            MOVE Dept-Override-Charge(Dept-Index) TO ST-Amount.
            PERFORM Write-Statement-Line.
            MOVE Dept-Total-Charge(Dept-Index) TO STL-Amount.
            WRITE Chargeback-Report-Record FROM Statement-Total-Line
                AFTER ADVANCING 2 LINES.
            MOVE "RUN-LOG ROWS CHARGED" TO CT-Label.
            MOVE Dept-Rows(Dept-Index) TO CT-Count.
            WRITE Chargeback-Report-Record FROM Count-Line
                AFTER ADVANCING 2 LINES.
            MOVE "REFUSED CARDS - NOT CHARGED" TO CT-Label.
            MOVE Dept-Refused(Dept-Index) TO CT-Count.
            PERFORM Write-Count-Line.

        Write-Statement-Line.
            WRITE Chargeback-Report-Record FROM Statement-Line
                AFTER ADVANCING 1 LINES.

        Print-Chargeback-Summary.
            MOVE "DEPARTMENT CHARGEBACK SUMMARY" TO RT-Title.
            PERFORM Write-Page-Headers.
            WRITE Chargeback-Report-Record FROM Summary-Heading
                AFTER ADVANCING 2 LINES.
            ADD 2 TO Line-Count.
            PERFORM VARYING Dept-Index FROM 1 BY 1
                    UNTIL Dept-Index > Dept-Count
                PERFORM Print-Summary-Line
            END-PERFORM.
            MOVE SPACES TO SM-Dept SM-Note.
            MOVE "TOTAL" TO SM-Centre.
            MOVE Total-Values TO SM-Values.
            MOVE Total-Requests TO SM-Requests.
            MOVE Total-Overrides TO SM-Overrides.
            MOVE Total-Charge TO SM-Charge.
            WRITE Chargeback-Report-Record FROM Summary-Line
                AFTER ADVANCING 2 LINES.
            ADD 2 TO Line-Count.

        Print-Summary-Line.
            MOVE Dept-Code(Dept-Index) TO SM-Dept.
            MOVE Dept-Cost-Centre(Dept-Index) TO SM-Centre.
            MOVE Dept-Values(Dept-Index) TO SM-Values.
            MOVE Dept-Requests(Dept-Index) TO SM-Requests.
            MOVE Dept-Overrides(Dept-Index) TO SM-Overrides.
            MOVE Dept-Total-Charge(Dept-Index) TO SM-Charge.
            EVALUATE TRUE
                WHEN (Dept-Value-Rate-Sw(Dept-Index) NOT = "Y"
                        AND Dept-Values(Dept-Index) > ZERO)
                    OR (Dept-Request-Rate-Sw(Dept-Index) NOT = "Y"
                        AND Dept-Requests(Dept-Index) > ZERO)
                    OR (Dept-Override-Rate-Sw(Dept-Index) NOT = "Y"
                        AND Dept-Overrides(Dept-Index) > ZERO)
                    MOVE "NO RATE" TO SM-Note
                WHEN Dept-Code(Dept-Index) = SPACES
                    MOVE "SUSPENSE" TO SM-Note
                WHEN NOT Dept-Has-Centre(Dept-Index)
                    MOVE "NO COST CENTRE" TO SM-Note
                WHEN OTHER
                    MOVE SPACES TO SM-Note
            END-EVALUATE.
            IF Line-Count + 1 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
                WRITE Chargeback-Report-Record FROM Summary-Heading
                    AFTER ADVANCING 2 LINES
                ADD 2 TO Line-Count
            END-IF.
            WRITE Chargeback-Report-Record FROM Summary-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Line-Count.

      *---------------------------------------------------------------
      * FZBGLJ: header, a debit and a credit per department with a
      * charge, and the control trailer.  A held month leaves the
      * journal empty.  The trailer's totals are the journal's own
      * sums, proved against each other and against the summary
      * total before the month is called journalled.
      *---------------------------------------------------------------
        Write-Journal.
            OPEN OUTPUT Journal-File.
            IF NOT Chargeback-Held
                MOVE SPACES TO FZBGLJ-HEADER
                MOVE "H" TO FZBGLJ-H-REC-TYPE
                MOVE Ledger-Journal-Src TO FZBGLJ-H-JOURNAL-SRC
                MOVE Period-Value TO FZBGLJ-H-PERIOD
                MOVE Run-Date-Field TO FZBGLJ-H-CREATED-DATE
                MOVE Run-Time-Field(1:6) TO FZBGLJ-H-CREATED-TIME
                MOVE "FIZZBUZZ SERVICE CHARGEBACK"
                    TO FZBGLJ-H-DESCRIPTION
                WRITE FZBGLJ-HEADER
                PERFORM VARYING Dept-Index FROM 1 BY 1
                        UNTIL Dept-Index > Dept-Count
                    IF Dept-Total-Charge(Dept-Index) > ZERO
                        PERFORM Write-Journal-Pair
                    END-IF
                END-PERFORM
                MOVE SPACES TO FZBGLJ-TRAILER
                MOVE "T" TO FZBGLJ-T-REC-TYPE
                MOVE Journal-Line-No TO FZBGLJ-T-DETAIL-COUNT
                MOVE Journal-Debit-Total TO FZBGLJ-T-DEBIT-TOTAL
                MOVE Journal-Credit-Total TO FZBGLJ-T-CREDIT-TOTAL
                MOVE Period-Value TO FZBGLJ-T-PERIOD
                WRITE FZBGLJ-TRAILER
                IF Journal-Debit-Total NOT = Journal-Credit-Total
                        OR Journal-Debit-Total NOT = Total-Charge
                    SET Journal-Out-Of-Balance TO TRUE
                END-IF
            END-IF.
            CLOSE Journal-File.

        Write-Journal-Pair.
            MOVE SPACES TO Journal-Text.
            STRING "FIZZBUZZ CHARGEBACK " Period-Value
                DELIMITED BY SIZE INTO Journal-Text.
            MOVE SPACES TO FZBGLJ-DETAIL.
            MOVE "D" TO FZBGLJ-D-REC-TYPE.
            ADD 1 TO Journal-Line-No.
            MOVE Journal-Line-No TO FZBGLJ-D-LINE-NO.
            MOVE Dept-Cost-Centre(Dept-Index) TO FZBGLJ-D-COST-CENTRE.
            MOVE Ledger-Expense-Acct TO FZBGLJ-D-ACCOUNT.
            SET FZBGLJ-D-DEBIT TO TRUE.
            MOVE Dept-Total-Charge(Dept-Index) TO FZBGLJ-D-AMOUNT.
            MOVE Dept-Code(Dept-Index) TO FZBGLJ-D-DEPT-CODE.
            MOVE Journal-Text TO FZBGLJ-D-DESCRIPTION.
            WRITE FZBGLJ-DETAIL.
            ADD FZBGLJ-D-AMOUNT TO Journal-Debit-Total.
            MOVE SPACES TO Journal-Text.
            STRING "FIZZBUZZ RECOVERY " Period-Value
                DELIMITED BY SIZE INTO Journal-Text.
            ADD 1 TO Journal-Line-No.
            MOVE Journal-Line-No TO FZBGLJ-D-LINE-NO.
            MOVE Ledger-Recovery-CC TO FZBGLJ-D-COST-CENTRE.
            MOVE Ledger-Recovery-Acct TO FZBGLJ-D-ACCOUNT.
            SET FZBGLJ-D-CREDIT TO TRUE.
            MOVE Journal-Text TO FZBGLJ-D-DESCRIPTION.
            WRITE FZBGLJ-DETAIL.
            ADD FZBGLJ-D-AMOUNT TO Journal-Credit-Total.

        Print-Chargeback-Counts.
            IF Line-Count + 28 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
            END-IF.
            MOVE "TOTAL CHARGED" TO AL-Label.
            MOVE Total-Charge TO AL-Amount.
            WRITE Chargeback-Report-Record FROM Amount-Line
                AFTER ADVANCING 2 LINES.
            MOVE "OF WHICH TO SUSPENSE" TO AL-Label.
            MOVE Suspense-Charge TO AL-Amount.
            PERFORM Write-Amount-Line.
            MOVE "JOURNAL DEBITS" TO AL-Label.
            MOVE Journal-Debit-Total TO AL-Amount.
            PERFORM Write-Amount-Line.
            MOVE "JOURNAL CREDITS" TO AL-Label.
            MOVE Journal-Credit-Total TO AL-Amount.
            PERFORM Write-Amount-Line.
            MOVE "JOURNAL DETAIL LINES" TO CT-Label.
            MOVE Journal-Line-No TO CT-Count.
            WRITE Chargeback-Report-Record FROM Count-Line
                AFTER ADVANCING 2 LINES.
            MOVE "ARCHIVE ROWS READ" TO CT-Label.
            MOVE Archive-Rows-Read TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "LIVE ROWS READ" TO CT-Label.
            MOVE Live-Rows-Read TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "ROWS IN PERIOD" TO CT-Label.
            MOVE Rows-In-Period TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "ROWS CHARGED" TO CT-Label.
            MOVE Rows-Charged TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "REFUSED CARDS - NOT CHARGED" TO CT-Label.
            MOVE Rows-Refused TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "ROWS WITH NO DEPARTMENT" TO CT-Label.
            MOVE Rows-Unowned TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "OVERRIDES CHARGED" TO CT-Label.
            MOVE Overrides-Charged TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "OVERRIDES WITH NO REQUESTER" TO CT-Label.
            MOVE Overrides-Unowned TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "DEPARTMENTS CHARGED" TO CT-Label.
            MOVE Dept-Count TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "DEPARTMENTS WITH NO CENTRE" TO CT-Label.
            MOVE Depts-Without-Centre TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "CHARGES WITH NO RATE" TO CT-Label.
            MOVE Charges-Without-Rate TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "RATE RECORDS REJECTED" TO CT-Label.
            MOVE Rate-Records-Rejected TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "ROWS PAST DEPARTMENT TABLE" TO CT-Label.
            MOVE Rows-Past-Table TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "OVERRIDES PAST DEPT TABLE" TO CT-Label.
            MOVE Overrides-Past-Table TO CT-Count.
            PERFORM Write-Count-Line.
            IF Ledger-Expense-Acct = SPACES
                    OR Ledger-Recovery-Acct = SPACES
                    OR Ledger-Recovery-CC = SPACES
                    OR Ledger-Suspense-CC = SPACES
                MOVE "NO COMPLETE L RECORD ON FZBRATE - NO LEDGER"
                    TO NL-Text
                WRITE Chargeback-Report-Record FROM None-Line
                    AFTER ADVANCING 2 LINES
            END-IF.

        Write-Amount-Line.
            WRITE Chargeback-Report-Record FROM Amount-Line
                AFTER ADVANCING 1 LINES.

        Write-Count-Line.
            WRITE Chargeback-Report-Record FROM Count-Line
                AFTER ADVANCING 1 LINES.

        Write-Page-Headers.
            ADD 1 TO Page-Count.
            MOVE Run-Date-Field TO RT-Run-Date.
            MOVE Page-Count     TO RT-Page-No.
            MOVE Period-Value   TO CL-Period.
            MOVE Period-First-Date TO CL-From-Date.
            MOVE Period-Last-Date  TO CL-Thru-Date.
            IF Page-Count > 1
                WRITE Chargeback-Report-Record FROM Report-Title-Line
                    AFTER ADVANCING PAGE
            ELSE
                WRITE Chargeback-Report-Record FROM Report-Title-Line
            END-IF.
            WRITE Chargeback-Report-Record FROM Criteria-Line
                AFTER ADVANCING 1 LINES.
            MOVE 2 TO Line-Count.

        Terminate-Run.
            EVALUATE TRUE
                WHEN Chargeback-Held
                    MOVE "HELD" TO VL-Verdict
                    MOVE 8 TO RETURN-CODE
                WHEN Journal-Out-Of-Balance
                    MOVE "OUT OF BALANCE" TO VL-Verdict
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    MOVE "JOURNALLED" TO VL-Verdict
            END-EVALUATE.
            WRITE Chargeback-Report-Record FROM Verdict-Line
                AFTER ADVANCING 2 LINES.
            CLOSE Chargeback-Report-File.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the run-log rows it read and the return
      * code it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            COMPUTE Step-Record-Volume =
                Archive-Rows-Read + Live-Rows-Read.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBCHG" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

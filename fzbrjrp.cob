      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Prints the FZBRJNL rules journal FZBMAINT appends to: every
      * pending rule change approved onto FZBRUL or rejected, with
      * who keyed it and when, who decided it, and the rule's before
      * and after images, plus every supervisor override of the
      * run-state interlock.  This is the answer to compliance's "who
      * put this rule in" - FZBRUL itself only knows what the rule
      * says today.
      *
      * An optional from/thru date card (the FZBARCC layout FZBARCH
      * reads) limits the listing to journal rows in that range; with
      * no card the whole journal prints.  Counts of approvals,
      * rejections and overrides close the report.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBRJRP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL Journal-Card-File ASSIGN TO "RJRCTL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Journal-File ASSIGN TO "FZBRJNL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Journal-Report-File ASSIGN TO "FZBRJRR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Journal-Card-File.
            COPY FZBARCC.

        FD  Journal-File.
            COPY FZBRJNL.

        FD  Journal-Report-File.
        01 Journal-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Print-Control-Values.
            05 Line-Count           PIC 9(03) VALUE 99.
            05 Page-Count           PIC 9(03) VALUE ZERO.
            05 Max-Lines-Per-Page   PIC 9(03) VALUE 060.

        01 Run-Date-Field  PIC 9(08) VALUE ZERO.

        01 Selection-Range.
            05 From-Date-Value  PIC 9(08) VALUE ZERO.
            05 Thru-Date-Value  PIC 9(08) VALUE 99999999.

        01 Journal-Counts.
            05 Selected-Count    PIC 9(05) VALUE ZERO.
            05 Approval-Count    PIC 9(05) VALUE ZERO.
            05 Rejection-Count   PIC 9(05) VALUE ZERO.
            05 Override-Count    PIC 9(05) VALUE ZERO.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(22) VALUE
                "FZBRUL RULES JOURNAL".
            05 FILLER        PIC X(03) VALUE SPACES.
            05 FILLER        PIC X(05) VALUE "PAGE ".
            05 RT-Page-No    PIC ZZ9.
            05 FILLER        PIC X(25) VALUE SPACES.

        01 Criteria-Line.
            05 FILLER        PIC X(16) VALUE "SELECTED RANGE: ".
            05 CL-From-Date  PIC 9(08).
            05 FILLER        PIC X(06) VALUE " THRU ".
            05 CL-Thru-Date  PIC 9(08).
            05 FILLER        PIC X(42) VALUE SPACES.

        01 Column-Heading-Line.
            05 FILLER  PIC X(08) VALUE "DATE".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(06) VALUE "TIME".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "EVENT".
            05 FILLER  PIC X(08) VALUE "OPERATOR".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(05) VALUE "CHG#".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(06) VALUE "ACTION".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(08) VALUE "KEYED-BY".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(08) VALUE "KEYED-ON".
            05 FILLER  PIC X(09) VALUE SPACES.

        01 Event-Detail-Line.
            05 ED-Date      PIC 9(08).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 ED-Time      PIC 9(06).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 ED-Event     PIC X(10).
            05 ED-Operator  PIC X(08).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 ED-Change-No PIC X(05).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 ED-Action    PIC X(06).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 ED-Keyed-By  PIC X(08).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 ED-Keyed-On  PIC X(08).
            05 FILLER       PIC X(09) VALUE SPACES.

        01 Image-Line.
            05 FILLER       PIC X(04) VALUE SPACES.
            05 IL-Caption   PIC X(08).
            05 IL-Priority  PIC X(02).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 IL-Divisor   PIC X(05).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 IL-Label     PIC X(10).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 IL-Status    PIC X(01).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 IL-Eff-From  PIC X(08).
            05 FILLER       PIC X(02) VALUE SPACES.
            05 IL-Eff-Thru  PIC X(08).
            05 FILLER       PIC X(24) VALUE SPACES.

        01 Remark-Line.
            05 FILLER       PIC X(04) VALUE SPACES.
            05 FILLER       PIC X(08) VALUE "REMARK: ".
            05 RL-Remark    PIC X(30).
            05 FILLER       PIC X(38) VALUE SPACES.

        01 Count-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CT-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CT-Count      PIC ZZZZ9.
            05 FILLER        PIC X(41) VALUE SPACES.

        01 No-Rows-Line.
            05 FILLER  PIC X(30) VALUE "  NO JOURNAL ROWS IN RANGE".
            05 FILLER  PIC X(50) VALUE SPACES.

        01 Card-Error-Line.
            05 FILLER  PIC X(44) VALUE
                "  SELECTION CARD INVALID - RANGE MUST BE".
            05 FILLER  PIC X(26) VALUE " FROM NOT > THRU".
            05 FILLER  PIC X(10) VALUE SPACES.

        01 Switches.
            05 Card-Valid-Switch    PIC X(01) VALUE "Y".
                88 Card-Is-Valid        VALUE "Y".
                88 Card-Is-Invalid      VALUE "N".
            05 Journal-At-End-Switch PIC X(01) VALUE "N".
                88 Journal-At-End        VALUE "Y".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            IF Card-Is-Valid
                PERFORM Print-Journal
                PERFORM Print-Journal-Counts
            END-IF.
            PERFORM Terminate-Run.
            STOP RUN.

      *---------------------------------------------------------------
      * Unlike FZBARCH's, the card here is optional - the usual ask
      * is the whole journal.  When it is keyed, either date may be
      * zero or blank to leave that end open, and a keyed pair must
      * not close before it opens.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            OPEN INPUT Journal-Card-File.
            READ Journal-Card-File
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM Apply-Selection-Card
            END-READ.
            CLOSE Journal-Card-File.
            OPEN OUTPUT Journal-Report-File.
            MOVE From-Date-Value TO CL-From-Date.
            MOVE Thru-Date-Value TO CL-Thru-Date.
            IF Card-Is-Invalid
                MOVE Run-Date-Field TO RT-Run-Date
                MOVE ZERO TO RT-Page-No
                WRITE Journal-Report-Record FROM Report-Title-Line
                WRITE Journal-Report-Record FROM Card-Error-Line
                    AFTER ADVANCING 2 LINES
            END-IF.

        Apply-Selection-Card.
            IF FZBARCC-FROM-DATE NUMERIC
                    AND FZBARCC-FROM-DATE > ZERO
                MOVE FZBARCC-FROM-DATE TO From-Date-Value
            END-IF.
            IF FZBARCC-THRU-DATE NUMERIC
                    AND FZBARCC-THRU-DATE > ZERO
                MOVE FZBARCC-THRU-DATE TO Thru-Date-Value
            END-IF.
            IF From-Date-Value > Thru-Date-Value
                SET Card-Is-Invalid TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * The journal is append-only, so front to back is date order.
      *---------------------------------------------------------------
        Print-Journal.
            PERFORM Write-Page-Headers.
            OPEN INPUT Journal-File.
            PERFORM UNTIL Journal-At-End
                READ Journal-File
                    AT END
                        SET Journal-At-End TO TRUE
                    NOT AT END
                        IF FZBRJNL-EVENT-DATE
                                NOT LESS THAN From-Date-Value
                            AND FZBRJNL-EVENT-DATE
                                NOT GREATER THAN Thru-Date-Value
                            PERFORM Print-Journal-Row
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Journal-File.
            IF Selected-Count = ZERO
                WRITE Journal-Report-Record FROM No-Rows-Line
                    AFTER ADVANCING 1 LINES
                ADD 1 TO Line-Count
            END-IF.

      *---------------------------------------------------------------
      * A decision takes up to four lines - the event, the before and
      * after images, and the remark when there is one - so the page
      * break is taken before the event line rather than splitting
      * the group.  An override row has no change to show.
      *---------------------------------------------------------------
        Print-Journal-Row.
            ADD 1 TO Selected-Count.
            IF Line-Count + 4 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
            END-IF.
            MOVE FZBRJNL-EVENT-DATE TO ED-Date.
            MOVE FZBRJNL-EVENT-TIME TO ED-Time.
            MOVE FZBRJNL-OPERATOR   TO ED-Operator.
            MOVE SPACES TO ED-Change-No ED-Action ED-Keyed-By
                ED-Keyed-On.
            EVALUATE TRUE
                WHEN FZBRJNL-APPROVAL
                    MOVE "APPROVED"  TO ED-Event
                    ADD 1 TO Approval-Count
                WHEN FZBRJNL-REJECTION
                    MOVE "REJECTED"  TO ED-Event
                    ADD 1 TO Rejection-Count
                WHEN FZBRJNL-SUPV-OVERRIDE
                    MOVE "SUPV OVRD" TO ED-Event
                    ADD 1 TO Override-Count
                WHEN OTHER
                    MOVE "UNKNOWN"   TO ED-Event
            END-EVALUATE.
            IF NOT FZBRJNL-SUPV-OVERRIDE
                MOVE FZBRJNL-CHANGE-NO  TO ED-Change-No
                MOVE FZBRJNL-KEYED-BY   TO ED-Keyed-By
                MOVE FZBRJNL-KEYED-DATE TO ED-Keyed-On
                EVALUATE FZBRJNL-ACTION
                    WHEN "A" MOVE "ADD"    TO ED-Action
                    WHEN "C" MOVE "CHANGE" TO ED-Action
                    WHEN "R" MOVE "RETIRE" TO ED-Action
                    WHEN OTHER MOVE FZBRJNL-ACTION TO ED-Action
                END-EVALUATE
            END-IF.
            WRITE Journal-Report-Record FROM Event-Detail-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Line-Count.
            IF NOT FZBRJNL-SUPV-OVERRIDE
                MOVE "BEFORE: "           TO IL-Caption
                MOVE FZBRJNL-BEF-PRIORITY TO IL-Priority
                MOVE FZBRJNL-BEF-DIVISOR  TO IL-Divisor
                MOVE FZBRJNL-BEF-LABEL    TO IL-Label
                MOVE FZBRJNL-BEF-STATUS   TO IL-Status
                MOVE FZBRJNL-BEF-EFF-FROM TO IL-Eff-From
                MOVE FZBRJNL-BEF-EFF-THRU TO IL-Eff-Thru
                PERFORM Write-Image-Line
                MOVE "AFTER:  "           TO IL-Caption
                MOVE FZBRJNL-AFT-PRIORITY TO IL-Priority
                MOVE FZBRJNL-AFT-DIVISOR  TO IL-Divisor
                MOVE FZBRJNL-AFT-LABEL    TO IL-Label
                MOVE FZBRJNL-AFT-STATUS   TO IL-Status
                MOVE FZBRJNL-AFT-EFF-FROM TO IL-Eff-From
                MOVE FZBRJNL-AFT-EFF-THRU TO IL-Eff-Thru
                PERFORM Write-Image-Line
            END-IF.
            IF FZBRJNL-REMARK NOT = SPACES
                MOVE FZBRJNL-REMARK TO RL-Remark
                WRITE Journal-Report-Record FROM Remark-Line
                    AFTER ADVANCING 1 LINES
                ADD 1 TO Line-Count
            END-IF.

        Write-Image-Line.
            WRITE Journal-Report-Record FROM Image-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Line-Count.

        Print-Journal-Counts.
            MOVE "JOURNAL ROWS SELECTED" TO CT-Label.
            MOVE Selected-Count TO CT-Count.
            WRITE Journal-Report-Record FROM Count-Line
                AFTER ADVANCING 2 LINES.
            MOVE "CHANGES APPROVED" TO CT-Label.
            MOVE Approval-Count TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "CHANGES REJECTED" TO CT-Label.
            MOVE Rejection-Count TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "SUPERVISOR OVERRIDES" TO CT-Label.
            MOVE Override-Count TO CT-Count.
            PERFORM Write-Count-Line.

        Write-Count-Line.
            WRITE Journal-Report-Record FROM Count-Line
                AFTER ADVANCING 1 LINES.

        Write-Page-Headers.
            ADD 1 TO Page-Count.
            MOVE Run-Date-Field TO RT-Run-Date.
            MOVE Page-Count     TO RT-Page-No.
            IF Page-Count > 1
                WRITE Journal-Report-Record FROM Report-Title-Line
                    AFTER ADVANCING PAGE
            ELSE
                WRITE Journal-Report-Record FROM Report-Title-Line
            END-IF.
            WRITE Journal-Report-Record FROM Criteria-Line
                AFTER ADVANCING 1 LINES.
            WRITE Journal-Report-Record FROM Column-Heading-Line
                AFTER ADVANCING 2 LINES.
            MOVE 4 TO Line-Count.

        Terminate-Run.
            CLOSE Journal-Report-File.
            IF Card-Is-Invalid
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the journal entries it printed and the
      * return code it leaves - for the FZBTRND trend report and the
      * FZBBLD batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Selected-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBRJRP" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

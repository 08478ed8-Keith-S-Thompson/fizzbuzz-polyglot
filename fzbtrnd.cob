      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Step-timing trend report for the nightly stream.  Every batch
      * step appends a row to the shared FZBSTPL log as it ends - its
      * start and end, the volume it handled and its return code -
      * and this program reads the log back over the FZBSLA history
      * days and sets each step's elapsed times against the target
      * on its FZBSLA S record.  A night's overrun is rarely a
      * surprise in hindsight: the step that broke the window has
      * usually been creeping up for weeks, and this is the report
      * that shows it creeping.
      *
      * One line per step gives its runs in the history, the average,
      * longest and latest elapsed, its target, how many runs went
      * over, and whether the latest run is rising or falling against
      * the average (ten per cent either way).  A step whose latest
      * run broke its target is BREACHED; one that is rising and
      * already past nine tenths of its target is AT RISK.  Steps on
      * the log without an S record are listed with no target, and
      * stream steps with no run in the history are listed too.
      * Every run over its target follows, oldest first.  FIZZBUZZ
      * trial decks are not the stream and are left out.  Any step
      * breached gives "TREND STATUS: SLA BREACHED" and RC 8.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBTRND.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL Service-Level-File ASSIGN TO "FZBSLA"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Trend-Report-File ASSIGN TO "FZBTRNR"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Service-Level-File.
            COPY FZBSLA.

        FD  Step-Timing-File.
            COPY FZBSTP.

        FD  Trend-Report-File.
        01 Trend-Report-Record  PIC X(80).

        WORKING-STORAGE SECTION.
        01 Print-Control-Values.
            05 Line-Count           PIC 9(03) VALUE 99.
            05 Page-Count           PIC 9(03) VALUE ZERO.
            05 Max-Lines-Per-Page   PIC 9(03) VALUE 060.

        01 Run-Date-Field  PIC 9(08) VALUE ZERO.

        01 History-Values.
            05 History-Days          PIC 9(03) VALUE 030.
            05 History-Cutoff        PIC 9(08) VALUE ZERO.
            05 History-From-Date     PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------
      * One entry per step: FZBSLA's steps first, in card order, then
      * any other step found on the log.
      *---------------------------------------------------------------
        01 Step-Table.
            05 Step-Count            PIC 9(02) VALUE ZERO.
            05 Step-Entry OCCURS 40 TIMES.
                10 Step-Name          PIC X(08).
                10 Step-Target        PIC 9(05).
                10 Step-Has-Target    PIC X(01).
                    88 Step-Targeted      VALUE "Y".
                10 Step-Runs          PIC 9(05).
                10 Step-Total-Secs    PIC 9(09).
                10 Step-Max-Secs      PIC 9(07).
                10 Step-Last-Secs     PIC 9(07).
                10 Step-Over-Count    PIC 9(05).
            05 Step-Index            PIC 9(02) VALUE ZERO.
            05 Search-Step-Name      PIC X(08) VALUE SPACES.

        01 Trend-Counts.
            05 Rows-Read-Count       PIC 9(07) VALUE ZERO.
            05 Rows-In-History       PIC 9(07) VALUE ZERO.
            05 Rows-Before-History   PIC 9(07) VALUE ZERO.
            05 Trial-Rows-Count      PIC 9(07) VALUE ZERO.
            05 Rows-Unreadable       PIC 9(07) VALUE ZERO.
            05 Rows-Not-Tabled       PIC 9(07) VALUE ZERO.
            05 Runs-Over-Target      PIC 9(07) VALUE ZERO.
            05 Steps-Breached        PIC 9(03) VALUE ZERO.
            05 Steps-At-Risk         PIC 9(03) VALUE ZERO.
            05 Steps-Not-Logged      PIC 9(03) VALUE ZERO.

        01 Elapsed-Work-Fields.
            05 Row-Elapsed           PIC S9(09) VALUE ZERO.
            05 Row-Start-Seconds     PIC 9(05) VALUE ZERO.
            05 Row-End-Seconds       PIC 9(05) VALUE ZERO.
            05 Row-Day-Span          PIC S9(05) VALUE ZERO.
            05 Average-Secs          PIC 9(07) VALUE ZERO.
            05 Time-Seconds          PIC 9(07) VALUE ZERO.
            05 Time-Remainder        PIC 9(07) VALUE ZERO.
            05 Clock-Work            PIC 9(08) VALUE ZERO.
            05 Clock-Parts REDEFINES Clock-Work.
                10 Clock-HH           PIC 9(02).
                10 Clock-MM           PIC 9(02).
                10 Clock-SS           PIC 9(02).
                10 Clock-CC           PIC 9(02).

      *---------------------------------------------------------------
      * Elapsed seconds as HHH:MM:SS, built here and moved to
      * whichever report column wants it.
      *---------------------------------------------------------------
        01 Elapsed-Edit.
            05 EE-Hours      PIC ZZ9.
            05 FILLER        PIC X(01) VALUE ":".
            05 EE-Minutes    PIC 9(02).
            05 FILLER        PIC X(01) VALUE ":".
            05 EE-Seconds    PIC 9(02).

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(30) VALUE
                "STREAM STEP-TIMING TREND".
            05 FILLER        PIC X(05) VALUE "PAGE ".
            05 RT-Page-No    PIC ZZ9.
            05 FILLER        PIC X(20) VALUE SPACES.

        01 Criteria-Line.
            05 FILLER        PIC X(14) VALUE "HISTORY FROM: ".
            05 CL-From-Date  PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(06) VALUE "DAYS: ".
            05 CL-Days       PIC ZZ9.
            05 FILLER        PIC X(45) VALUE SPACES.

        01 Section-Line.
            05 SL-Text       PIC X(60).
            05 FILLER        PIC X(20) VALUE SPACES.

        01 Summary-Heading-Line.
            05 FILLER  PIC X(09) VALUE "STEP".
            05 FILLER  PIC X(05) VALUE "RUNS".
            05 FILLER  PIC X(10) VALUE "  AVERAGE".
            05 FILLER  PIC X(10) VALUE "   LONGEST".
            05 FILLER  PIC X(10) VALUE "    LATEST".
            05 FILLER  PIC X(10) VALUE "    TARGET".
            05 FILLER  PIC X(05) VALUE " OVER".
            05 FILLER  PIC X(08) VALUE " TREND".
            05 FILLER  PIC X(10) VALUE " STATUS".
            05 FILLER  PIC X(03) VALUE SPACES.

        01 Summary-Detail-Line.
            05 SD-Step       PIC X(08).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 SD-Runs       PIC ZZZ9.
            05 FILLER        PIC X(01) VALUE SPACES.
            05 SD-Average    PIC X(09).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 SD-Longest    PIC X(09).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 SD-Latest     PIC X(09).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 SD-Target     PIC X(09).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 SD-Over       PIC ZZZ9.
            05 FILLER        PIC X(01) VALUE SPACES.
            05 SD-Trend      PIC X(07).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 SD-Status     PIC X(10).
            05 FILLER        PIC X(02) VALUE SPACES.

        01 Breach-Heading-Line.
            05 FILLER  PIC X(10) VALUE "DATE".
            05 FILLER  PIC X(10) VALUE "STARTED".
            05 FILLER  PIC X(09) VALUE "STEP".
            05 FILLER  PIC X(05) VALUE "QUAL".
            05 FILLER  PIC X(10) VALUE "   ELAPSED".
            05 FILLER  PIC X(10) VALUE "    TARGET".
            05 FILLER  PIC X(10) VALUE "   OVER BY".
            05 FILLER  PIC X(11) VALUE "     VOLUME".
            05 FILLER  PIC X(05) VALUE SPACES.

        01 Breach-Detail-Line.
            05 BD-Date       PIC 9(08).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 BD-Started-HH PIC 9(02).
            05 FILLER        PIC X(01) VALUE ":".
            05 BD-Started-MM PIC 9(02).
            05 FILLER        PIC X(01) VALUE ":".
            05 BD-Started-SS PIC 9(02).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 BD-Step       PIC X(08).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 BD-Qualifier  PIC X(04).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 BD-Elapsed    PIC X(09).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 BD-Target     PIC X(09).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 BD-Over-By    PIC X(09).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 BD-Volume     PIC ZZZZZZZZ9.
            05 FILLER        PIC X(06) VALUE SPACES.

        01 No-Rows-Line.
            05 FILLER  PIC X(40) VALUE
                "  NO RUN WENT OVER ITS TARGET".
            05 FILLER  PIC X(40) VALUE SPACES.

        01 Count-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CT-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CT-Count      PIC ZZZZZZ9.
            05 FILLER        PIC X(39) VALUE SPACES.

        01 Verdict-Line.
            05 FILLER          PIC X(20) VALUE "TREND STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 FILLER          PIC X(46) VALUE SPACES.

        01 Switches.
            05 Sla-At-End-Switch     PIC X(01) VALUE "N".
                88 Sla-At-End            VALUE "Y".
            05 Timing-At-End-Switch  PIC X(01) VALUE "N".
                88 Timing-At-End         VALUE "Y".
            05 Row-Test-Switch       PIC X(01) VALUE "Y".
                88 Row-Is-Usable         VALUE "Y".
                88 Row-Is-Unreadable     VALUE "U".
                88 Row-Is-Before-History VALUE "B".
                88 Row-Is-Trial          VALUE "T".
            05 Step-Found-Switch     PIC X(01) VALUE "N".
                88 Step-Found            VALUE "Y".
                88 Step-Not-Found        VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            PERFORM Accumulate-Timing-History.
            PERFORM Print-Step-Summary.
            PERFORM Print-Runs-Over-Target.
            PERFORM Print-Trend-Counts.
            PERFORM Terminate-Run.
            STOP RUN.

      *---------------------------------------------------------------
      * FZBSLA gives the steps, their targets and the history days;
      * with no FZBSLA file every step on the log is reported with no
      * target over the last 30 days.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            OPEN INPUT Service-Level-File.
            PERFORM UNTIL Sla-At-End
                READ Service-Level-File
                    AT END
                        SET Sla-At-End TO TRUE
                    NOT AT END
                        PERFORM Load-Service-Level-Record
                END-READ
            END-PERFORM.
            CLOSE Service-Level-File.
            COMPUTE History-Cutoff =
                FUNCTION INTEGER-OF-DATE(Run-Date-Field) - History-Days.
            COMPUTE History-From-Date =
                FUNCTION DATE-OF-INTEGER(History-Cutoff + 1).
            OPEN OUTPUT Trend-Report-File.

        Load-Service-Level-Record.
            EVALUATE TRUE
                WHEN FZBSLA-W-TYPE
                    IF FZBSLA-W-HISTORY-DAYS IS NUMERIC
                            AND FZBSLA-W-HISTORY-DAYS > ZERO
                        MOVE FZBSLA-W-HISTORY-DAYS TO History-Days
                    END-IF
                WHEN FZBSLA-S-TYPE
                    IF FZBSLA-S-STEP-NAME NOT = SPACES
                        MOVE FZBSLA-S-STEP-NAME TO Search-Step-Name
                        PERFORM Find-Step-Entry
                        IF Step-Found
                                AND FZBSLA-S-TARGET-SECS IS NUMERIC
                            MOVE FZBSLA-S-TARGET-SECS
                                TO Step-Target(Step-Index)
                            MOVE "Y" TO Step-Has-Target(Step-Index)
                        END-IF
                    END-IF
            END-EVALUATE.

      *---------------------------------------------------------------
      * The step named in Search-Step-Name, added to the table when
      * it is not there yet and there is room.
      *---------------------------------------------------------------
        Find-Step-Entry.
            SET Step-Not-Found TO TRUE.
            PERFORM VARYING Step-Index FROM 1 BY 1
                    UNTIL Step-Index > Step-Count OR Step-Found
                IF Step-Name(Step-Index) = Search-Step-Name
                    SET Step-Found TO TRUE
                END-IF
            END-PERFORM.
            IF Step-Found
                SUBTRACT 1 FROM Step-Index
            ELSE
                IF Step-Count < 40
                    ADD 1 TO Step-Count
                    MOVE Step-Count TO Step-Index
                    INITIALIZE Step-Entry(Step-Index)
                    MOVE Search-Step-Name TO Step-Name(Step-Index)
                    MOVE "N" TO Step-Has-Target(Step-Index)
                    SET Step-Found TO TRUE
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * The log is append-only, so the last row read for a step is
      * its latest run.
      *---------------------------------------------------------------
        Accumulate-Timing-History.
            OPEN INPUT Step-Timing-File.
            PERFORM UNTIL Timing-At-End
                READ Step-Timing-File
                    AT END
                        SET Timing-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Rows-Read-Count
                        PERFORM Test-Timing-Row
                        EVALUATE TRUE
                            WHEN Row-Is-Usable
                                PERFORM Tally-Timing-Row
                            WHEN Row-Is-Unreadable
                                ADD 1 TO Rows-Unreadable
                            WHEN Row-Is-Before-History
                                ADD 1 TO Rows-Before-History
                            WHEN Row-Is-Trial
                                ADD 1 TO Trial-Rows-Count
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE Step-Timing-File.

      *---------------------------------------------------------------
      * A row is measured if its dates and times are readable, its
      * end is not before its start, it started inside the history
      * days and it is not a FIZZBUZZ trial deck.
      *---------------------------------------------------------------
        Test-Timing-Row.
            IF FZBSTP-START-DATE IS NOT NUMERIC
                    OR FZBSTP-END-DATE IS NOT NUMERIC
                    OR FZBSTP-START-TIME IS NOT NUMERIC
                    OR FZBSTP-END-TIME IS NOT NUMERIC
                    OR FZBSTP-RECORD-VOLUME IS NOT NUMERIC
                    OR FZBSTP-START-DATE NOT > 16010101
                    OR FZBSTP-END-DATE NOT > 16010101
                    OR FZBSTP-STEP-NAME = SPACES
                SET Row-Is-Unreadable TO TRUE
            ELSE
                PERFORM Compute-Row-Elapsed
                EVALUATE TRUE
                    WHEN Row-Elapsed < ZERO
                        SET Row-Is-Unreadable TO TRUE
                    WHEN FUNCTION INTEGER-OF-DATE(FZBSTP-START-DATE)
                            NOT > History-Cutoff
                        SET Row-Is-Before-History TO TRUE
                    WHEN FZBSTP-STEP-NAME = "FIZZBUZZ"
                            AND FZBSTP-STEP-QUALIFIER = "TRL"
                        SET Row-Is-Trial TO TRUE
                    WHEN OTHER
                        SET Row-Is-Usable TO TRUE
                END-EVALUATE
            END-IF.

        Compute-Row-Elapsed.
            MOVE FZBSTP-START-TIME TO Clock-Work.
            COMPUTE Row-Start-Seconds =
                Clock-HH * 3600 + Clock-MM * 60 + Clock-SS.
            MOVE FZBSTP-END-TIME TO Clock-Work.
            COMPUTE Row-End-Seconds =
                Clock-HH * 3600 + Clock-MM * 60 + Clock-SS.
            COMPUTE Row-Day-Span =
                FUNCTION INTEGER-OF-DATE(FZBSTP-END-DATE)
                - FUNCTION INTEGER-OF-DATE(FZBSTP-START-DATE).
            COMPUTE Row-Elapsed =
                Row-Day-Span * 86400
                + Row-End-Seconds - Row-Start-Seconds.

        Tally-Timing-Row.
            ADD 1 TO Rows-In-History.
            MOVE FZBSTP-STEP-NAME TO Search-Step-Name.
            PERFORM Find-Step-Entry.
            IF Step-Not-Found
                ADD 1 TO Rows-Not-Tabled
            ELSE
                ADD 1 TO Step-Runs(Step-Index)
                ADD Row-Elapsed TO Step-Total-Secs(Step-Index)
                MOVE Row-Elapsed TO Step-Last-Secs(Step-Index)
                IF Row-Elapsed > Step-Max-Secs(Step-Index)
                    MOVE Row-Elapsed TO Step-Max-Secs(Step-Index)
                END-IF
                IF Step-Targeted(Step-Index)
                        AND Row-Elapsed > Step-Target(Step-Index)
                    ADD 1 TO Step-Over-Count(Step-Index)
                    ADD 1 TO Runs-Over-Target
                END-IF
            END-IF.

        Print-Step-Summary.
            PERFORM Write-Page-Headers.
            MOVE "ELAPSED TIME BY STEP" TO SL-Text.
            WRITE Trend-Report-Record FROM Section-Line
                AFTER ADVANCING 2 LINES.
            WRITE Trend-Report-Record FROM Summary-Heading-Line
                AFTER ADVANCING 2 LINES.
            ADD 4 TO Line-Count.
            PERFORM VARYING Step-Index FROM 1 BY 1
                    UNTIL Step-Index > Step-Count
                PERFORM Print-Step-Line
            END-PERFORM.

      *---------------------------------------------------------------
      * The latest run is RISING when it is more than ten per cent
      * over the step's average and FALLING when more than ten per
      * cent under.  BREACHED goes by the latest run alone - an old
      * breach already shows in the OVER count.
      *---------------------------------------------------------------
        Print-Step-Line.
            MOVE SPACES TO SD-Average SD-Longest SD-Latest SD-Target
                SD-Trend.
            MOVE Step-Name(Step-Index) TO SD-Step.
            MOVE Step-Runs(Step-Index) TO SD-Runs.
            MOVE Step-Over-Count(Step-Index) TO SD-Over.
            IF Step-Targeted(Step-Index)
                MOVE Step-Target(Step-Index) TO Time-Seconds
                PERFORM Edit-Elapsed
                MOVE Elapsed-Edit TO SD-Target
            END-IF.
            IF Step-Runs(Step-Index) = ZERO
                MOVE "NO RUNS" TO SD-Status
                ADD 1 TO Steps-Not-Logged
            ELSE
                COMPUTE Average-Secs ROUNDED =
                    Step-Total-Secs(Step-Index) / Step-Runs(Step-Index)
                MOVE Average-Secs TO Time-Seconds
                PERFORM Edit-Elapsed
                MOVE Elapsed-Edit TO SD-Average
                MOVE Step-Max-Secs(Step-Index) TO Time-Seconds
                PERFORM Edit-Elapsed
                MOVE Elapsed-Edit TO SD-Longest
                MOVE Step-Last-Secs(Step-Index) TO Time-Seconds
                PERFORM Edit-Elapsed
                MOVE Elapsed-Edit TO SD-Latest
                EVALUATE TRUE
                    WHEN Step-Last-Secs(Step-Index) * 10
                            > Average-Secs * 11
                        MOVE "RISING" TO SD-Trend
                    WHEN Step-Last-Secs(Step-Index) * 10
                            < Average-Secs * 9
                        MOVE "FALLING" TO SD-Trend
                    WHEN OTHER
                        MOVE "STEADY" TO SD-Trend
                END-EVALUATE
                PERFORM Set-Step-Status
            END-IF.
            IF Line-Count + 1 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
                WRITE Trend-Report-Record FROM Summary-Heading-Line
                    AFTER ADVANCING 2 LINES
                ADD 2 TO Line-Count
            END-IF.
            WRITE Trend-Report-Record FROM Summary-Detail-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Line-Count.

        Set-Step-Status.
            EVALUATE TRUE
                WHEN NOT Step-Targeted(Step-Index)
                    MOVE "NO TARGET" TO SD-Status
                WHEN Step-Last-Secs(Step-Index)
                        > Step-Target(Step-Index)
                    MOVE "BREACHED" TO SD-Status
                    ADD 1 TO Steps-Breached
                WHEN SD-Trend = "RISING"
                        AND Step-Last-Secs(Step-Index) * 10
                            > Step-Target(Step-Index) * 9
                    MOVE "AT RISK" TO SD-Status
                    ADD 1 TO Steps-At-Risk
                WHEN OTHER
                    MOVE "WITHIN SLA" TO SD-Status
            END-EVALUATE.

      *---------------------------------------------------------------
      * A second pass of the log lists every measured run that went
      * over its step's target.
      *---------------------------------------------------------------
        Print-Runs-Over-Target.
            IF Line-Count + 5 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
            END-IF.
            MOVE "RUNS OVER TARGET" TO SL-Text.
            WRITE Trend-Report-Record FROM Section-Line
                AFTER ADVANCING 2 LINES.
            WRITE Trend-Report-Record FROM Breach-Heading-Line
                AFTER ADVANCING 2 LINES.
            ADD 4 TO Line-Count.
            IF Runs-Over-Target = ZERO
                WRITE Trend-Report-Record FROM No-Rows-Line
                    AFTER ADVANCING 1 LINES
                ADD 1 TO Line-Count
            ELSE
                MOVE "N" TO Timing-At-End-Switch
                OPEN INPUT Step-Timing-File
                PERFORM UNTIL Timing-At-End
                    READ Step-Timing-File
                        AT END
                            SET Timing-At-End TO TRUE
                        NOT AT END
                            PERFORM Test-Timing-Row
                            IF Row-Is-Usable
                                PERFORM Print-Breach-If-Over
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE Step-Timing-File
            END-IF.

        Print-Breach-If-Over.
            MOVE FZBSTP-STEP-NAME TO Search-Step-Name.
            PERFORM Find-Step-Entry.
            IF Step-Found
                IF Step-Targeted(Step-Index)
                        AND Row-Elapsed > Step-Target(Step-Index)
                    PERFORM Print-Breach-Line
                END-IF
            END-IF.

        Print-Breach-Line.
            MOVE FZBSTP-START-DATE TO BD-Date.
            MOVE FZBSTP-START-TIME TO Clock-Work.
            MOVE Clock-HH TO BD-Started-HH.
            MOVE Clock-MM TO BD-Started-MM.
            MOVE Clock-SS TO BD-Started-SS.
            MOVE FZBSTP-STEP-NAME TO BD-Step.
            MOVE FZBSTP-STEP-QUALIFIER TO BD-Qualifier.
            MOVE Row-Elapsed TO Time-Seconds.
            PERFORM Edit-Elapsed.
            MOVE Elapsed-Edit TO BD-Elapsed.
            MOVE Step-Target(Step-Index) TO Time-Seconds.
            PERFORM Edit-Elapsed.
            MOVE Elapsed-Edit TO BD-Target.
            COMPUTE Time-Seconds =
                Row-Elapsed - Step-Target(Step-Index).
            PERFORM Edit-Elapsed.
            MOVE Elapsed-Edit TO BD-Over-By.
            MOVE FZBSTP-RECORD-VOLUME TO BD-Volume.
            IF Line-Count + 1 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
                WRITE Trend-Report-Record FROM Breach-Heading-Line
                    AFTER ADVANCING 2 LINES
                ADD 2 TO Line-Count
            END-IF.
            WRITE Trend-Report-Record FROM Breach-Detail-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Line-Count.

        Edit-Elapsed.
            DIVIDE Time-Seconds BY 3600 GIVING EE-Hours
                REMAINDER Time-Remainder.
            DIVIDE Time-Remainder BY 60 GIVING EE-Minutes
                REMAINDER EE-Seconds.

        Print-Trend-Counts.
            IF Line-Count + 14 > Max-Lines-Per-Page
                PERFORM Write-Page-Headers
            END-IF.
            MOVE "LOG ROWS READ" TO CT-Label.
            MOVE Rows-Read-Count TO CT-Count.
            WRITE Trend-Report-Record FROM Count-Line
                AFTER ADVANCING 2 LINES.
            MOVE "ROWS MEASURED" TO CT-Label.
            MOVE Rows-In-History TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "ROWS BEFORE THE HISTORY DAYS" TO CT-Label.
            MOVE Rows-Before-History TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "TRIAL DECK ROWS LEFT OUT" TO CT-Label.
            MOVE Trial-Rows-Count TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "ROWS UNREADABLE" TO CT-Label.
            MOVE Rows-Unreadable TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "ROWS FOR STEPS PAST TABLE" TO CT-Label.
            MOVE Rows-Not-Tabled TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "RUNS OVER TARGET" TO CT-Label.
            MOVE Runs-Over-Target TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "STEPS BREACHED" TO CT-Label.
            MOVE Steps-Breached TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "STEPS AT RISK" TO CT-Label.
            MOVE Steps-At-Risk TO CT-Count.
            PERFORM Write-Count-Line.
            MOVE "STEPS WITH NO RUNS" TO CT-Label.
            MOVE Steps-Not-Logged TO CT-Count.
            PERFORM Write-Count-Line.
            IF Steps-Breached > ZERO
                MOVE "SLA BREACHED" TO VL-Verdict
            ELSE
                MOVE "WITHIN SLA" TO VL-Verdict
            END-IF.
            WRITE Trend-Report-Record FROM Verdict-Line
                AFTER ADVANCING 2 LINES.

        Write-Count-Line.
            WRITE Trend-Report-Record FROM Count-Line
                AFTER ADVANCING 1 LINES.

        Write-Page-Headers.
            ADD 1 TO Page-Count.
            MOVE Run-Date-Field TO RT-Run-Date.
            MOVE Page-Count     TO RT-Page-No.
            MOVE History-From-Date TO CL-From-Date.
            MOVE History-Days   TO CL-Days.
            IF Page-Count > 1
                WRITE Trend-Report-Record FROM Report-Title-Line
                    AFTER ADVANCING PAGE
            ELSE
                WRITE Trend-Report-Record FROM Report-Title-Line
            END-IF.
            WRITE Trend-Report-Record FROM Criteria-Line
                AFTER ADVANCING 1 LINES.
            MOVE 2 TO Line-Count.

        Terminate-Run.
            CLOSE Trend-Report-File.
            IF Steps-Breached > ZERO
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the log rows it read and the return code
      * it leaves - for this report and the FZBBLD batch-window
      * forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Rows-Read-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBTRND" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

      * process before it runs.  An empty deck is raised as a nonzero
      * return code: FIZZBUZZ would only refuse it later with E008,
      * and the shift should hear about it from this step first.
      *
      * The optional FZBCAL shop calendar marks the days nothing is
      * processed - holidays, other non-processing dates, weekdays
      * the shop never runs.  A daily, weekly or monthly request that
      * falls due on such a day follows its roll rule: skipped, or
      * rolled forward to the next processing day, or back to the
      * previous one.  So each processing night also looks at the
      * non-processing days on either side of it, and takes in the
      * requests that roll onto it from them.  The business-day
      * frequencies (Nth processing day of the month, or Nth back
      * from the month end) count processing days only, so they never
      * fall on a closed day.  Every card the calendar moved or
      * suppressed is on the manifest with the day it was due, the
      * calendar's reason and where it went.  With no calendar file
      * every day is a processing day, as before.
      *
      * Cards FIZZBUZZ refused and FZBSUSM has since corrected wait on
      * the FZBSUS suspense file; each goes into the deck after the
      * one-off cards, its manifest line naming the suspense item,
      * and the item is marked merged so it is never dealt twice.
      * Whatever is still waiting in suspense after that - refused
      * and not yet corrected or cancelled - is listed on the FZBSAGR
      * ageing report, oldest first, with each item's age in days and
      * the count in each age band, so a bad card that nobody is
      * working is seen to be getting older every night.
      *
      * The manifest closes with a forecast of how long tonight's
      * stream will run, made here at deck-build time while there is
      * still an evening to do something about it.  The deck's value
      * count is priced at the throughput FIZZBUZZ has achieved over
      * the FZBSTPL step-timing history, and every other step of the
      * stream - the steps with a target on FZBSLA - is taken at its
      * historical average.  When the total runs past the batch
      * window on the FZBSLA W record, the manifest carries a warning
      * with the forecast overrun.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBBLD.
            SELECT Schedule-File ASSIGN TO "FZBSCH"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Calendar-File ASSIGN TO "FZBCAL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL One-Off-File ASSIGN TO "ONECTL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Manifest-Report-File ASSIGN TO "FZBBLDR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Suspense-File ASSIGN TO "FZBSUS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBSUS-ITEM-NO
                FILE STATUS IS Suspense-File-Status.

            SELECT Ageing-Report-File ASSIGN TO "FZBSAGR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Service-Level-File ASSIGN TO "FZBSLA"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Schedule-File.
            COPY FZBSCH.

        FD  Calendar-File.
            COPY FZBCAL.

        FD  One-Off-File.
            COPY FZBCTL REPLACING LEADING ==FZBCTL== BY ==ONECTL==.

        FD  Manifest-Report-File.
        01 Manifest-Report-Record  PIC X(80).

        FD  Suspense-File.
            COPY FZBSUS.

        FD  Ageing-Report-File.
        01 Ageing-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        FD  Service-Level-File.
            COPY FZBSLA.

        WORKING-STORAGE SECTION.
        01 Suspense-File-Status  PIC X(02).

        01 Run-Date-Field  PIC 9(08) VALUE ZERO.
        01 Run-Date-Parts REDEFINES Run-Date-Field.
            05 Run-Date-Year   PIC 9(04).

        01 Calendar-Work-Fields.
            05 Date-Integer-Work  PIC 9(08) VALUE ZERO.
            05 Run-Integer        PIC 9(08) VALUE ZERO.
            05 Run-Weekday        PIC 9(01) VALUE ZERO.
            05 Month-End-Day      PIC 9(02) VALUE ZERO.
            05 Next-Month-First   PIC 9(08) VALUE ZERO.
                10 FILLER            PIC 9(02).
                10 Month-End-Day-Part PIC 9(02).

      *---------------------------------------------------------------
      * Any date a request's due test is made against - tonight, or
      * a non-processing day either side of it - with its weekday
      * and its month's last day.
      *---------------------------------------------------------------
        01 Check-Date-Fields.
            05 Check-Date          PIC 9(08) VALUE ZERO.
            05 Check-Date-Parts REDEFINES Check-Date.
                10 Check-Year         PIC 9(04).
                10 Check-Month        PIC 9(02).
                10 Check-Day          PIC 9(02).
            05 Check-Weekday       PIC 9(01) VALUE ZERO.
            05 Check-Month-End-Day PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------
      * The shop calendar, loaded once.  Dated entries are searched
      * in full for each date tested; the 500 slots are this
      * stream's usual flagged edge - entries past it are reported
      * and ignored rather than silently dropped.
      *---------------------------------------------------------------
        01 Calendar-Table.
            05 Calendar-Count      PIC 9(03) VALUE ZERO.
            05 Calendar-Entry OCCURS 500 TIMES.
                10 Calendar-Date      PIC 9(08).
                10 Calendar-Reason    PIC X(24).
            05 Calendar-Index      PIC 9(03) VALUE ZERO.
            05 Closed-Weekday OCCURS 7 TIMES.
                10 Closed-Day-Switch  PIC X(01).
                10 Closed-Day-Reason  PIC X(24).
            05 Calendar-Rejects    PIC 9(05) VALUE ZERO.
            05 Calendar-Overflow   PIC 9(05) VALUE ZERO.

        01 Business-Day-Test.
            05 Test-Date           PIC 9(08) VALUE ZERO.
            05 Test-Date-Parts REDEFINES Test-Date.
                10 Test-Year          PIC 9(04).
                10 Test-Month         PIC 9(02).
                10 Test-Day           PIC 9(02).
            05 Test-Weekday        PIC 9(01) VALUE ZERO.
            05 Test-Reason         PIC X(24) VALUE SPACES.
            05 Test-Business-Switch PIC X(01) VALUE "Y".
                88 Test-Is-Business     VALUE "Y".
                88 Test-Not-Business    VALUE "N".

      *---------------------------------------------------------------
      * Tonight against the calendar: whether it is a processing
      * day, the processing days either side of it, the non-
      * processing days in between (whose requests may roll onto
      * tonight), and tonight's place among the month's processing
      * days for the business-day frequencies.  A walk that finds no
      * processing day within 31 days stops there and says so.
      *---------------------------------------------------------------
        01 Tonight-Calendar.
            05 Tonight-Reason      PIC X(24) VALUE SPACES.
            05 Prev-Business-Date  PIC 9(08) VALUE ZERO.
            05 Next-Business-Date  PIC 9(08) VALUE ZERO.
            05 Walk-Step           PIC 9(02) VALUE ZERO.
            05 Gap-Before-Count    PIC 9(02) VALUE ZERO.
            05 Gap-Before OCCURS 31 TIMES.
                10 Gap-Before-Date    PIC 9(08).
                10 Gap-Before-Reason  PIC X(24).
            05 Gap-After-Count     PIC 9(02) VALUE ZERO.
            05 Gap-After OCCURS 31 TIMES.
                10 Gap-After-Date     PIC 9(08).
                10 Gap-After-Reason   PIC X(24).
            05 Gap-Index           PIC 9(02) VALUE ZERO.
            05 Month-Business-Days PIC 9(02) VALUE ZERO.
            05 Tonight-Bus-Index   PIC 9(02) VALUE ZERO.
            05 Tonight-Bus-Left    PIC 9(02) VALUE ZERO.
            05 Month-Walk-Day      PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------
      * What the calendar did to the schedule record in hand, noted
      * as it is decided and printed under the record's manifest
      * line.
      *---------------------------------------------------------------
        01 Record-Calendar-Notes.
            05 Note-Count          PIC 9(02) VALUE ZERO.
            05 Note-Entry OCCURS 63 TIMES.
                10 Note-Due-Date      PIC 9(08).
                10 Note-Reason        PIC X(24).
                10 Note-Action        PIC X(22).
                10 Note-Target        PIC X(08).
            05 Note-Index          PIC 9(02) VALUE ZERO.

        01 Deck-Counts.
            05 Cards-Written-Count   PIC 9(03) VALUE ZERO.
            05 Scheduled-Card-Count  PIC 9(03) VALUE ZERO.
            05 One-Off-Card-Count    PIC 9(03) VALUE ZERO.
            05 Skipped-Count         PIC 9(05) VALUE ZERO.
            05 Rejected-Count        PIC 9(05) VALUE ZERO.
            05 Moved-Count           PIC 9(05) VALUE ZERO.
            05 Suppressed-Count      PIC 9(05) VALUE ZERO.
            05 Due-Tonight-Count     PIC 9(02) VALUE ZERO.
            05 Suspense-Card-Count   PIC 9(03) VALUE ZERO.

      *---------------------------------------------------------------
      * Suspense ageing: items still waiting, by age band - 0 to 1,
      * 2 to 7, 8 to 30 and over 30 days since first refused.
      *---------------------------------------------------------------
        01 Ageing-Counts.
            05 Waiting-Item-Count    PIC 9(05) VALUE ZERO.
            05 Age-Band-Count        PIC 9(05) OCCURS 4 TIMES.
            05 Age-Band-Index        PIC 9(01) VALUE ZERO.
            05 Item-Age-Days         PIC 9(05) VALUE ZERO.
            05 Oldest-Age-Days       PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------
      * The batch-window forecast.  FIZZBUZZ's history gives values
      * per second; each other stream step on FZBSLA gives its runs
      * and total elapsed seconds over the same history days.
      *---------------------------------------------------------------
        01 Forecast-Values.
            05 Deck-Value-Count      PIC 9(09) VALUE ZERO.
            05 Card-Value-Count      PIC 9(07) VALUE ZERO.
            05 History-Days          PIC 9(03) VALUE 030.
            05 History-Cutoff        PIC 9(08) VALUE ZERO.
            05 Window-Start-Time     PIC 9(04) VALUE ZERO.
            05 Window-Start-Parts REDEFINES Window-Start-Time.
                10 Window-Start-HH    PIC 9(02).
                10 Window-Start-MM    PIC 9(02).
            05 Window-Minutes        PIC 9(04) VALUE ZERO.
            05 Fzb-History-Runs      PIC 9(05) VALUE ZERO.
            05 Fzb-History-Volume    PIC 9(11) VALUE ZERO.
            05 Fzb-History-Seconds   PIC 9(09) VALUE ZERO.
            05 Values-Per-Second     PIC 9(09) VALUE ZERO.
            05 Fizzbuzz-Forecast     PIC 9(07) VALUE ZERO.
            05 Other-Steps-Forecast  PIC 9(07) VALUE ZERO.
            05 Stream-Forecast       PIC 9(07) VALUE ZERO.
            05 Window-Seconds        PIC 9(07) VALUE ZERO.
            05 Forecast-Margin       PIC 9(07) VALUE ZERO.
            05 Step-Average          PIC 9(07) VALUE ZERO.
            05 Steps-Without-History PIC 9(02) VALUE ZERO.
            05 Row-Elapsed           PIC S9(09) VALUE ZERO.
            05 Row-Start-Seconds     PIC 9(05) VALUE ZERO.
            05 Row-End-Seconds       PIC 9(05) VALUE ZERO.
            05 Row-Day-Span          PIC S9(05) VALUE ZERO.
            05 Clock-Minutes         PIC 9(05) VALUE ZERO.
            05 Clock-Work            PIC 9(08) VALUE ZERO.
            05 Clock-Parts REDEFINES Clock-Work.
                10 Clock-HH           PIC 9(02).
                10 Clock-MM           PIC 9(02).
                10 Clock-SS           PIC 9(02).
                10 Clock-CC           PIC 9(02).
            05 Time-Seconds          PIC 9(07) VALUE ZERO.
            05 Time-Remainder        PIC 9(07) VALUE ZERO.

        01 Stream-Step-Table.
            05 Stream-Step-Count     PIC 9(02) VALUE ZERO.
            05 Stream-Step-Entry OCCURS 40 TIMES.
                10 Stream-Step-Name    PIC X(08).
                10 Stream-Step-Runs    PIC 9(05).
                10 Stream-Step-Seconds PIC 9(09).
            05 Stream-Step-Index     PIC 9(02) VALUE ZERO.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 MC-Count      PIC ZZZZ9.
            05 FILLER        PIC X(46) VALUE SPACES.

        01 Forecast-Count-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 FC-Label      PIC X(25).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 FC-Count      PIC ZZZZZZZZ9.
            05 FILLER        PIC X(42) VALUE SPACES.

        01 Forecast-Time-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 FT-Label      PIC X(25).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 FT-Hours      PIC ZZZZ9.
            05 FILLER        PIC X(01) VALUE ":".
            05 FT-Minutes    PIC 9(02).
            05 FILLER        PIC X(01) VALUE ":".
            05 FT-Seconds    PIC 9(02).
            05 FILLER        PIC X(40) VALUE SPACES.

        01 Forecast-Clock-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 FK-Label      PIC X(25).
            05 FILLER        PIC X(05) VALUE SPACES.
            05 FK-Hours      PIC 9(02).
            05 FILLER        PIC X(01) VALUE ":".
            05 FK-Minutes    PIC 9(02).
            05 FILLER        PIC X(43) VALUE SPACES.

        01 Calendar-Note-Line.
            05 FILLER        PIC X(06) VALUE SPACES.
            05 FILLER        PIC X(04) VALUE "DUE ".
            05 CN-Due-Date   PIC 9(08).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 CN-Reason     PIC X(24).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 CN-Action     PIC X(22).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 CN-Target     PIC X(08).
            05 FILLER        PIC X(05) VALUE SPACES.

        01 Calendar-Day-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CD-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CD-Date       PIC 9(08).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 CD-Reason     PIC X(24).
            05 FILLER        PIC X(12) VALUE SPACES.

        01 Manifest-Text-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 MT-Text       PIC X(60).
            05 FILLER        PIC X(18) VALUE SPACES.

        01 Ageing-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 AT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(33) VALUE
                "FIZZBUZZ SUSPENSE AGEING - FZBSUS".
            05 FILLER        PIC X(25) VALUE SPACES.

        01 Ageing-Heading-Line.
            05 FILLER  PIC X(06) VALUE "ITEM#".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(08) VALUE "REFUSED".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(03) VALUE "REQ".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(05) VALUE "CARD#".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(04) VALUE "DEPT".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(19) VALUE "ERRORS".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(05) VALUE "  AGE".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(03) VALUE "TMS".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(08) VALUE "LAST".
            05 FILLER  PIC X(01) VALUE SPACES.

        01 Ageing-Detail-Line.
            05 AD-Item       PIC 9(06).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AD-Refused    PIC 9(08).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AD-Request    PIC 9(03).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AD-Card       PIC 9(05).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AD-Dept       PIC X(04).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AD-Error OCCURS 4 TIMES.
                10 AD-Error-Code PIC X(04).
                10 FILLER        PIC X(01).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 AD-Age        PIC ZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AD-Times      PIC ZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 AD-Last       PIC 9(08).
            05 FILLER        PIC X(01) VALUE SPACES.

        01 Switches.
            05 Sched-At-End-Switch   PIC X(01) VALUE "N".
                88 Sched-At-End          VALUE "Y".
                88 Record-Is-Invalid     VALUE "N".
            05 Deck-Empty-Switch     PIC X(01) VALUE "N".
                88 Deck-Is-Empty         VALUE "Y".
            05 Calendar-At-End-Switch PIC X(01) VALUE "N".
                88 Calendar-At-End       VALUE "Y".
            05 Tonight-Business-Switch PIC X(01) VALUE "Y".
                88 Tonight-Is-Business   VALUE "Y".
                88 Tonight-Not-Business  VALUE "N".
            05 Walk-Found-Switch     PIC X(01) VALUE "N".
                88 Walk-Found-Business   VALUE "Y".
            05 Card-Due-Switch       PIC X(01) VALUE "N".
                88 Card-Due-Tonight      VALUE "Y".
            05 Rolled-Forward-Switch PIC X(01) VALUE "N".
                88 Card-Rolled-Forward   VALUE "Y".
            05 Rolled-Back-Switch    PIC X(01) VALUE "N".
                88 Card-Rolled-Back      VALUE "Y".
            05 Suspense-Open-Switch  PIC X(01) VALUE "N".
                88 Suspense-File-Is-Open VALUE "Y".
            05 Suspense-At-End-Switch PIC X(01) VALUE "N".
                88 Suspense-At-End       VALUE "Y".
            05 Sla-At-End-Switch     PIC X(01) VALUE "N".
                88 Sla-At-End            VALUE "Y".
            05 Timing-At-End-Switch  PIC X(01) VALUE "N".
                88 Timing-At-End         VALUE "Y".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            PERFORM Select-Scheduled-Requests.
            PERFORM Merge-One-Off-Requests.
            PERFORM Merge-Corrected-Suspense.
            PERFORM Write-Manifest-Summary.
            PERFORM Forecast-Batch-Window.
            PERFORM Write-Suspense-Ageing.
            PERFORM Terminate-Run.
            STOP RUN.

      *---------------------------------------------------------------
      * Tonight's calendar facts, derived once: the weekday and the
      * last day of the running month (Derive-Check-Date-Facts), then
      * tonight against the shop calendar.  What the calendar makes
      * of tonight heads the manifest, before the card lines.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            MOVE Run-Date-Field TO Check-Date.
            PERFORM Derive-Check-Date-Facts.
            MOVE Check-Weekday TO Run-Weekday.
            MOVE Check-Month-End-Day TO Month-End-Day.
            OPEN OUTPUT Cycle-Control-File.
            OPEN OUTPUT Manifest-Report-File.
            MOVE Run-Date-Field TO RT-Run-Date.
            WRITE Manifest-Report-Record FROM Report-Title-Line.
            PERFORM Load-Shop-Calendar.
            PERFORM Place-Tonight-On-Calendar.
            WRITE Manifest-Report-Record FROM Column-Heading-Line
                AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------
      * The weekday (01=MONDAY through 07=SUNDAY - day 1 of the
      * intrinsic date base was a Monday, so the remainder walks the
      * week from there) and the last day of the date's month, found
      * by stepping to the first of next month and back one day -
      * calendar arithmetic is what the date intrinsics are for; no
      * ordinary verb knows how long February is.
      *---------------------------------------------------------------
        Derive-Check-Date-Facts.
            COMPUTE Date-Integer-Work =
                FUNCTION INTEGER-OF-DATE(Check-Date).
            COMPUTE Check-Weekday =
                FUNCTION MOD(Date-Integer-Work - 1, 7) + 1.
            MOVE Check-Date TO Next-Month-First.
            IF Check-Month = 12
                ADD 1 TO Next-Month-Year
                MOVE 01 TO Next-Month-Month
            ELSE
                FUNCTION INTEGER-OF-DATE(Next-Month-First) - 1.
            COMPUTE Month-End-Date =
                FUNCTION DATE-OF-INTEGER(Date-Integer-Work).
            MOVE Month-End-Day-Part TO Check-Month-End-Day.

      *---------------------------------------------------------------
      * Dated entries must carry a real calendar date and closed
      * weekdays a day 01-07; anything else is counted and left out
      * - a calendar record the builder cannot read must not close
      * or open a day by accident.  A blank description takes the
      * entry type's own name.
      *---------------------------------------------------------------
        Load-Shop-Calendar.
            PERFORM VARYING Calendar-Index FROM 1 BY 1
                    UNTIL Calendar-Index > 7
                MOVE "N" TO Closed-Day-Switch(Calendar-Index)
                MOVE SPACES TO Closed-Day-Reason(Calendar-Index)
            END-PERFORM.
            OPEN INPUT Calendar-File.
            PERFORM UNTIL Calendar-At-End
                READ Calendar-File
                    AT END
                        SET Calendar-At-End TO TRUE
                    NOT AT END
                        PERFORM Load-Calendar-Record
                END-READ
            END-PERFORM.
            CLOSE Calendar-File.
            IF Calendar-Overflow > ZERO
                MOVE "CALENDAR OVER 500 DATED ENTRIES - REST IGNORED"
                    TO MT-Text
                PERFORM Write-Manifest-Text-Line
            END-IF.

        Load-Calendar-Record.
            EVALUATE TRUE
                WHEN FZBCAL-CLOSED-WEEKDAY
                    IF FZBCAL-WEEKDAY NUMERIC
                            AND FZBCAL-WEEKDAY > 00
                            AND FZBCAL-WEEKDAY < 08
                        MOVE "Y"
                            TO Closed-Day-Switch(FZBCAL-WEEKDAY)
                        IF FZBCAL-DESCRIPTION = SPACES
                            MOVE "CLOSED WEEKDAY"
                                TO Closed-Day-Reason(FZBCAL-WEEKDAY)
                        ELSE
                            MOVE FZBCAL-DESCRIPTION
                                TO Closed-Day-Reason(FZBCAL-WEEKDAY)
                        END-IF
                    ELSE
                        ADD 1 TO Calendar-Rejects
                    END-IF
                WHEN FZBCAL-HOLIDAY OR FZBCAL-NON-PROCESSING
                    IF FZBCAL-DATE NUMERIC
                            AND FZBCAL-YEAR > 1600
                            AND FZBCAL-MONTH > 00
                            AND FZBCAL-MONTH < 13
                            AND FZBCAL-DAY > 00
                            AND FZBCAL-DAY < 32
                        PERFORM Store-Calendar-Date
                    ELSE
                        ADD 1 TO Calendar-Rejects
                    END-IF
                WHEN OTHER
                    ADD 1 TO Calendar-Rejects
            END-EVALUATE.

        Store-Calendar-Date.
            IF Calendar-Count < 500
                ADD 1 TO Calendar-Count
                MOVE FZBCAL-DATE TO Calendar-Date(Calendar-Count)
                EVALUATE TRUE
                    WHEN FZBCAL-DESCRIPTION NOT = SPACES
                        MOVE FZBCAL-DESCRIPTION
                            TO Calendar-Reason(Calendar-Count)
                    WHEN FZBCAL-HOLIDAY
                        MOVE "HOLIDAY"
                            TO Calendar-Reason(Calendar-Count)
                    WHEN OTHER
                        MOVE "NON-PROCESSING DAY"
                            TO Calendar-Reason(Calendar-Count)
                END-EVALUATE
            ELSE
                ADD 1 TO Calendar-Overflow
            END-IF.

      *---------------------------------------------------------------
      * A dated entry is the more particular reason, so it is the
      * one given when a closed weekday is also a holiday.
      *---------------------------------------------------------------
        Test-Business-Day.
            COMPUTE Date-Integer-Work =
                FUNCTION INTEGER-OF-DATE(Test-Date).
            COMPUTE Test-Weekday =
                FUNCTION MOD(Date-Integer-Work - 1, 7) + 1.
            SET Test-Is-Business TO TRUE.
            MOVE SPACES TO Test-Reason.
            IF Closed-Day-Switch(Test-Weekday) = "Y"
                SET Test-Not-Business TO TRUE
                MOVE Closed-Day-Reason(Test-Weekday) TO Test-Reason
            END-IF.
            PERFORM VARYING Calendar-Index FROM 1 BY 1
                    UNTIL Calendar-Index > Calendar-Count
                IF Calendar-Date(Calendar-Index) = Test-Date
                    SET Test-Not-Business TO TRUE
                    MOVE Calendar-Reason(Calendar-Index) TO Test-Reason
                END-IF
            END-PERFORM.

      *---------------------------------------------------------------
      * Walk back and forward from tonight to the nearest processing
      * day each way, keeping the closed days passed on the way - on
      * a processing night those are the days whose requests may
      * roll onto tonight; on a closed night the two processing days
      * are where tonight's requests roll to.
      *---------------------------------------------------------------
        Place-Tonight-On-Calendar.
            MOVE Run-Date-Field TO Test-Date.
            PERFORM Test-Business-Day.
            IF Test-Not-Business
                SET Tonight-Not-Business TO TRUE
                MOVE Test-Reason TO Tonight-Reason
            END-IF.
            COMPUTE Run-Integer =
                FUNCTION INTEGER-OF-DATE(Run-Date-Field).
            MOVE "N" TO Walk-Found-Switch.
            PERFORM VARYING Walk-Step FROM 1 BY 1
                    UNTIL Walk-Step > 31 OR Walk-Found-Business
                COMPUTE Test-Date =
                    FUNCTION DATE-OF-INTEGER(Run-Integer - Walk-Step)
                PERFORM Test-Business-Day
                IF Test-Is-Business
                    SET Walk-Found-Business TO TRUE
                    MOVE Test-Date TO Prev-Business-Date
                ELSE
                    ADD 1 TO Gap-Before-Count
                    MOVE Test-Date TO Gap-Before-Date(Gap-Before-Count)
                    MOVE Test-Reason
                        TO Gap-Before-Reason(Gap-Before-Count)
                END-IF
            END-PERFORM.
            MOVE "N" TO Walk-Found-Switch.
            PERFORM VARYING Walk-Step FROM 1 BY 1
                    UNTIL Walk-Step > 31 OR Walk-Found-Business
                COMPUTE Test-Date =
                    FUNCTION DATE-OF-INTEGER(Run-Integer + Walk-Step)
                PERFORM Test-Business-Day
                IF Test-Is-Business
                    SET Walk-Found-Business TO TRUE
                    MOVE Test-Date TO Next-Business-Date
                ELSE
                    ADD 1 TO Gap-After-Count
                    MOVE Test-Date TO Gap-After-Date(Gap-After-Count)
                    MOVE Test-Reason
                        TO Gap-After-Reason(Gap-After-Count)
                END-IF
            END-PERFORM.
            PERFORM Count-Month-Business-Days.
            IF Tonight-Is-Business
                MOVE "TONIGHT IS A PROCESSING DAY" TO CD-Label
                MOVE SPACES TO CD-Reason
            ELSE
                MOVE "TONIGHT IS A CLOSED DAY" TO CD-Label
                MOVE Tonight-Reason TO CD-Reason
            END-IF.
            MOVE Run-Date-Field TO CD-Date.
            WRITE Manifest-Report-Record FROM Calendar-Day-Line
                AFTER ADVANCING 2 LINES.
            MOVE "PREVIOUS PROCESSING DAY" TO CD-Label.
            MOVE Prev-Business-Date TO CD-Date.
            MOVE SPACES TO CD-Reason.
            WRITE Manifest-Report-Record FROM Calendar-Day-Line
                AFTER ADVANCING 1 LINES.
            MOVE "NEXT PROCESSING DAY" TO CD-Label.
            MOVE Next-Business-Date TO CD-Date.
            WRITE Manifest-Report-Record FROM Calendar-Day-Line
                AFTER ADVANCING 1 LINES.
            IF Tonight-Is-Business
                MOVE "PROCESSING DAY OF MONTH" TO MC-Label
                MOVE Tonight-Bus-Index TO MC-Count
                PERFORM Write-Manifest-Count-Line
            END-IF.
            IF Prev-Business-Date = ZERO OR Next-Business-Date = ZERO
                MOVE "NO PROCESSING DAY WITHIN 31 DAYS OF TONIGHT"
                    TO MT-Text
                PERFORM Write-Manifest-Text-Line
            END-IF.

      *---------------------------------------------------------------
      * Tonight's place among the month's processing days, counted
      * from the first (Tonight-Bus-Index) and back from the last
      * (Tonight-Bus-Left), for the B and E frequencies.
      *---------------------------------------------------------------
        Count-Month-Business-Days.
            PERFORM VARYING Month-Walk-Day FROM 1 BY 1
                    UNTIL Month-Walk-Day > Month-End-Day
                MOVE Run-Date-Field TO Test-Date
                MOVE Month-Walk-Day TO Test-Day
                PERFORM Test-Business-Day
                IF Test-Is-Business
                    ADD 1 TO Month-Business-Days
                    IF Month-Walk-Day NOT > Run-Date-Day
                        ADD 1 TO Tonight-Bus-Index
                    END-IF
                    IF Month-Walk-Day NOT < Run-Date-Day
                        ADD 1 TO Tonight-Bus-Left
                    END-IF
                END-IF
            END-PERFORM.

      *---------------------------------------------------------------
      * Walk the schedule in file order - that order IS the card
                ADD 1 TO Rejected-Count
                PERFORM Write-Schedule-Manifest-Reject
            ELSE
                IF Tonight-Is-Business
                    PERFORM Schedule-Processing-Night
                ELSE
                    PERFORM Schedule-Closed-Night
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * A processing night writes the card if the request is due
      * tonight, or if an occurrence on a closed day rolls onto
      * tonight: forward from the closed days since the last
      * processing day, back from the closed days before the next
      * one.  However many occurrences land here, the request runs
      * once.  An occurrence on a closed day since the last
      * processing day that its rule skips is reported here, so
      * it shows even when this step did not run on that day.
      *---------------------------------------------------------------
        Schedule-Processing-Night.
            MOVE ZERO TO Note-Count.
            MOVE "N" TO Card-Due-Switch.
            MOVE "N" TO Rolled-Forward-Switch.
            MOVE "N" TO Rolled-Back-Switch.
            MOVE Run-Date-Field TO Check-Date.
            PERFORM Derive-Check-Date-Facts.
            PERFORM Check-Record-Due.
            IF Record-Is-Due
                SET Card-Due-Tonight TO TRUE
            END-IF.
            PERFORM VARYING Gap-Index FROM 1 BY 1
                    UNTIL Gap-Index > Gap-Before-Count
                MOVE Gap-Before-Date(Gap-Index) TO Check-Date
                PERFORM Derive-Check-Date-Facts
                PERFORM Check-Record-Due
                IF Record-Is-Due
                    PERFORM Note-Closed-Day-Before
                END-IF
            END-PERFORM.
            PERFORM VARYING Gap-Index FROM 1 BY 1
                    UNTIL Gap-Index > Gap-After-Count
                MOVE Gap-After-Date(Gap-Index) TO Check-Date
                PERFORM Derive-Check-Date-Facts
                PERFORM Check-Record-Due
                IF Record-Is-Due AND FZBSCH-ROLL-BACK
                    SET Card-Rolled-Back TO TRUE
                    ADD 1 TO Note-Count
                    MOVE Check-Date TO Note-Due-Date(Note-Count)
                    MOVE Gap-After-Reason(Gap-Index)
                        TO Note-Reason(Note-Count)
                    MOVE "ROLLED BACK TO" TO Note-Action(Note-Count)
                    MOVE "TONIGHT" TO Note-Target(Note-Count)
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN Card-Due-Tonight
                    MOVE "WRITTEN" TO MD-Disposition
                    PERFORM Write-Scheduled-Card
                WHEN Card-Rolled-Forward
                    MOVE "ROLLED FWD" TO MD-Disposition
                    ADD 1 TO Moved-Count
                    PERFORM Write-Scheduled-Card
                WHEN Card-Rolled-Back
                    MOVE "ROLLED BACK" TO MD-Disposition
                    ADD 1 TO Moved-Count
                    PERFORM Write-Scheduled-Card
                WHEN Note-Count > ZERO
                    MOVE "SUPPRESSED" TO MD-Disposition
                    ADD 1 TO Suppressed-Count
                    PERFORM Write-Uncarded-Detail
                WHEN OTHER
                    ADD 1 TO Skipped-Count
            END-EVALUATE.
            PERFORM Write-Calendar-Notes.

        Note-Closed-Day-Before.
            EVALUATE TRUE
                WHEN FZBSCH-ROLL-FORWARD
                    SET Card-Rolled-Forward TO TRUE
                    ADD 1 TO Note-Count
                    MOVE "ROLLED FORWARD TO" TO Note-Action(Note-Count)
                    MOVE "TONIGHT" TO Note-Target(Note-Count)
                WHEN FZBSCH-ROLL-SKIP
                    ADD 1 TO Note-Count
                    MOVE "SKIPPED BY ROLL RULE"
                        TO Note-Action(Note-Count)
                    MOVE SPACES TO Note-Target(Note-Count)
            END-EVALUATE.
            IF FZBSCH-ROLL-FORWARD OR FZBSCH-ROLL-SKIP
                MOVE Check-Date TO Note-Due-Date(Note-Count)
                MOVE Gap-Before-Reason(Gap-Index)
                    TO Note-Reason(Note-Count)
            END-IF.

      *---------------------------------------------------------------
      * A closed night writes no scheduled card.  A request due
      * tonight is listed with where its roll rule sends it: skipped,
      * forward to the next processing day or back to the previous
      * one - which has already run it.
      *---------------------------------------------------------------
        Schedule-Closed-Night.
            MOVE ZERO TO Note-Count.
            MOVE Run-Date-Field TO Check-Date.
            PERFORM Derive-Check-Date-Facts.
            PERFORM Check-Record-Due.
            IF Record-Is-Due
                ADD 1 TO Note-Count
                MOVE Run-Date-Field TO Note-Due-Date(1)
                MOVE Tonight-Reason TO Note-Reason(1)
                EVALUATE TRUE
                    WHEN FZBSCH-ROLL-FORWARD
                        MOVE "ROLLS FORWARD TO" TO Note-Action(1)
                        MOVE Next-Business-Date TO Note-Target(1)
                        MOVE "MOVED FWD" TO MD-Disposition
                        ADD 1 TO Moved-Count
                    WHEN FZBSCH-ROLL-BACK
                        MOVE "ROLLED BACK TO" TO Note-Action(1)
                        MOVE Prev-Business-Date TO Note-Target(1)
                        MOVE "MOVED BACK" TO MD-Disposition
                        ADD 1 TO Moved-Count
                    WHEN OTHER
                        MOVE "SKIPPED BY ROLL RULE" TO Note-Action(1)
                        MOVE SPACES TO Note-Target(1)
                        MOVE "SUPPRESSED" TO MD-Disposition
                        ADD 1 TO Suppressed-Count
                END-EVALUATE
                PERFORM Write-Uncarded-Detail
                PERFORM Write-Calendar-Notes
            ELSE
                ADD 1 TO Skipped-Count
            END-IF.

        Write-Calendar-Notes.
            PERFORM VARYING Note-Index FROM 1 BY 1
                    UNTIL Note-Index > Note-Count
                MOVE Note-Due-Date(Note-Index) TO CN-Due-Date
                MOVE Note-Reason(Note-Index)   TO CN-Reason
                MOVE Note-Action(Note-Index)   TO CN-Action
                MOVE Note-Target(Note-Index)   TO CN-Target
                WRITE Manifest-Report-Record FROM Calendar-Note-Line
                    AFTER ADVANCING 1 LINES
            END-PERFORM.

      *---------------------------------------------------------------
      * The builder rejects what it cannot trust rather than punching
      * it into the deck: non-numeric parameter fields, an unknown
      * frequency or roll rule, a weekly day outside 01-07, a monthly
      * day outside 01-31 or a business day outside 01-23 (no month
      * has more processing days).  Range sanity (start/end/
      * increment/interval) stays FIZZBUZZ's call - its E001-E004
      * tests are the single authority on what a runnable card is.
      *---------------------------------------------------------------
        Validate-Schedule-Record.
            SET Record-Is-Valid TO TRUE.
            IF NOT FZBSCH-FREQ-DAILY
                    AND NOT FZBSCH-FREQ-WEEKLY
                    AND NOT FZBSCH-FREQ-MONTHLY
                    AND NOT FZBSCH-FREQ-BUS-DAY
                    AND NOT FZBSCH-FREQ-BUS-FROM-END
                SET Record-Is-Invalid TO TRUE
            END-IF.
            IF NOT FZBSCH-ROLL-SKIP
                    AND NOT FZBSCH-ROLL-FORWARD
                    AND NOT FZBSCH-ROLL-BACK
                SET Record-Is-Invalid TO TRUE
            END-IF.
            IF Record-Is-Valid AND FZBSCH-FREQ-WEEKLY
                    OR FZBSCH-DAY-NUMBER > 31)
                SET Record-Is-Invalid TO TRUE
            END-IF.
            IF Record-Is-Valid
                    AND (FZBSCH-FREQ-BUS-DAY
                    OR FZBSCH-FREQ-BUS-FROM-END)
                    AND (FZBSCH-DAY-NUMBER < 01
                    OR FZBSCH-DAY-NUMBER > 23)
                SET Record-Is-Invalid TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * Due on the check date: daily always; weekly when it is the
      * named weekday; monthly when it is the named day - or, for a
      * day past the end of a short month, on the month's last day,
      * so a day-31 request still runs in June instead of silently
      * never.  The business-day frequencies are only ever due on a
      * processing night: B on the month's Nth processing day, E on
      * the Nth back from its last, an N past the month's count
      * falling on the last (B) or first (E) of them.  Inactive
      * records are never due.
      *---------------------------------------------------------------
        Check-Record-Due.
            SET Record-Not-Due TO TRUE.
                    WHEN FZBSCH-FREQ-DAILY
                        SET Record-Is-Due TO TRUE
                    WHEN FZBSCH-FREQ-WEEKLY
                        IF FZBSCH-DAY-NUMBER = Check-Weekday
                            SET Record-Is-Due TO TRUE
                        END-IF
                    WHEN FZBSCH-FREQ-MONTHLY
                        IF FZBSCH-DAY-NUMBER = Check-Day
                            SET Record-Is-Due TO TRUE
                        END-IF
                        IF FZBSCH-DAY-NUMBER > Check-Month-End-Day
                                AND Check-Day = Check-Month-End-Day
                            SET Record-Is-Due TO TRUE
                        END-IF
                    WHEN FZBSCH-FREQ-BUS-DAY
                        IF Check-Date = Run-Date-Field
                                AND Tonight-Is-Business
                            IF FZBSCH-DAY-NUMBER = Tonight-Bus-Index
                                SET Record-Is-Due TO TRUE
                            END-IF
                            IF FZBSCH-DAY-NUMBER > Month-Business-Days
                                    AND Tonight-Bus-Left = 1
                                SET Record-Is-Due TO TRUE
                            END-IF
                        END-IF
                    WHEN FZBSCH-FREQ-BUS-FROM-END
                        IF Check-Date = Run-Date-Field
                                AND Tonight-Is-Business
                            IF FZBSCH-DAY-NUMBER = Tonight-Bus-Left
                                SET Record-Is-Due TO TRUE
                            END-IF
                            IF FZBSCH-DAY-NUMBER > Month-Business-Days
                                    AND Tonight-Bus-Index = 1
                                SET Record-Is-Due TO TRUE
                            END-IF
                        END-IF
                END-EVALUATE
            END-IF.

            MOVE "N" TO FZBCTL-RESTART-SW.
            MOVE "N" TO FZBCTL-TRIAL-SW.
            MOVE FZBSCH-DEPT-CODE TO FZBCTL-DEPT-CODE.
            PERFORM Count-Card-Values.
            WRITE FZBCTL-RECORD.
            ADD 1 TO Cards-Written-Count.
            ADD 1 TO Scheduled-Card-Count.
            MOVE FZBSCH-CKPT-INTERVAL TO MD-Ckpt.
            MOVE FZBSCH-DEPT-CODE TO MD-Dept.
            MOVE "SCHEDULE" TO MD-Source.
            PERFORM Write-Manifest-Detail.

      *---------------------------------------------------------------
      * A request the calendar kept off tonight's deck: its own
      * parameters, no card number.
      *---------------------------------------------------------------
        Write-Uncarded-Detail.
            MOVE ZERO                 TO MD-Card.
            MOVE FZBSCH-START-VALUE   TO MD-Start.
            MOVE FZBSCH-END-VALUE     TO MD-End.
            MOVE FZBSCH-INCREMENT     TO MD-Incr.
            MOVE FZBSCH-CKPT-INTERVAL TO MD-Ckpt.
            MOVE FZBSCH-DEPT-CODE     TO MD-Dept.
            MOVE "SCHEDULE" TO MD-Source.
            PERFORM Write-Manifest-Detail.

        Write-Schedule-Manifest-Reject.
                MOVE "N" TO FZBCTL-RESTART-SW
                MOVE "N" TO FZBCTL-TRIAL-SW
            END-IF.
            PERFORM Count-Card-Values.
            WRITE FZBCTL-RECORD.
            ADD 1 TO Cards-Written-Count.
            ADD 1 TO One-Off-Card-Count.
            MOVE "WRITTEN" TO MD-Disposition.
            PERFORM Write-Manifest-Detail.

      *---------------------------------------------------------------
      * Corrected suspense items go in last, in item order - the
      * order they were first refused.  FZBSUSM has already passed
      * each one through FIZZBUZZ's parameter tests and set both
      * switches to N, but the switches are forced here as for a
      * one-off, since the image is what goes into the deck.  The
      * manifest line's disposition names the suspense item, so the
      * department can find its request by card number tonight.  No
      * suspense file yet is no corrected cards, not a failure.  The
      * item is marked merged before its card is written, so an item
      * that cannot be marked stays C for the next build rather than
      * going into tonight's deck and being run again tomorrow.
      *---------------------------------------------------------------
        Merge-Corrected-Suspense.
            OPEN I-O Suspense-File.
            IF Suspense-File-Status = "00"
                SET Suspense-File-Is-Open TO TRUE
                MOVE ZERO TO FZBSUS-ITEM-NO
                START Suspense-File KEY IS NOT LESS THAN FZBSUS-ITEM-NO
                    INVALID KEY
                        SET Suspense-At-End TO TRUE
                END-START
                PERFORM UNTIL Suspense-At-End
                    READ Suspense-File NEXT RECORD
                        AT END
                            SET Suspense-At-End TO TRUE
                        NOT AT END
                            IF FZBSUS-CORRECTED
                                PERFORM Write-Suspense-Card
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

        Write-Suspense-Card.
            SET FZBSUS-MERGED TO TRUE.
            MOVE Run-Date-Field TO FZBSUS-MERGED-DATE.
            REWRITE FZBSUS-RECORD
                INVALID KEY
                    DISPLAY "FZBBLD: UNABLE TO MARK SUSPENSE ITEM "
                        FZBSUS-ITEM-NO " MERGED - CARD NOT WRITTEN"
                NOT INVALID KEY
                    PERFORM Write-Merged-Suspense-Card
            END-REWRITE.

        Write-Merged-Suspense-Card.
            MOVE FZBSUS-CORRECTED-IMAGE TO FZBCTL-RECORD.
            MOVE "N" TO FZBCTL-RESTART-SW.
            MOVE "N" TO FZBCTL-TRIAL-SW.
            PERFORM Count-Card-Values.
            WRITE FZBCTL-RECORD.
            ADD 1 TO Cards-Written-Count.
            ADD 1 TO Suspense-Card-Count.
            MOVE Cards-Written-Count TO MD-Card.
            MOVE FZBCTL-START-VALUE  TO MD-Start.
            MOVE FZBCTL-END-VALUE    TO MD-End.
            MOVE FZBCTL-INCREMENT    TO MD-Incr.
            MOVE FZBCTL-CKPT-INTERVAL TO MD-Ckpt.
            MOVE FZBCTL-DEPT-CODE TO MD-Dept.
            MOVE "SUSPENSE" TO MD-Source.
            MOVE SPACES TO MD-Disposition.
            STRING "ITEM " FZBSUS-ITEM-NO DELIMITED BY SIZE
                INTO MD-Disposition.
            PERFORM Write-Manifest-Detail.

        Write-Manifest-Detail.
            WRITE Manifest-Report-Record FROM Manifest-Detail-Line
                AFTER ADVANCING 1 LINES.
            MOVE "FROM ONE-OFF FILE" TO MC-Label.
            MOVE One-Off-Card-Count TO MC-Count.
            PERFORM Write-Manifest-Count-Line.
            MOVE "FROM SUSPENSE" TO MC-Label.
            MOVE Suspense-Card-Count TO MC-Count.
            PERFORM Write-Manifest-Count-Line.
            MOVE "SKIPPED - NOT DUE TONIGHT" TO MC-Label.
            MOVE Skipped-Count TO MC-Count.
            PERFORM Write-Manifest-Count-Line.
            MOVE "REJECTED SCHEDULE RECORDS" TO MC-Label.
            MOVE Rejected-Count TO MC-Count.
            PERFORM Write-Manifest-Count-Line.
            MOVE "MOVED BY CALENDAR" TO MC-Label.
            MOVE Moved-Count TO MC-Count.
            PERFORM Write-Manifest-Count-Line.
            MOVE "SUPPRESSED BY CALENDAR" TO MC-Label.
            MOVE Suppressed-Count TO MC-Count.
            PERFORM Write-Manifest-Count-Line.
            MOVE "CALENDAR DATES LOADED" TO MC-Label.
            MOVE Calendar-Count TO MC-Count.
            PERFORM Write-Manifest-Count-Line.
            MOVE "REJECTED CALENDAR RECORDS" TO MC-Label.
            MOVE Calendar-Rejects TO MC-Count.
            PERFORM Write-Manifest-Count-Line.
            IF Cards-Written-Count = ZERO
                SET Deck-Is-Empty TO TRUE
                MOVE "NO REQUESTS DUE - DECK IS EMPTY, RUN WILL BE "
            WRITE Manifest-Report-Record FROM Manifest-Count-Line
                AFTER ADVANCING 1 LINES.

      *---------------------------------------------------------------
      * The values a card will have FIZZBUZZ classify, counted into
      * the deck total for the forecast.  A card FIZZBUZZ will refuse
      * for its range or increment classifies nothing.
      *---------------------------------------------------------------
        Count-Card-Values.
            IF FZBCTL-START-VALUE IS NUMERIC
                    AND FZBCTL-END-VALUE IS NUMERIC
                    AND FZBCTL-INCREMENT IS NUMERIC
                IF FZBCTL-INCREMENT > ZERO
                        AND FZBCTL-END-VALUE NOT < FZBCTL-START-VALUE
                    COMPUTE Card-Value-Count =
                        (FZBCTL-END-VALUE - FZBCTL-START-VALUE)
                        / FZBCTL-INCREMENT + 1
                    ADD Card-Value-Count TO Deck-Value-Count
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * Tonight's elapsed time, forecast from the step-timing history:
      * the deck's values at FIZZBUZZ's historical values per second
      * (trial decks left out - they are not the stream), plus the
      * average elapsed of every other step carrying an FZBSLA target.
      * Only history inside the FZBSLA history days counts, so a
      * faster machine or a heavier rule table shows through within
      * weeks.  The forecast is a warning, not a hold: the deck is
      * built either way, and the shift decides what to pull.
      *---------------------------------------------------------------
        Forecast-Batch-Window.
            PERFORM Load-Service-Levels.
            COMPUTE History-Cutoff =
                FUNCTION INTEGER-OF-DATE(Run-Date-Field) - History-Days.
            PERFORM Read-Timing-History.
            MOVE "BATCH WINDOW FORECAST" TO MT-Text.
            WRITE Manifest-Report-Record FROM Manifest-Text-Line
                AFTER ADVANCING 2 LINES.
            MOVE "DECK VALUES TO CLASSIFY" TO FC-Label.
            MOVE Deck-Value-Count TO FC-Count.
            PERFORM Write-Forecast-Count-Line.
            MOVE "FIZZBUZZ RUNS IN HISTORY" TO FC-Label.
            MOVE Fzb-History-Runs TO FC-Count.
            PERFORM Write-Forecast-Count-Line.
            IF Fzb-History-Volume = ZERO OR Fzb-History-Seconds = ZERO
                MOVE "NO FIZZBUZZ THROUGHPUT ON FZBSTPL - NO FORECAST"
                    TO MT-Text
                PERFORM Write-Manifest-Text-Line
            ELSE
                PERFORM Write-Forecast
            END-IF.

        Write-Forecast.
            COMPUTE Values-Per-Second =
                Fzb-History-Volume / Fzb-History-Seconds.
            MOVE "FIZZBUZZ VALUES A SECOND" TO FC-Label.
            MOVE Values-Per-Second TO FC-Count.
            PERFORM Write-Forecast-Count-Line.
            COMPUTE Fizzbuzz-Forecast ROUNDED =
                Deck-Value-Count * Fzb-History-Seconds
                / Fzb-History-Volume.
            PERFORM VARYING Stream-Step-Index FROM 1 BY 1
                    UNTIL Stream-Step-Index > Stream-Step-Count
                IF Stream-Step-Runs(Stream-Step-Index) = ZERO
                    ADD 1 TO Steps-Without-History
                ELSE
                    COMPUTE Step-Average ROUNDED =
                        Stream-Step-Seconds(Stream-Step-Index)
                        / Stream-Step-Runs(Stream-Step-Index)
                    ADD Step-Average TO Other-Steps-Forecast
                END-IF
            END-PERFORM.
            COMPUTE Stream-Forecast =
                Fizzbuzz-Forecast + Other-Steps-Forecast.
            MOVE "FIZZBUZZ FORECAST" TO FT-Label.
            MOVE Fizzbuzz-Forecast TO Time-Seconds.
            PERFORM Write-Forecast-Time-Line.
            MOVE "OTHER STEPS AT AVERAGE" TO FT-Label.
            MOVE Other-Steps-Forecast TO Time-Seconds.
            PERFORM Write-Forecast-Time-Line.
            MOVE "STEPS WITH NO HISTORY" TO FC-Label.
            MOVE Steps-Without-History TO FC-Count.
            PERFORM Write-Forecast-Count-Line.
            MOVE "STREAM FORECAST" TO FT-Label.
            MOVE Stream-Forecast TO Time-Seconds.
            PERFORM Write-Forecast-Time-Line.
            IF Window-Minutes = ZERO
                MOVE "NO BATCH WINDOW ON FZBSLA - FORECAST NOT CHECKED"
                    TO MT-Text
                PERFORM Write-Manifest-Text-Line
            ELSE
                PERFORM Check-Forecast-Against-Window
            END-IF.

        Check-Forecast-Against-Window.
            COMPUTE Window-Seconds = Window-Minutes * 60.
            MOVE "BATCH WINDOW" TO FT-Label.
            MOVE Window-Seconds TO Time-Seconds.
            PERFORM Write-Forecast-Time-Line.
            IF Window-Start-Time NOT = ZERO
                COMPUTE Clock-Minutes =
                    Window-Start-HH * 60 + Window-Start-MM
                    + (Stream-Forecast + 59) / 60
                PERFORM Move-Clock-Minutes
                MOVE "FORECAST FINISH (HH:MM)" TO FT-Label
                PERFORM Write-Forecast-Clock-Line
                COMPUTE Clock-Minutes =
                    Window-Start-HH * 60 + Window-Start-MM
                    + Window-Minutes
                PERFORM Move-Clock-Minutes
                MOVE "PLANNING CUT-OFF (HH:MM)" TO FT-Label
                PERFORM Write-Forecast-Clock-Line
            END-IF.
            IF Stream-Forecast > Window-Seconds
                COMPUTE Forecast-Margin =
                    Stream-Forecast - Window-Seconds
                MOVE "*** WARNING: DECK IS FORECAST TO OVERRUN THE "
                    TO MT-Text
                WRITE Manifest-Report-Record FROM Manifest-Text-Line
                    AFTER ADVANCING 2 LINES
                MOVE "    BATCH WINDOW - REVIEW THE DECK BEFORE THE RUN"
                    TO MT-Text
                PERFORM Write-Manifest-Text-Line
                MOVE "FORECAST OVERRUN" TO FT-Label
            ELSE
                COMPUTE Forecast-Margin =
                    Window-Seconds - Stream-Forecast
                MOVE "DECK IS FORECAST TO FIT THE BATCH WINDOW"
                    TO MT-Text
                WRITE Manifest-Report-Record FROM Manifest-Text-Line
                    AFTER ADVANCING 2 LINES
                MOVE "MARGIN REMAINING" TO FT-Label
            END-IF.
            MOVE Forecast-Margin TO Time-Seconds.
            PERFORM Write-Forecast-Time-Line.

      *---------------------------------------------------------------
      * Clock-Minutes past midnight, wrapped into the day, for the
      * clock line's HH:MM.
      *---------------------------------------------------------------
        Move-Clock-Minutes.
            DIVIDE Clock-Minutes BY 1440 GIVING Time-Remainder
                REMAINDER Clock-Minutes.
            COMPUTE Time-Seconds = Clock-Minutes * 60.

        Write-Forecast-Clock-Line.
            MOVE FT-Label TO FK-Label.
            DIVIDE Time-Seconds BY 3600 GIVING FK-Hours
                REMAINDER Time-Remainder.
            DIVIDE Time-Remainder BY 60 GIVING FK-Minutes.
            WRITE Manifest-Report-Record FROM Forecast-Clock-Line
                AFTER ADVANCING 1 LINES.

        Write-Forecast-Time-Line.
            DIVIDE Time-Seconds BY 3600 GIVING FT-Hours
                REMAINDER Time-Remainder.
            DIVIDE Time-Remainder BY 60 GIVING FT-Minutes
                REMAINDER FT-Seconds.
            WRITE Manifest-Report-Record FROM Forecast-Time-Line
                AFTER ADVANCING 1 LINES.

        Write-Forecast-Count-Line.
            WRITE Manifest-Report-Record FROM Forecast-Count-Line
                AFTER ADVANCING 1 LINES.

      *---------------------------------------------------------------
      * FZBSLA: the W record's window and history days, and the
      * stream's other steps - every S record but FIZZBUZZ, which is
      * forecast from its throughput, and this step, which has run by
      * the time the window opens.  No FZBSLA file forecasts FIZZBUZZ
      * alone over 30 days and checks no window.
      *---------------------------------------------------------------
        Load-Service-Levels.
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

        Load-Service-Level-Record.
            EVALUATE TRUE
                WHEN FZBSLA-W-TYPE
                    IF FZBSLA-W-START-TIME IS NUMERIC
                        MOVE FZBSLA-W-START-TIME TO Window-Start-Time
                    END-IF
                    IF FZBSLA-W-WINDOW-MINUTES IS NUMERIC
                        MOVE FZBSLA-W-WINDOW-MINUTES TO Window-Minutes
                    END-IF
                    IF FZBSLA-W-HISTORY-DAYS IS NUMERIC
                            AND FZBSLA-W-HISTORY-DAYS > ZERO
                        MOVE FZBSLA-W-HISTORY-DAYS TO History-Days
                    END-IF
                WHEN FZBSLA-S-TYPE
                    IF FZBSLA-S-STEP-NAME NOT = SPACES
                            AND FZBSLA-S-STEP-NAME NOT = "FIZZBUZZ"
                            AND FZBSLA-S-STEP-NAME NOT = "FZBBLD"
                            AND Stream-Step-Count < 40
                        ADD 1 TO Stream-Step-Count
                        MOVE FZBSLA-S-STEP-NAME
                            TO Stream-Step-Name(Stream-Step-Count)
                        MOVE ZERO TO Stream-Step-Runs(Stream-Step-Count)
                        MOVE ZERO
                            TO Stream-Step-Seconds(Stream-Step-Count)
                    END-IF
            END-EVALUATE.

        Read-Timing-History.
            OPEN INPUT Step-Timing-File.
            PERFORM UNTIL Timing-At-End
                READ Step-Timing-File
                    AT END
                        SET Timing-At-End TO TRUE
                    NOT AT END
                        PERFORM Take-Timing-Row
                END-READ
            END-PERFORM.
            CLOSE Step-Timing-File.

      *---------------------------------------------------------------
      * A row counts if its dates and times are readable, it started
      * inside the history days and its end is not before its start.
      *---------------------------------------------------------------
        Take-Timing-Row.
            IF FZBSTP-START-DATE IS NUMERIC
                    AND FZBSTP-END-DATE IS NUMERIC
                    AND FZBSTP-START-TIME IS NUMERIC
                    AND FZBSTP-END-TIME IS NUMERIC
                    AND FZBSTP-RECORD-VOLUME IS NUMERIC
                    AND FZBSTP-START-DATE > 16010101
                    AND FZBSTP-END-DATE > 16010101
                IF FUNCTION INTEGER-OF-DATE(FZBSTP-START-DATE)
                        > History-Cutoff
                    PERFORM Compute-Row-Elapsed
                    IF Row-Elapsed NOT < ZERO
                        PERFORM Tally-Timing-Row
                    END-IF
                END-IF
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
            IF FZBSTP-STEP-NAME = "FIZZBUZZ"
                IF FZBSTP-STEP-QUALIFIER NOT = "TRL"
                        AND FZBSTP-RECORD-VOLUME > ZERO
                    ADD 1 TO Fzb-History-Runs
                    ADD FZBSTP-RECORD-VOLUME TO Fzb-History-Volume
                    ADD Row-Elapsed TO Fzb-History-Seconds
                END-IF
            ELSE
                PERFORM VARYING Stream-Step-Index FROM 1 BY 1
                        UNTIL Stream-Step-Index > Stream-Step-Count
                    IF Stream-Step-Name(Stream-Step-Index)
                            = FZBSTP-STEP-NAME
                        ADD 1 TO Stream-Step-Runs(Stream-Step-Index)
                        ADD Row-Elapsed
                            TO Stream-Step-Seconds(Stream-Step-Index)
                    END-IF
                END-PERFORM
            END-IF.

        Write-Manifest-Text-Line.
            WRITE Manifest-Report-Record FROM Manifest-Text-Line
                AFTER ADVANCING 1 LINES.

      *---------------------------------------------------------------
      * Everything still open in suspense once tonight's corrections
      * are merged, in item order, aged from the run that first
      * refused it.  The band counts and the oldest age close the
      * report, and are printed even when nothing is waiting.
      *---------------------------------------------------------------
        Write-Suspense-Ageing.
            OPEN OUTPUT Ageing-Report-File.
            MOVE Run-Date-Field TO AT-Run-Date.
            WRITE Ageing-Report-Record FROM Ageing-Title-Line.
            WRITE Ageing-Report-Record FROM Ageing-Heading-Line
                AFTER ADVANCING 2 LINES.
            PERFORM VARYING Age-Band-Index FROM 1 BY 1
                    UNTIL Age-Band-Index > 4
                MOVE ZERO TO Age-Band-Count(Age-Band-Index)
            END-PERFORM.
            IF Suspense-File-Is-Open
                MOVE "N" TO Suspense-At-End-Switch
                MOVE ZERO TO FZBSUS-ITEM-NO
                START Suspense-File KEY IS NOT LESS THAN FZBSUS-ITEM-NO
                    INVALID KEY
                        SET Suspense-At-End TO TRUE
                END-START
                PERFORM UNTIL Suspense-At-End
                    READ Suspense-File NEXT RECORD
                        AT END
                            SET Suspense-At-End TO TRUE
                        NOT AT END
                            IF FZBSUS-OPEN
                                PERFORM Write-Ageing-Detail
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF Waiting-Item-Count = ZERO
                MOVE "NOTHING IS WAITING IN SUSPENSE" TO MT-Text
                WRITE Ageing-Report-Record FROM Manifest-Text-Line
                    AFTER ADVANCING 1 LINES
            END-IF.
            MOVE "ITEMS MERGED INTO DECK" TO MC-Label.
            MOVE Suspense-Card-Count TO MC-Count.
            WRITE Ageing-Report-Record FROM Manifest-Count-Line
                AFTER ADVANCING 2 LINES.
            MOVE "ITEMS LEFT IN SUSPENSE" TO MC-Label.
            MOVE Waiting-Item-Count TO MC-Count.
            PERFORM Write-Ageing-Count-Line.
            MOVE "  AGED 0 TO 1 DAYS" TO MC-Label.
            MOVE Age-Band-Count(1) TO MC-Count.
            PERFORM Write-Ageing-Count-Line.
            MOVE "  AGED 2 TO 7 DAYS" TO MC-Label.
            MOVE Age-Band-Count(2) TO MC-Count.
            PERFORM Write-Ageing-Count-Line.
            MOVE "  AGED 8 TO 30 DAYS" TO MC-Label.
            MOVE Age-Band-Count(3) TO MC-Count.
            PERFORM Write-Ageing-Count-Line.
            MOVE "  AGED OVER 30 DAYS" TO MC-Label.
            MOVE Age-Band-Count(4) TO MC-Count.
            PERFORM Write-Ageing-Count-Line.
            MOVE "OLDEST ITEM AGE IN DAYS" TO MC-Label.
            MOVE Oldest-Age-Days TO MC-Count.
            PERFORM Write-Ageing-Count-Line.
            CLOSE Ageing-Report-File.

        Write-Ageing-Detail.
            ADD 1 TO Waiting-Item-Count.
            IF FZBSUS-RUN-DATE NUMERIC
                    AND FZBSUS-RUN-DATE < Run-Date-Field
                COMPUTE Item-Age-Days = Run-Integer
                    - FUNCTION INTEGER-OF-DATE(FZBSUS-RUN-DATE)
            ELSE
                MOVE ZERO TO Item-Age-Days
            END-IF.
            EVALUATE TRUE
                WHEN Item-Age-Days < 2
                    ADD 1 TO Age-Band-Count(1)
                WHEN Item-Age-Days < 8
                    ADD 1 TO Age-Band-Count(2)
                WHEN Item-Age-Days < 31
                    ADD 1 TO Age-Band-Count(3)
                WHEN OTHER
                    ADD 1 TO Age-Band-Count(4)
            END-EVALUATE.
            IF Item-Age-Days > Oldest-Age-Days
                MOVE Item-Age-Days TO Oldest-Age-Days
            END-IF.
            MOVE FZBSUS-ITEM-NO        TO AD-Item.
            MOVE FZBSUS-RUN-DATE       TO AD-Refused.
            MOVE FZBSUS-REQUEST-ID     TO AD-Request.
            MOVE FZBSUS-CARD-NO        TO AD-Card.
            MOVE FZBSUS-DEPT-CODE      TO AD-Dept.
            PERFORM VARYING Age-Band-Index FROM 1 BY 1
                    UNTIL Age-Band-Index > 4
                MOVE SPACES TO AD-Error(Age-Band-Index)
                MOVE FZBSUS-ERROR-CODE(Age-Band-Index)
                    TO AD-Error-Code(Age-Band-Index)
            END-PERFORM.
            MOVE Item-Age-Days         TO AD-Age.
            MOVE FZBSUS-TIMES-REJECTED TO AD-Times.
            MOVE FZBSUS-LAST-REJECTED  TO AD-Last.
            WRITE Ageing-Report-Record FROM Ageing-Detail-Line
                AFTER ADVANCING 1 LINES.

        Write-Ageing-Count-Line.
            WRITE Ageing-Report-Record FROM Manifest-Count-Line
                AFTER ADVANCING 1 LINES.

        Terminate-Run.
            CLOSE Cycle-Control-File.
            CLOSE Manifest-Report-File.
            IF Suspense-File-Is-Open
                CLOSE Suspense-File
            END-IF.
            IF Deck-Is-Empty
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the deck cards it wrote and the return code
      * it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Cards-Written-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBBLD" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

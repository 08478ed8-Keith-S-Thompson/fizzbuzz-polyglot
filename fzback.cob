      * reported too - planning confirming a file we never sent is as
      * wrong as the reverse.  Any mismatch or aged-out transmission
      * ends with a nonzero return code so the scheduler flags it.
      *
      * A resend of a catalogued generation registers a second row
      * under the same run identity, so one identity can have two
      * transmissions and one or two answers.  Each acknowledgement
      * first claims the transmission whose figures it agrees with
      * exactly, wherever that row sits in the register, and only
      * then settles for the first unanswered one; a copy left
      * unanswered once planning has confirmed another copy of the
      * same run is reported as answered through that copy rather
      * than aged out - planning holds the generation either way.
      *
      * The subscriber feeds FZBXTR cuts alongside planning's file are
      * registered under their subscriber IDs, and each consumer
      * returns its ID on its acknowledgements.  An answer only ever
      * settles a transmission to the same subscriber - planning's
      * rows and answers carry a blank ID - so one consumer's
      * confirmation can never clear another's feed.  The report
      * shows the subscriber on every line and closes with a summary
      * per subscriber of what was sent, matched, still outstanding
      * and flagged.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBACK.
            SELECT Ack-Report-File ASSIGN TO "FZBACKR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Ack-Control-File.
        FD  Ack-Report-File.
        01 Ack-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Run-Date-Field    PIC 9(08) VALUE ZERO.
        01 Age-Days-Allowed  PIC 9(03) VALUE ZERO.
                10 Ack-Hash-Total    PIC 9(10).
                10 Ack-Used-Switch   PIC X(01).
                    88 Ack-Was-Used      VALUE "Y".
                10 Ack-Claimed-By    PIC 9(05).
                10 Ack-Subscriber-Id PIC X(08).

        01 Register-Row-No   PIC 9(05) VALUE ZERO.

        01 Recon-Counts.
            05 Matched-Count      PIC 9(05) VALUE ZERO.
            05 Pending-Count      PIC 9(05) VALUE ZERO.
            05 Aged-Out-Count     PIC 9(05) VALUE ZERO.
            05 Orphan-Ack-Count   PIC 9(05) VALUE ZERO.
            05 Copy-Answered-Count PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------
      * The per-subscriber summary, one entry per ID met on the
      * register or the answers, in the order first met.
      *---------------------------------------------------------------
        01 Subscriber-Summary.
            05 Sum-Entry-Count    PIC 9(03) VALUE ZERO.
            05 Sum-Entry OCCURS 30 TIMES.
                10 Sum-Subscriber-Id  PIC X(08).
                10 Sum-Sent-Count     PIC 9(05).
                10 Sum-Matched-Count  PIC 9(05).
                10 Sum-Owed-Count     PIC 9(05).
                10 Sum-Flagged-Count  PIC 9(05).
            05 Sum-Index          PIC 9(03) VALUE ZERO.
            05 Sum-Lookup-Id      PIC X(08) VALUE SPACES.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 FILLER  PIC X(05) VALUE " DAYS".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(14) VALUE "STATUS".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "SUBSCRIBER".
            05 FILLER  PIC X(09) VALUE SPACES.

        01 Recon-Detail-Line.
            05 RD-Run-Date   PIC 9(08).
            05 RD-Days       PIC ZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RD-Status     PIC X(14).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RD-Subscriber PIC X(08).
            05 FILLER        PIC X(11) VALUE SPACES.

        01 Summary-Heading-Line.
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "SUBSCRIBER".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(07) VALUE "   SENT".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(07) VALUE "MATCHED".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(11) VALUE "OUTSTANDING".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(07) VALUE "FLAGGED".
            05 FILLER  PIC X(28) VALUE SPACES.

        01 Summary-Detail-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SD-Subscriber PIC X(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 SD-Sent       PIC ZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SD-Matched    PIC ZZZZZZ9.
            05 FILLER        PIC X(06) VALUE SPACES.
            05 SD-Owed       PIC ZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SD-Flagged    PIC ZZZZZZ9.
            05 FILLER        PIC X(28) VALUE SPACES.

        01 Report-Count-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 Ack-Found-Switch     PIC X(01) VALUE "N".
                88 Ack-Was-Found        VALUE "Y".
                88 Ack-Not-Found        VALUE "N".
            05 Copy-Answered-Switch PIC X(01) VALUE "N".
                88 Copy-Was-Answered    VALUE "Y".
            05 Sum-Overflow-Switch  PIC X(01) VALUE "N".
                88 Sum-Table-Overflow   VALUE "Y".
            05 In-Balance-Switch    PIC X(01) VALUE "Y".
                88 Acks-In-Balance      VALUE "Y".
                88 Acks-Out-Of-Bal      VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
      * with an ageing rule nobody chose.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            COMPUTE Today-Integer =
                FUNCTION INTEGER-OF-DATE(Run-Date-Field).
                MOVE FZBACKF-HASH-TOTAL
                    TO Ack-Hash-Total(Ack-Entry-Count)
                MOVE "N" TO Ack-Used-Switch(Ack-Entry-Count)
                MOVE ZERO TO Ack-Claimed-By(Ack-Entry-Count)
                MOVE FZBACKF-SUBSCRIBER-ID
                    TO Ack-Subscriber-Id(Ack-Entry-Count)
            ELSE
                SET Ack-Table-Overflow TO TRUE
            END-IF.
      * records, which is still a mismatch.
      *---------------------------------------------------------------
        Reconcile-Transmissions.
            MOVE ZERO TO Register-Row-No.
            OPEN INPUT Extract-Log-File.
            PERFORM UNTIL Xlg-At-End
                READ Extract-Log-File
                    AT END
                        SET Xlg-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Register-Row-No
                        PERFORM Claim-Exact-Ack
                END-READ
            END-PERFORM.
            CLOSE Extract-Log-File.
            MOVE "N" TO Xlg-At-End-Switch.
            MOVE ZERO TO Register-Row-No.
            OPEN INPUT Extract-Log-File.
            PERFORM UNTIL Xlg-At-End
                READ Extract-Log-File
                    AT END
                        SET Xlg-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Register-Row-No
                        PERFORM Reconcile-One-Transmission
                END-READ
            END-PERFORM.
            CLOSE Extract-Log-File.

      *---------------------------------------------------------------
      * First pass: an acknowledgement agreeing with a transmission on
      * identity, count and hash is that transmission's answer, and is
      * claimed for it by register row number before any looser match
      * can take it.
      *---------------------------------------------------------------
        Claim-Exact-Ack.
            SET Ack-Not-Found TO TRUE.
            PERFORM VARYING Ack-Index FROM 1 BY 1
                    UNTIL Ack-Index > Ack-Entry-Count
                       OR Ack-Was-Found
                IF Ack-Run-Date(Ack-Index) = FZBXLG-RUN-DATE
                        AND Ack-Run-Time(Ack-Index) = FZBXLG-RUN-TIME
                        AND Ack-Record-Count(Ack-Index)
                            = FZBXLG-RECORD-COUNT
                        AND Ack-Hash-Total(Ack-Index)
                            = FZBXLG-HASH-TOTAL
                        AND Ack-Subscriber-Id(Ack-Index)
                            = FZBXLG-SUBSCRIBER-ID
                        AND NOT Ack-Was-Used(Ack-Index)
                    SET Ack-Was-Found TO TRUE
                    SET Ack-Was-Used(Ack-Index) TO TRUE
                    MOVE Register-Row-No TO Ack-Claimed-By(Ack-Index)
                END-IF
            END-PERFORM.

        Reconcile-One-Transmission.
            MOVE FZBXLG-RUN-DATE     TO RD-Run-Date.
            MOVE FZBXLG-RUN-TIME     TO RD-Run-Time.
            MOVE FZBXLG-RECORD-COUNT TO RD-Xtr-Count.
            MOVE FZBXLG-SUBSCRIBER-ID TO Sum-Lookup-Id.
            PERFORM Find-Subscriber-Summary.
            MOVE Sum-Lookup-Id TO RD-Subscriber.
            IF Sum-Index > ZERO
                ADD 1 TO Sum-Sent-Count(Sum-Index)
            END-IF.
            COMPUTE Date-Integer-Work =
                FUNCTION INTEGER-OF-DATE(FZBXLG-EXTRACT-DATE).
            COMPUTE Days-Waiting =
                            = FZBXLG-HASH-TOTAL
                    ADD 1 TO Matched-Count
                    MOVE "MATCHED" TO RD-Status
                    IF Sum-Index > ZERO
                        ADD 1 TO Sum-Matched-Count(Sum-Index)
                    END-IF
                ELSE
                    ADD 1 TO Mismatched-Count
                    MOVE "MISMATCHED" TO RD-Status
                    SET Acks-Out-Of-Bal TO TRUE
                    IF Sum-Index > ZERO
                        ADD 1 TO Sum-Flagged-Count(Sum-Index)
                    END-IF
                END-IF
            ELSE
                MOVE ZERO TO RD-Ack-Count
                PERFORM Find-Answered-Copy
                EVALUATE TRUE
                    WHEN Copy-Was-Answered
                        ADD 1 TO Copy-Answered-Count
                        MOVE "COPY ANSWERED" TO RD-Status
                    WHEN Days-Waiting > Age-Days-Allowed
                        ADD 1 TO Aged-Out-Count
                        MOVE "UNACKED-AGED" TO RD-Status
                        SET Acks-Out-Of-Bal TO TRUE
                        IF Sum-Index > ZERO
                            ADD 1 TO Sum-Owed-Count(Sum-Index)
                            ADD 1 TO Sum-Flagged-Count(Sum-Index)
                        END-IF
                    WHEN OTHER
                        ADD 1 TO Pending-Count
                        MOVE "UNACKED" TO RD-Status
                        IF Sum-Index > ZERO
                            ADD 1 TO Sum-Owed-Count(Sum-Index)
                        END-IF
                END-EVALUATE
            END-IF.
            WRITE Ack-Report-Record FROM Recon-Detail-Line
                AFTER ADVANCING 1 LINES.
            PERFORM VARYING Ack-Index FROM 1 BY 1
                    UNTIL Ack-Index > Ack-Entry-Count
                       OR Ack-Was-Found
                IF Ack-Claimed-By(Ack-Index) = Register-Row-No
                    SET Ack-Was-Found TO TRUE
                END-IF
            END-PERFORM.
            IF Ack-Not-Found
                PERFORM VARYING Ack-Index FROM 1 BY 1
                        UNTIL Ack-Index > Ack-Entry-Count
                           OR Ack-Was-Found
                    IF Ack-Run-Date(Ack-Index) = FZBXLG-RUN-DATE
                            AND Ack-Run-Time(Ack-Index)
                                = FZBXLG-RUN-TIME
                            AND Ack-Subscriber-Id(Ack-Index)
                                = FZBXLG-SUBSCRIBER-ID
                            AND NOT Ack-Was-Used(Ack-Index)
                        SET Ack-Was-Found TO TRUE
                        SET Ack-Was-Used(Ack-Index) TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
            IF Ack-Was-Found
                SET Ack-Index DOWN BY 1
            END-IF.

      *---------------------------------------------------------------
      * An unanswered transmission whose run identity planning has
      * confirmed through another transmission - the original or a
      * resend of the same catalogued generation - is not owed an
      * answer of its own.
      *---------------------------------------------------------------
        Find-Answered-Copy.
            MOVE "N" TO Copy-Answered-Switch.
            PERFORM VARYING Ack-Index FROM 1 BY 1
                    UNTIL Ack-Index > Ack-Entry-Count
                IF Ack-Run-Date(Ack-Index) = FZBXLG-RUN-DATE
                        AND Ack-Run-Time(Ack-Index) = FZBXLG-RUN-TIME
                        AND Ack-Subscriber-Id(Ack-Index)
                            = FZBXLG-SUBSCRIBER-ID
                        AND Ack-Was-Used(Ack-Index)
                    SET Copy-Was-Answered TO TRUE
                END-IF
            END-PERFORM.

      *---------------------------------------------------------------
      * An acknowledgement left unused after every transmission has
      * looked for its answer confirms a file this shop never
                    MOVE Ack-Record-Count(Ack-Index) TO RD-Ack-Count
                    MOVE ZERO                        TO RD-Days
                    MOVE "ORPHAN ACK"                TO RD-Status
                    MOVE Ack-Subscriber-Id(Ack-Index) TO Sum-Lookup-Id
                    PERFORM Find-Subscriber-Summary
                    MOVE Sum-Lookup-Id TO RD-Subscriber
                    IF Sum-Index > ZERO
                        ADD 1 TO Sum-Flagged-Count(Sum-Index)
                    END-IF
                    WRITE Ack-Report-Record FROM Recon-Detail-Line
                        AFTER ADVANCING 1 LINES
                END-IF
            END-PERFORM.

      *---------------------------------------------------------------
      * The summary entry for Sum-Lookup-Id, added on first sight;
      * Sum-Index is left zero once the table is full, and the
      * blank ID comes back as PLANNING for the report.
      *---------------------------------------------------------------
        Find-Subscriber-Summary.
            IF Sum-Lookup-Id = SPACES
                MOVE "PLANNING" TO Sum-Lookup-Id
            END-IF.
            PERFORM VARYING Sum-Index FROM 1 BY 1
                    UNTIL Sum-Index > Sum-Entry-Count
                       OR Sum-Subscriber-Id(Sum-Index) = Sum-Lookup-Id
                CONTINUE
            END-PERFORM.
            IF Sum-Index > Sum-Entry-Count
                IF Sum-Entry-Count < 30
                    ADD 1 TO Sum-Entry-Count
                    MOVE Sum-Entry-Count TO Sum-Index
                    MOVE Sum-Lookup-Id TO Sum-Subscriber-Id(Sum-Index)
                    MOVE ZERO TO Sum-Sent-Count(Sum-Index)
                    MOVE ZERO TO Sum-Matched-Count(Sum-Index)
                    MOVE ZERO TO Sum-Owed-Count(Sum-Index)
                    MOVE ZERO TO Sum-Flagged-Count(Sum-Index)
                ELSE
                    MOVE ZERO TO Sum-Index
                    SET Sum-Table-Overflow TO TRUE
                END-IF
            END-IF.

        Write-Subscriber-Summary.
            WRITE Ack-Report-Record FROM Summary-Heading-Line
                AFTER ADVANCING 2 LINES.
            PERFORM VARYING Sum-Index FROM 1 BY 1
                    UNTIL Sum-Index > Sum-Entry-Count
                MOVE Sum-Subscriber-Id(Sum-Index) TO SD-Subscriber
                MOVE Sum-Sent-Count(Sum-Index)    TO SD-Sent
                MOVE Sum-Matched-Count(Sum-Index) TO SD-Matched
                MOVE Sum-Owed-Count(Sum-Index)    TO SD-Owed
                MOVE Sum-Flagged-Count(Sum-Index) TO SD-Flagged
                WRITE Ack-Report-Record FROM Summary-Detail-Line
                    AFTER ADVANCING 1 LINES
            END-PERFORM.
            IF Sum-Table-Overflow
                MOVE "MORE THAN 30 SUBSCRIBERS - SUMMARY INCOMPLETE"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
            END-IF.

        Write-Recon-Summary.
            IF Run-Is-Abandoned
                IF Ack-Table-Overflow
                MOVE "ORPHAN ACKNOWLEDGEMENTS" TO RC-Label
                MOVE Orphan-Ack-Count TO RC-Count
                PERFORM Write-Report-Count-Line
                MOVE "ANSWERED THROUGH OTHER COPY" TO RC-Label
                MOVE Copy-Answered-Count TO RC-Count
                PERFORM Write-Report-Count-Line
                PERFORM Write-Subscriber-Summary
                IF Acks-In-Balance
                    MOVE "CLEAN" TO VL-Verdict
                ELSE
            IF Run-Is-Abandoned OR Acks-Out-Of-Bal
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the register rows and acknowledgements it
      * matched and the return code it leaves - for the FZBTRND trend
      * report and the FZBBLD batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            COMPUTE Step-Record-Volume =
                Register-Row-No + Ack-Entry-Count.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBACK" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

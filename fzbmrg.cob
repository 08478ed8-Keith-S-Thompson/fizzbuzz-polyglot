      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Partition merge for a partitioned FIZZBUZZ run.  When FZBPTC
      * splits the night's deck across N partition steps, each step
      * leaves its own slice of every request in its own FZBOUT,
      * FZBRLG and FZBERR; this step finds them as FZBOUT1 ..
      * FZBOUT8, FZBRLG1 .. FZBRLG8 and FZBERR1 .. FZBERR8 and puts
      * them back together as the one FZBOUT, the one FZBTOTF group
      * per request, the one FZBRLG row per request and the one
      * FZBERR an ordinary execution would have left - deck order,
      * ascending values within a request - so FZBAUDIT, FZBPROOF,
      * FZBXTR, FZBLOAD, FZBDAYE and the rest read exactly what they
      * read every other night.
      *
      * Nothing is written until the partitions are proved whole.
      * The merge reads the same CYCCTL deck the partitions ran and
      * cuts every card into slices by the same arithmetic FIZZBUZZ
      * uses, then demands of every partition, for every request: a
      * run-log row, only one, completed (or all partitions refusing
      * the card alike), on exactly the slice that partition number
      * owns, counted under the same rule labels as its siblings, and
      * backed by exactly that many FZBOUT records, in order and
      * inside the slice.  A missing partition, a partition that
      * abended or is still running, a partition run with the wrong
      * number or count, and a partition run twice into the same log
      * all fail that test, and so does a merge with no P lock
      * standing - a rerun after a clean merge has nothing left to
      * merge.  On any failure the merge refuses with a nonzero
      * return code, leaving FZBOUT, FZBTOTF, FZBRLG, FZBERR and the
      * P lock exactly as it found them.  On a clean merge the P lock
      * the partitions registered is released.
      *
      * The merged rows are stamped with the run date and time of
      * partition 1's execution, so the generation reads as one
      * execution and carries the date its rules were in effect on.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBMRG.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT Cycle-Control-File ASSIGN TO "CYCCTL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Partition-Card-File ASSIGN TO "FZBPTC"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Part-Out-File-1 ASSIGN TO "FZBOUT1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Out-File-2 ASSIGN TO "FZBOUT2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Out-File-3 ASSIGN TO "FZBOUT3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Out-File-4 ASSIGN TO "FZBOUT4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Out-File-5 ASSIGN TO "FZBOUT5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Out-File-6 ASSIGN TO "FZBOUT6"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Out-File-7 ASSIGN TO "FZBOUT7"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Out-File-8 ASSIGN TO "FZBOUT8"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Part-Log-File-1 ASSIGN TO "FZBRLG1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Log-File-2 ASSIGN TO "FZBRLG2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Log-File-3 ASSIGN TO "FZBRLG3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Log-File-4 ASSIGN TO "FZBRLG4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Log-File-5 ASSIGN TO "FZBRLG5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Log-File-6 ASSIGN TO "FZBRLG6"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Log-File-7 ASSIGN TO "FZBRLG7"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Log-File-8 ASSIGN TO "FZBRLG8"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Part-Err-File-1 ASSIGN TO "FZBERR1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Err-File-2 ASSIGN TO "FZBERR2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Err-File-3 ASSIGN TO "FZBERR3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Err-File-4 ASSIGN TO "FZBERR4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Err-File-5 ASSIGN TO "FZBERR5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Err-File-6 ASSIGN TO "FZBERR6"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Err-File-7 ASSIGN TO "FZBERR7"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL Part-Err-File-8 ASSIGN TO "FZBERR8"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Fizzbuzz-Out-File ASSIGN TO "FZBOUT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Totals-File ASSIGN TO "FZBTOTF"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Run-Log-File ASSIGN TO "FZBRLG"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Error-File ASSIGN TO "FZBERR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Lock-File ASSIGN TO "FZBLCK"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Merge-Report-File ASSIGN TO "FZBMRGR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Cycle-Control-File.
            COPY FZBCTL.

        FD  Partition-Card-File.
            COPY FZBPTC.

        FD  Part-Out-File-1.
        01 Part-Out-Record-1  PIC X(80).
        FD  Part-Out-File-2.
        01 Part-Out-Record-2  PIC X(80).
        FD  Part-Out-File-3.
        01 Part-Out-Record-3  PIC X(80).
        FD  Part-Out-File-4.
        01 Part-Out-Record-4  PIC X(80).
        FD  Part-Out-File-5.
        01 Part-Out-Record-5  PIC X(80).
        FD  Part-Out-File-6.
        01 Part-Out-Record-6  PIC X(80).
        FD  Part-Out-File-7.
        01 Part-Out-Record-7  PIC X(80).
        FD  Part-Out-File-8.
        01 Part-Out-Record-8  PIC X(80).

        FD  Part-Log-File-1.
        01 Part-Log-Record-1  PIC X(145).
        FD  Part-Log-File-2.
        01 Part-Log-Record-2  PIC X(145).
        FD  Part-Log-File-3.
        01 Part-Log-Record-3  PIC X(145).
        FD  Part-Log-File-4.
        01 Part-Log-Record-4  PIC X(145).
        FD  Part-Log-File-5.
        01 Part-Log-Record-5  PIC X(145).
        FD  Part-Log-File-6.
        01 Part-Log-Record-6  PIC X(145).
        FD  Part-Log-File-7.
        01 Part-Log-Record-7  PIC X(145).
        FD  Part-Log-File-8.
        01 Part-Log-Record-8  PIC X(145).

        FD  Part-Err-File-1.
        01 Part-Err-Record-1  PIC X(94).
        FD  Part-Err-File-2.
        01 Part-Err-Record-2  PIC X(94).
        FD  Part-Err-File-3.
        01 Part-Err-Record-3  PIC X(94).
        FD  Part-Err-File-4.
        01 Part-Err-Record-4  PIC X(94).
        FD  Part-Err-File-5.
        01 Part-Err-Record-5  PIC X(94).
        FD  Part-Err-File-6.
        01 Part-Err-Record-6  PIC X(94).
        FD  Part-Err-File-7.
        01 Part-Err-Record-7  PIC X(94).
        FD  Part-Err-File-8.
        01 Part-Err-Record-8  PIC X(94).

        FD  Fizzbuzz-Out-File.
            COPY FZBREC.

        FD  Totals-File.
            COPY FZBTOT.

        FD  Run-Log-File.
            COPY FZBRLOG.

        FD  Error-File.
            COPY FZBERR.

        FD  Lock-File.
            COPY FZBLOCK.

        FD  Merge-Report-File.
        01 Merge-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
            COPY FZBREC REPLACING LEADING ==FZBREC== BY ==PART-OUT==.

            COPY FZBRLOG REPLACING LEADING ==FZBRLOG== BY ==PART-LOG==.

            COPY FZBERR REPLACING LEADING ==FZBERR== BY ==PART-ERR==.

        01 Run-Date-Field        PIC 9(08) VALUE ZERO.
        01 Run-Time-Field        PIC 9(06) VALUE ZERO.
        01 Clock-Time-Field      PIC 9(08) VALUE ZERO.

        01 Merge-Identity.
            05 Merge-Run-Date    PIC 9(08) VALUE ZERO.
            05 Merge-Run-Time    PIC 9(06) VALUE ZERO.

        01 Partition-Values.
            05 Partition-Count   PIC 9(02) VALUE ZERO.
            05 Max-Partitions    PIC 9(02) VALUE 08.
            05 Part-Index        PIC 9(02) VALUE ZERO.
            05 Slice-First       PIC 9(07) VALUE ZERO.
            05 Slice-Next        PIC 9(07) VALUE ZERO.
            05 Slice-Size        PIC 9(07) VALUE ZERO.
            05 Slice-Start       PIC 9(05) VALUE ZERO.
            05 Slice-End         PIC 9(05) VALUE ZERO.
            05 Refused-Partitions PIC 9(02) VALUE ZERO.
            05 Missing-Partitions PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------
      * The deck, card by card, as FIZZBUZZ numbered it: the request
      * id is the card's position, and only the first 999 cards are
      * ever processed.
      *---------------------------------------------------------------
        01 Deck-Table.
            05 Card-Count         PIC 9(03) VALUE ZERO.
            05 Card-Entry OCCURS 999 TIMES.
                10 Card-Start      PIC 9(05).
                10 Card-End        PIC 9(05).
                10 Card-Increment  PIC S9(03).
                10 Card-Dept       PIC X(04).
                10 Card-Values     PIC 9(07).

      *---------------------------------------------------------------
      * One merged request: the partitions' counts added together,
      * under the rule labels the first partition row carried.
      *---------------------------------------------------------------
        01 Merge-Table.
            05 Merge-Entry OCCURS 999 TIMES.
                10 Merge-Rows       PIC 9(02).
                10 Merge-Status     PIC X(01).
                10 Merge-Rule-Entry OCCURS 5 TIMES.
                    15 Merge-Rule-Label  PIC X(10).
                    15 Merge-Rule-Count  PIC 9(07).
                10 Merge-Number     PIC 9(07).
                10 Merge-Override   PIC 9(07).
                10 Merge-Grand      PIC 9(07).

      *---------------------------------------------------------------
      * What each partition said about each request: its run-log
      * row's status, first value and grand total, and how many
      * FZBOUT records it actually left for the request.  A space
      * status is a row never seen.
      *---------------------------------------------------------------
        01 Slice-Table.
            05 Slice-Request OCCURS 999 TIMES.
                10 Slice-Part OCCURS 8 TIMES.
                    15 Slice-Row-Status  PIC X(01).
                    15 Slice-Row-Start   PIC 9(05).
                    15 Slice-Row-Grand   PIC 9(07).
                    15 Slice-Out-Count   PIC 9(07).

        01 Part-Buffer-Table.
            05 Part-Buffer-Entry OCCURS 8 TIMES.
                10 Part-Buffer         PIC X(80).
                10 Part-Buffer-Request PIC 9(03).
                10 Part-Buffer-Switch  PIC X(01).
                    88 Part-Buffer-Empty   VALUE "Y".

        01 Work-Fields.
            05 Request-Index     PIC 9(04) VALUE ZERO.
            05 Work-Request-Id   PIC 9(03) VALUE ZERO.
            05 Log-Index         PIC 9(02) VALUE ZERO.
            05 Prior-Request-Id  PIC 9(03) VALUE ZERO.
            05 Prior-I-Value     PIC 9(05) VALUE ZERO.
            05 Stray-Records     PIC 9(07) VALUE ZERO.
            05 Work-Quotient     PIC 9(07) VALUE ZERO.
            05 Work-Remainder    PIC 9(07) VALUE ZERO.
            05 Work-Offset       PIC 9(07) VALUE ZERO.

        01 Merge-Counts.
            05 Problem-Count       PIC 9(05) VALUE ZERO.
            05 Requests-Merged     PIC 9(05) VALUE ZERO.
            05 Cards-Rejected      PIC 9(05) VALUE ZERO.
            05 Records-Written     PIC 9(07) VALUE ZERO.
            05 Errors-Written      PIC 9(07) VALUE ZERO.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(36) VALUE
                "FIZZBUZZ PARTITION MERGE - FZBOUT 1-".
            05 RT-Part-Count PIC 9(01).
            05 FILLER        PIC X(21) VALUE SPACES.

        01 Problem-Line.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 FILLER         PIC X(10) VALUE "PARTITION ".
            05 PL-Partition   PIC 9(01).
            05 FILLER         PIC X(10) VALUE "  REQUEST ".
            05 PL-Request-Id  PIC 9(03).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 PL-Message     PIC X(50).
            05 FILLER         PIC X(02) VALUE SPACES.

        01 Message-Line.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 ML-Text        PIC X(60).
            05 FILLER         PIC X(18) VALUE SPACES.

        01 Request-Merge-Line.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 FILLER         PIC X(08) VALUE "REQUEST ".
            05 RM-Request-Id  PIC 9(03).
            05 FILLER         PIC X(07) VALUE "  DEPT ".
            05 RM-Dept        PIC X(04).
            05 FILLER         PIC X(09) VALUE "  VALUES ".
            05 RM-Values      PIC ZZZZZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RM-Result      PIC X(14).
            05 FILLER         PIC X(24) VALUE SPACES.

        01 Report-Count-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RC-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RC-Count      PIC ZZZZZZ9.
            05 FILLER        PIC X(39) VALUE SPACES.

        01 Verdict-Line.
            05 FILLER          PIC X(20) VALUE "MERGE STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 FILLER          PIC X(46) VALUE SPACES.

        01 Switches.
            05 Ctl-At-End-Switch      PIC X(01) VALUE "N".
                88 Ctl-At-End             VALUE "Y".
            05 Part-At-End-Switch     PIC X(01) VALUE "N".
                88 Part-At-End            VALUE "Y".
            05 Lock-At-End-Switch     PIC X(01) VALUE "N".
                88 Lock-At-End            VALUE "Y".
            05 Identity-Switch        PIC X(01) VALUE "N".
                88 Identity-Was-Taken     VALUE "Y".
            05 Lock-State-Found       PIC X(01) VALUE "F".
                88 Lock-Found-Parts       VALUE "P".
            05 Merge-Verdict-Switch   PIC X(01) VALUE "Y".
                88 Merge-Is-Clean         VALUE "Y".
                88 Merge-Is-Refused       VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            PERFORM Read-Partition-Card.
            PERFORM Check-Partition-Lock.
            IF Merge-Is-Clean
                PERFORM Load-Deck
            END-IF.
            IF Merge-Is-Clean
                PERFORM Load-Partition-Logs
                PERFORM Check-Partition-Rows
                PERFORM Check-Partition-Outputs
            END-IF.
            IF Merge-Is-Clean
                PERFORM Write-Merged-Output
                PERFORM Write-Merged-Logs
                PERFORM Write-Merged-Errors
                PERFORM Release-Partition-Lock
            END-IF.
            PERFORM Print-Verdict.
            PERFORM Terminate-Run.
            STOP RUN.

        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO Run-Time-Field.
            PERFORM Read-Lock-State.
            PERFORM VARYING Request-Index FROM 1 BY 1
                    UNTIL Request-Index > 999
                MOVE ZERO  TO Merge-Rows(Request-Index)
                MOVE SPACE TO Merge-Status(Request-Index)
                PERFORM VARYING Log-Index FROM 1 BY 1
                        UNTIL Log-Index > 5
                    MOVE SPACES TO Merge-Rule-Label(Request-Index,
                        Log-Index)
                    MOVE ZERO TO Merge-Rule-Count(Request-Index,
                        Log-Index)
                END-PERFORM
                MOVE ZERO TO Merge-Number(Request-Index)
                MOVE ZERO TO Merge-Override(Request-Index)
                MOVE ZERO TO Merge-Grand(Request-Index)
                PERFORM VARYING Part-Index FROM 1 BY 1
                        UNTIL Part-Index > Max-Partitions
                    MOVE SPACE TO Slice-Row-Status(Request-Index,
                        Part-Index)
                    MOVE ZERO TO Slice-Row-Start(Request-Index,
                        Part-Index)
                    MOVE ZERO TO Slice-Row-Grand(Request-Index,
                        Part-Index)
                    MOVE ZERO TO Slice-Out-Count(Request-Index,
                        Part-Index)
                END-PERFORM
            END-PERFORM.
            OPEN OUTPUT Merge-Report-File.
            MOVE Run-Date-Field TO RT-Run-Date.

      *---------------------------------------------------------------
      * The same FZBPTC card layout the partitions read; here only
      * the count matters - it is how many partitions must be found.
      *---------------------------------------------------------------
        Read-Partition-Card.
            OPEN INPUT Partition-Card-File.
            READ Partition-Card-File
                AT END
                    MOVE ZERO TO Partition-Count
                NOT AT END
                    IF FZBPTC-PART-COUNT NUMERIC
                        MOVE FZBPTC-PART-COUNT TO Partition-Count
                    ELSE
                        MOVE ZERO TO Partition-Count
                    END-IF
            END-READ.
            CLOSE Partition-Card-File.
            IF Partition-Count > 1
                    AND Partition-Count NOT > Max-Partitions
                MOVE Partition-Count TO RT-Part-Count
                WRITE Merge-Report-Record FROM Report-Title-Line
            ELSE
                MOVE ZERO TO RT-Part-Count
                WRITE Merge-Report-Record FROM Report-Title-Line
                MOVE "PARTITION CARD MISSING OR NOT 2 TO 8 PARTITIONS"
                    TO ML-Text
                PERFORM Write-Message-Line
            END-IF.

      *---------------------------------------------------------------
      * Only a partitioned run still in flight has anything to merge.
      * Once a clean merge has freed the P marker the partition files
      * are yesterday's; merging them again would cut FZBOUT and
      * FZBTOTF afresh from stale slices over whatever ordinary run
      * has come since and add a second set of rows to FZBRLG.
      *---------------------------------------------------------------
        Check-Partition-Lock.
            IF NOT Lock-Found-Parts
                MOVE "NO PARTITIONED RUN IN FLIGHT - LOCK NOT P"
                    TO ML-Text
                PERFORM Write-Message-Line
            END-IF.

        Load-Deck.
            OPEN INPUT Cycle-Control-File.
            PERFORM UNTIL Ctl-At-End
                READ Cycle-Control-File
                    AT END
                        SET Ctl-At-End TO TRUE
                    NOT AT END
                        IF Card-Count < 999
                            PERFORM Store-Deck-Card
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Cycle-Control-File.
            IF Card-Count = ZERO
                MOVE "CYCLE-CONTROL DECK IS EMPTY - NOTHING TO MERGE"
                    TO ML-Text
                PERFORM Write-Message-Line
            END-IF.

        Store-Deck-Card.
            ADD 1 TO Card-Count.
            MOVE FZBCTL-START-VALUE TO Card-Start(Card-Count).
            MOVE FZBCTL-END-VALUE   TO Card-End(Card-Count).
            MOVE FZBCTL-INCREMENT   TO Card-Increment(Card-Count).
            MOVE FZBCTL-DEPT-CODE   TO Card-Dept(Card-Count).
            MOVE ZERO TO Card-Values(Card-Count).
            IF FZBCTL-START-VALUE NOT > FZBCTL-END-VALUE
                    AND FZBCTL-INCREMENT > ZERO
                COMPUTE Card-Values(Card-Count) =
                    ((FZBCTL-END-VALUE - FZBCTL-START-VALUE)
                        / FZBCTL-INCREMENT) + 1
            END-IF.

      *---------------------------------------------------------------
      * Every run-log row of every partition.  A partition's log is
      * cut fresh for each partitioned run, and FIZZBUZZ writes one
      * row per request even across a restart, with one exception: a
      * card refused after the restart checkpoint is validated again
      * on the restart and logged A a second time.  A repeated A for
      * a request already held A is that, and is passed over.  Any
      * other second row for the same request in one partition means
      * the partition ran twice into the same log, and which run left
      * the FZBOUT slice on file can no longer be told.  A
      * request-zero row is an attempt refused at run level before
      * it touched anything; it is passed over, and the partition's
      * real rows are judged on their own.
      *---------------------------------------------------------------
        Load-Partition-Logs.
            PERFORM VARYING Part-Index FROM 1 BY 1
                    UNTIL Part-Index > Partition-Count
                PERFORM Load-One-Partition-Log
            END-PERFORM.

        Load-One-Partition-Log.
            MOVE "N" TO Part-At-End-Switch.
            PERFORM Open-Partition-Log.
            PERFORM UNTIL Part-At-End
                PERFORM Read-Partition-Log
                IF NOT Part-At-End
                    PERFORM Store-Partition-Row
                END-IF
            END-PERFORM.
            PERFORM Close-Partition-Log.

        Store-Partition-Row.
            IF PART-LOG-REQUEST-ID NUMERIC
                MOVE PART-LOG-REQUEST-ID TO Work-Request-Id
            ELSE
                MOVE ZERO TO Work-Request-Id
            END-IF.
            EVALUATE TRUE
                WHEN Work-Request-Id = ZERO
                    CONTINUE
                WHEN Work-Request-Id > Card-Count
                    MOVE "RUN-LOG ROW FOR A REQUEST NOT ON THE DECK"
                        TO PL-Message
                    PERFORM Write-Problem-Line
                WHEN Slice-Row-Status(Work-Request-Id, Part-Index)
                        = "A"
                        AND PART-LOG-ABORTED
                    CONTINUE
                WHEN Slice-Row-Status(Work-Request-Id, Part-Index)
                        NOT = SPACE
                    MOVE "REQUEST LOGGED TWICE - PARTITION RAN TWICE"
                        TO PL-Message
                    PERFORM Write-Problem-Line
                WHEN OTHER
                    PERFORM Take-Partition-Row
            END-EVALUATE.

        Take-Partition-Row.
            IF Part-Index = 1 AND NOT Identity-Was-Taken
                MOVE PART-LOG-RUN-DATE TO Merge-Run-Date
                MOVE PART-LOG-RUN-TIME TO Merge-Run-Time
                SET Identity-Was-Taken TO TRUE
            END-IF.
            IF PART-LOG-COMPLETE OR PART-LOG-RESTARTED
                MOVE "C" TO Slice-Row-Status(Work-Request-Id,
                    Part-Index)
            ELSE
                MOVE PART-LOG-STATUS TO Slice-Row-Status(
                    Work-Request-Id, Part-Index)
            END-IF.
            MOVE PART-LOG-START-VALUE
                TO Slice-Row-Start(Work-Request-Id, Part-Index).
            MOVE PART-LOG-CNT-GRAND
                TO Slice-Row-Grand(Work-Request-Id, Part-Index).
            IF Merge-Rows(Work-Request-Id) = ZERO
                PERFORM VARYING Log-Index FROM 1 BY 1
                        UNTIL Log-Index > 5
                    MOVE PART-LOG-RULE-LABEL(Log-Index) TO
                        Merge-Rule-Label(Work-Request-Id, Log-Index)
                END-PERFORM
            ELSE
                PERFORM Check-Partition-Labels
            END-IF.
            ADD 1 TO Merge-Rows(Work-Request-Id).
            PERFORM VARYING Log-Index FROM 1 BY 1 UNTIL Log-Index > 5
                ADD PART-LOG-RULE-COUNT(Log-Index) TO
                    Merge-Rule-Count(Work-Request-Id, Log-Index)
            END-PERFORM.
            ADD PART-LOG-CNT-NUMBER   TO Merge-Number(Work-Request-Id).
            ADD PART-LOG-CNT-OVERRIDE TO
                Merge-Override(Work-Request-Id).
            ADD PART-LOG-CNT-GRAND    TO Merge-Grand(Work-Request-Id).

      *---------------------------------------------------------------
      * Counts only add up slot by slot if every partition classified
      * under the same rule set - a rules change landing between two
      * partition steps would otherwise be summed straight through.
      *---------------------------------------------------------------
        Check-Partition-Labels.
            PERFORM VARYING Log-Index FROM 1 BY 1 UNTIL Log-Index > 5
                IF PART-LOG-RULE-LABEL(Log-Index) NOT =
                        Merge-Rule-Label(Work-Request-Id, Log-Index)
                    MOVE "RULE LABELS DIFFER FROM EARLIER PARTITION"
                        TO PL-Message
                    PERFORM Write-Problem-Line
                    MOVE 6 TO Log-Index
                END-IF
            END-PERFORM.

      *---------------------------------------------------------------
      * Request by request, partition by partition: every partition
      * must have logged every request on the deck.  A card every
      * partition refused is a refused card, merged as one A row; a
      * card some refused and some ran cannot be merged at all.  A
      * completed row must sit on exactly the slice its partition
      * number owns - the first value and the value count FIZZBUZZ's
      * Position-For-Partition would have given it - which is what
      * catches a gap, an overlap or a partition run with the wrong
      * card.
      *---------------------------------------------------------------
        Check-Partition-Rows.
            PERFORM VARYING Request-Index FROM 1 BY 1
                    UNTIL Request-Index > Card-Count
                MOVE ZERO TO Refused-Partitions
                MOVE ZERO TO Missing-Partitions
                PERFORM VARYING Part-Index FROM 1 BY 1
                        UNTIL Part-Index > Partition-Count
                    PERFORM Check-One-Partition-Row
                END-PERFORM
                EVALUATE TRUE
                    WHEN Refused-Partitions = Partition-Count
                        MOVE "A" TO Merge-Status(Request-Index)
                    WHEN Refused-Partitions = ZERO
                        MOVE "C" TO Merge-Status(Request-Index)
                    WHEN Missing-Partitions > ZERO
                        CONTINUE
                    WHEN OTHER
                        MOVE ZERO TO Part-Index
                        MOVE Request-Index TO Work-Request-Id
                        MOVE "PARTITIONS DISAGREE WHETHER CARD IS VALID"
                            TO PL-Message
                        PERFORM Write-Problem-Line
                END-EVALUATE
            END-PERFORM.

        Check-One-Partition-Row.
            MOVE Request-Index TO Work-Request-Id.
            EVALUATE Slice-Row-Status(Request-Index, Part-Index)
                WHEN SPACE
                    MOVE "NO RUN-LOG ROW - PARTITION MISSING OR CUT OFF"
                        TO PL-Message
                    PERFORM Write-Problem-Line
                    ADD 1 TO Missing-Partitions
                WHEN "A"
                    ADD 1 TO Refused-Partitions
                WHEN "C"
                    PERFORM Compute-Expected-Slice
                    IF Slice-Row-Start(Request-Index, Part-Index)
                            NOT = Slice-Start
                        OR Slice-Row-Grand(Request-Index, Part-Index)
                            NOT = Slice-Size
                        MOVE "ROW IS NOT THIS PARTITION'S SLICE OF CARD"
                            TO PL-Message
                        PERFORM Write-Problem-Line
                    END-IF
                WHEN OTHER
                    MOVE "RUN-LOG ROW DID NOT COMPLETE"
                        TO PL-Message
                    PERFORM Write-Problem-Line
            END-EVALUATE.

      *---------------------------------------------------------------
      * The slice arithmetic, kept identical to FIZZBUZZ's
      * Position-For-Partition: value positions (p-1) * n / N up to
      * p * n / N, exclusive.  An empty slice is logged against the
      * card's end value with nothing counted.
      *---------------------------------------------------------------
        Compute-Expected-Slice.
            COMPUTE Slice-First =
                ((Part-Index - 1) * Card-Values(Request-Index))
                    / Partition-Count.
            COMPUTE Slice-Next =
                (Part-Index * Card-Values(Request-Index))
                    / Partition-Count.
            IF Slice-Next > Slice-First
                COMPUTE Slice-Size = Slice-Next - Slice-First
                COMPUTE Slice-Start = Card-Start(Request-Index)
                    + (Slice-First * Card-Increment(Request-Index))
                COMPUTE Slice-End = Card-Start(Request-Index)
                    + ((Slice-Next - 1)
                        * Card-Increment(Request-Index))
            ELSE
                MOVE ZERO TO Slice-Size
                MOVE Card-End(Request-Index) TO Slice-Start
                MOVE Card-End(Request-Index) TO Slice-End
            END-IF.

      *---------------------------------------------------------------
      * Every FZBOUT record a partition left: stamped with a request
      * its log completed, in deck order and ascending within the
      * request, on a value of that partition's slice.  The count per
      * request must then equal the slice size - the row said what
      * was classified, the file must show it was all written.
      *---------------------------------------------------------------
        Check-Partition-Outputs.
            PERFORM VARYING Part-Index FROM 1 BY 1
                    UNTIL Part-Index > Partition-Count
                PERFORM Check-One-Partition-Output
            END-PERFORM.
            PERFORM VARYING Request-Index FROM 1 BY 1
                    UNTIL Request-Index > Card-Count
                PERFORM VARYING Part-Index FROM 1 BY 1
                        UNTIL Part-Index > Partition-Count
                    IF Slice-Row-Status(Request-Index, Part-Index)
                            = "C"
                        AND Slice-Out-Count(Request-Index, Part-Index)
                            NOT = Slice-Row-Grand(Request-Index,
                                Part-Index)
                        MOVE Request-Index TO Work-Request-Id
                        MOVE "FZBOUT RECORD COUNT DIFFERS FROM ROW"
                            TO PL-Message
                        PERFORM Write-Problem-Line
                    END-IF
                END-PERFORM
            END-PERFORM.

        Check-One-Partition-Output.
            MOVE "N" TO Part-At-End-Switch.
            MOVE ZERO TO Prior-Request-Id.
            MOVE ZERO TO Prior-I-Value.
            MOVE ZERO TO Stray-Records.
            PERFORM Open-Partition-Output.
            PERFORM UNTIL Part-At-End
                PERFORM Read-Partition-Output
                IF NOT Part-At-End
                    PERFORM Check-Output-Record
                END-IF
            END-PERFORM.
            PERFORM Close-Partition-Output.
            IF Stray-Records > ZERO
                MOVE ZERO TO Work-Request-Id
                MOVE "FZBOUT RECORDS OUT OF ORDER OR OUTSIDE THE SLICE"
                    TO PL-Message
                PERFORM Write-Problem-Line
            END-IF.

        Check-Output-Record.
            IF PART-OUT-REQUEST-ID NUMERIC
                MOVE PART-OUT-REQUEST-ID TO Work-Request-Id
            ELSE
                MOVE ZERO TO Work-Request-Id
            END-IF.
            IF Work-Request-Id = ZERO
                    OR Work-Request-Id > Card-Count
                    OR Work-Request-Id < Prior-Request-Id
                ADD 1 TO Stray-Records
            ELSE
                IF Work-Request-Id = Prior-Request-Id
                        AND PART-OUT-I-VALUE NOT > Prior-I-Value
                    ADD 1 TO Stray-Records
                ELSE
                    PERFORM Check-Record-In-Slice
                END-IF
                MOVE Work-Request-Id  TO Prior-Request-Id
                MOVE PART-OUT-I-VALUE TO Prior-I-Value
            END-IF.

        Check-Record-In-Slice.
            MOVE Work-Request-Id TO Request-Index.
            IF Slice-Row-Status(Request-Index, Part-Index) NOT = "C"
                ADD 1 TO Stray-Records
            ELSE
                PERFORM Compute-Expected-Slice
                IF PART-OUT-I-VALUE < Slice-Start
                        OR PART-OUT-I-VALUE > Slice-End
                        OR Slice-Size = ZERO
                    ADD 1 TO Stray-Records
                ELSE
                    COMPUTE Work-Offset =
                        PART-OUT-I-VALUE - Slice-Start
                    DIVIDE Work-Offset
                        BY Card-Increment(Request-Index)
                        GIVING Work-Quotient REMAINDER Work-Remainder
                    IF Work-Remainder NOT = ZERO
                        ADD 1 TO Stray-Records
                    ELSE
                        ADD 1 TO Slice-Out-Count(Request-Index,
                            Part-Index)
                    END-IF
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * Proved whole, the partitions are interleaved back into deck
      * order: for each request, partition 1's slice, then partition
      * 2's, and so on - the slices are contiguous and ascending, so
      * that is the request's values in the order a single execution
      * would have written them.  Each partition file is read ahead
      * one record so its next request's slice waits its turn.  The
      * request's FZBTOTF group follows its output, as FIZZBUZZ
      * writes it; a refused card has none.
      *---------------------------------------------------------------
        Write-Merged-Output.
            OPEN OUTPUT Fizzbuzz-Out-File.
            OPEN OUTPUT Totals-File.
            PERFORM VARYING Part-Index FROM 1 BY 1
                    UNTIL Part-Index > Partition-Count
                PERFORM Open-Partition-Output
                PERFORM Fill-Part-Buffer
            END-PERFORM.
            PERFORM VARYING Request-Index FROM 1 BY 1
                    UNTIL Request-Index > Card-Count
                PERFORM VARYING Part-Index FROM 1 BY 1
                        UNTIL Part-Index > Partition-Count
                    PERFORM Copy-Partition-Slice
                END-PERFORM
                IF Merge-Status(Request-Index) = "C"
                    PERFORM Write-Totals-Group
                    ADD 1 TO Requests-Merged
                ELSE
                    ADD 1 TO Cards-Rejected
                END-IF
            END-PERFORM.
            PERFORM VARYING Part-Index FROM 1 BY 1
                    UNTIL Part-Index > Partition-Count
                PERFORM Close-Partition-Output
            END-PERFORM.
            CLOSE Fizzbuzz-Out-File.
            CLOSE Totals-File.

        Copy-Partition-Slice.
            PERFORM UNTIL Part-Buffer-Empty(Part-Index)
                    OR Part-Buffer-Request(Part-Index)
                        NOT = Request-Index
                MOVE Part-Buffer(Part-Index) TO FZBREC-RECORD
                WRITE FZBREC-RECORD
                ADD 1 TO Records-Written
                PERFORM Fill-Part-Buffer
            END-PERFORM.

        Fill-Part-Buffer.
            MOVE "N" TO Part-At-End-Switch.
            PERFORM Read-Partition-Output.
            IF Part-At-End
                MOVE "Y" TO Part-Buffer-Switch(Part-Index)
            ELSE
                MOVE "N" TO Part-Buffer-Switch(Part-Index)
                MOVE PART-OUT-RECORD TO Part-Buffer(Part-Index)
                MOVE PART-OUT-REQUEST-ID
                    TO Part-Buffer-Request(Part-Index)
            END-IF.

        Write-Totals-Group.
            PERFORM VARYING Log-Index FROM 1 BY 1 UNTIL Log-Index > 5
                IF Merge-Rule-Label(Request-Index, Log-Index)
                        NOT = SPACES
                    MOVE "RC" TO FZBTOT-REC-TYPE
                    MOVE Merge-Rule-Label(Request-Index, Log-Index)
                        TO FZBTOT-LABEL
                    MOVE Merge-Rule-Count(Request-Index, Log-Index)
                        TO FZBTOT-COUNT
                    PERFORM Write-Totals-Record
                END-IF
            END-PERFORM.
            MOVE "OV"         TO FZBTOT-REC-TYPE.
            MOVE "OVERRIDDEN" TO FZBTOT-LABEL.
            MOVE Merge-Override(Request-Index) TO FZBTOT-COUNT.
            PERFORM Write-Totals-Record.
            MOVE "NB"     TO FZBTOT-REC-TYPE.
            MOVE "NUMBER" TO FZBTOT-LABEL.
            MOVE Merge-Number(Request-Index) TO FZBTOT-COUNT.
            PERFORM Write-Totals-Record.
            MOVE "GT"          TO FZBTOT-REC-TYPE.
            MOVE "GRAND-TOTAL" TO FZBTOT-LABEL.
            MOVE Merge-Grand(Request-Index) TO FZBTOT-COUNT.
            PERFORM Write-Totals-Record.
            MOVE "EX"        TO FZBTOT-REC-TYPE.
            MOVE "EXPECTED"  TO FZBTOT-LABEL.
            MOVE Card-Values(Request-Index) TO FZBTOT-COUNT.
            PERFORM Write-Totals-Record.

        Write-Totals-Record.
            MOVE Request-Index TO FZBTOT-REQUEST-ID.
            MOVE Card-Dept(Request-Index) TO FZBTOT-DEPT-CODE.
            WRITE FZBTOT-RECORD.

      *---------------------------------------------------------------
      * One row per request on the cumulative FZBRLG, all under the
      * one merged execution identity, with the card's own range -
      * exactly the row a single execution of the deck would have
      * written.  A clean merge is a fresh generation, so the rows
      * carry C, never R, whatever restarts the partitions needed.
      *---------------------------------------------------------------
        Write-Merged-Logs.
            OPEN EXTEND Run-Log-File.
            PERFORM VARYING Request-Index FROM 1 BY 1
                    UNTIL Request-Index > Card-Count
                PERFORM Write-Merged-Log-Row
                PERFORM Write-Request-Merge-Line
            END-PERFORM.
            CLOSE Run-Log-File.

        Write-Merged-Log-Row.
            MOVE Merge-Run-Date TO FZBRLOG-RUN-DATE.
            MOVE Merge-Run-Time TO FZBRLOG-RUN-TIME.
            MOVE Card-Start(Request-Index) TO FZBRLOG-START-VALUE.
            MOVE Card-End(Request-Index)   TO FZBRLOG-END-VALUE.
            MOVE Card-Increment(Request-Index) TO FZBRLOG-INCREMENT.
            PERFORM VARYING Log-Index FROM 1 BY 1 UNTIL Log-Index > 5
                MOVE Merge-Rule-Label(Request-Index, Log-Index)
                    TO FZBRLOG-RULE-LABEL(Log-Index)
                MOVE Merge-Rule-Count(Request-Index, Log-Index)
                    TO FZBRLOG-RULE-COUNT(Log-Index)
            END-PERFORM.
            MOVE Merge-Number(Request-Index)   TO FZBRLOG-CNT-NUMBER.
            MOVE Merge-Override(Request-Index) TO FZBRLOG-CNT-OVERRIDE.
            MOVE Merge-Grand(Request-Index)    TO FZBRLOG-CNT-GRAND.
            MOVE Merge-Status(Request-Index)   TO FZBRLOG-STATUS.
            MOVE Request-Index                 TO FZBRLOG-REQUEST-ID.
            MOVE Card-Dept(Request-Index)      TO FZBRLOG-DEPT-CODE.
            WRITE FZBRLOG-RECORD.

        Write-Request-Merge-Line.
            MOVE Request-Index TO RM-Request-Id.
            MOVE Card-Dept(Request-Index) TO RM-Dept.
            MOVE Merge-Grand(Request-Index) TO RM-Values.
            IF Merge-Status(Request-Index) = "C"
                MOVE "MERGED" TO RM-Result
            ELSE
                MOVE "CARD REJECTED" TO RM-Result
            END-IF.
            WRITE Merge-Report-Record FROM Request-Merge-Line
                AFTER ADVANCING 1 LINES.

      *---------------------------------------------------------------
      * The one FZBERR of the merged execution.  Every partition
      * judges the deck alike, so the card-level errors - a refused
      * card (E001-E004), an excess card (E012) - and the run-level
      * conditions every partition meets the same way (E005, E008,
      * E013) are taken from partition 1 alone, as only partition 1
      * suspends; any other error a partition raised is its own and
      * is appended after them.  All carry the merged execution's
      * identity, like the FZBRLG rows they belong beside.
      *---------------------------------------------------------------
        Write-Merged-Errors.
            OPEN OUTPUT Error-File.
            PERFORM VARYING Part-Index FROM 1 BY 1
                    UNTIL Part-Index > Partition-Count
                PERFORM Copy-Partition-Errors
            END-PERFORM.
            CLOSE Error-File.

        Copy-Partition-Errors.
            MOVE "N" TO Part-At-End-Switch.
            PERFORM Open-Partition-Errors.
            PERFORM UNTIL Part-At-End
                PERFORM Read-Partition-Errors
                IF NOT Part-At-End
                    IF Part-Index = 1
                        PERFORM Write-Merged-Error
                    ELSE
                        IF NOT (PART-ERR-START-GT-END
                             OR PART-ERR-BAD-INCREMENT
                             OR PART-ERR-RANGE-TOO-LARGE
                             OR PART-ERR-BAD-CKPT-INTVL
                             OR PART-ERR-DECK-TOO-LONG
                             OR PART-ERR-TOO-MANY-RULES
                             OR PART-ERR-CTL-FILE-EMPTY
                             OR PART-ERR-BAD-PARTITION)
                            PERFORM Write-Merged-Error
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM Close-Partition-Errors.

        Write-Merged-Error.
            MOVE PART-ERR-RECORD TO FZBERR-RECORD.
            MOVE Merge-Run-Date  TO FZBERR-RUN-DATE.
            MOVE Merge-Run-Time  TO FZBERR-RUN-TIME.
            WRITE FZBERR-RECORD.
            ADD 1 TO Errors-Written.

      *---------------------------------------------------------------
      * The P marker is the partitions' claim on the interlock; the
      * merge is what ends the partitioned run, so it frees the lock -
      * but only a P marker.  Anything else standing there is not the
      * partitions' to give up.
      *---------------------------------------------------------------
        Release-Partition-Lock.
            PERFORM Read-Lock-State.
            IF Lock-Found-Parts
                OPEN OUTPUT Lock-File
                MOVE SPACES TO FZBLOCK-RECORD
                MOVE "F" TO FZBLOCK-STATE
                MOVE Run-Date-Field TO FZBLOCK-STATE-DATE
                MOVE Run-Time-Field TO FZBLOCK-STATE-TIME
                WRITE FZBLOCK-RECORD
                CLOSE Lock-File
            END-IF.

      *---------------------------------------------------------------
      * The last state written to the interlock; a missing or empty
      * file reads as free.
      *---------------------------------------------------------------
        Read-Lock-State.
            MOVE "F" TO Lock-State-Found.
            MOVE "N" TO Lock-At-End-Switch.
            OPEN INPUT Lock-File.
            PERFORM UNTIL Lock-At-End
                READ Lock-File
                    AT END
                        SET Lock-At-End TO TRUE
                    NOT AT END
                        MOVE FZBLOCK-STATE TO Lock-State-Found
                END-READ
            END-PERFORM.
            CLOSE Lock-File.

      *---------------------------------------------------------------
      * One file per partition, so every open, read and close goes
      * through Part-Index to the right one.
      *---------------------------------------------------------------
        Open-Partition-Log.
            EVALUATE Part-Index
                WHEN 1 OPEN INPUT Part-Log-File-1
                WHEN 2 OPEN INPUT Part-Log-File-2
                WHEN 3 OPEN INPUT Part-Log-File-3
                WHEN 4 OPEN INPUT Part-Log-File-4
                WHEN 5 OPEN INPUT Part-Log-File-5
                WHEN 6 OPEN INPUT Part-Log-File-6
                WHEN 7 OPEN INPUT Part-Log-File-7
                WHEN 8 OPEN INPUT Part-Log-File-8
            END-EVALUATE.

        Read-Partition-Log.
            EVALUATE Part-Index
                WHEN 1
                    READ Part-Log-File-1
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Log-Record-1 TO PART-LOG-RECORD
                    END-READ
                WHEN 2
                    READ Part-Log-File-2
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Log-Record-2 TO PART-LOG-RECORD
                    END-READ
                WHEN 3
                    READ Part-Log-File-3
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Log-Record-3 TO PART-LOG-RECORD
                    END-READ
                WHEN 4
                    READ Part-Log-File-4
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Log-Record-4 TO PART-LOG-RECORD
                    END-READ
                WHEN 5
                    READ Part-Log-File-5
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Log-Record-5 TO PART-LOG-RECORD
                    END-READ
                WHEN 6
                    READ Part-Log-File-6
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Log-Record-6 TO PART-LOG-RECORD
                    END-READ
                WHEN 7
                    READ Part-Log-File-7
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Log-Record-7 TO PART-LOG-RECORD
                    END-READ
                WHEN 8
                    READ Part-Log-File-8
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Log-Record-8 TO PART-LOG-RECORD
                    END-READ
            END-EVALUATE.

        Close-Partition-Log.
            EVALUATE Part-Index
                WHEN 1 CLOSE Part-Log-File-1
                WHEN 2 CLOSE Part-Log-File-2
                WHEN 3 CLOSE Part-Log-File-3
                WHEN 4 CLOSE Part-Log-File-4
                WHEN 5 CLOSE Part-Log-File-5
                WHEN 6 CLOSE Part-Log-File-6
                WHEN 7 CLOSE Part-Log-File-7
                WHEN 8 CLOSE Part-Log-File-8
            END-EVALUATE.

        Open-Partition-Output.
            EVALUATE Part-Index
                WHEN 1 OPEN INPUT Part-Out-File-1
                WHEN 2 OPEN INPUT Part-Out-File-2
                WHEN 3 OPEN INPUT Part-Out-File-3
                WHEN 4 OPEN INPUT Part-Out-File-4
                WHEN 5 OPEN INPUT Part-Out-File-5
                WHEN 6 OPEN INPUT Part-Out-File-6
                WHEN 7 OPEN INPUT Part-Out-File-7
                WHEN 8 OPEN INPUT Part-Out-File-8
            END-EVALUATE.

        Read-Partition-Output.
            EVALUATE Part-Index
                WHEN 1
                    READ Part-Out-File-1
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Out-Record-1 TO PART-OUT-RECORD
                    END-READ
                WHEN 2
                    READ Part-Out-File-2
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Out-Record-2 TO PART-OUT-RECORD
                    END-READ
                WHEN 3
                    READ Part-Out-File-3
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Out-Record-3 TO PART-OUT-RECORD
                    END-READ
                WHEN 4
                    READ Part-Out-File-4
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Out-Record-4 TO PART-OUT-RECORD
                    END-READ
                WHEN 5
                    READ Part-Out-File-5
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Out-Record-5 TO PART-OUT-RECORD
                    END-READ
                WHEN 6
                    READ Part-Out-File-6
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Out-Record-6 TO PART-OUT-RECORD
                    END-READ
                WHEN 7
                    READ Part-Out-File-7
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Out-Record-7 TO PART-OUT-RECORD
                    END-READ
                WHEN 8
                    READ Part-Out-File-8
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Out-Record-8 TO PART-OUT-RECORD
                    END-READ
            END-EVALUATE.

        Close-Partition-Output.
            EVALUATE Part-Index
                WHEN 1 CLOSE Part-Out-File-1
                WHEN 2 CLOSE Part-Out-File-2
                WHEN 3 CLOSE Part-Out-File-3
                WHEN 4 CLOSE Part-Out-File-4
                WHEN 5 CLOSE Part-Out-File-5
                WHEN 6 CLOSE Part-Out-File-6
                WHEN 7 CLOSE Part-Out-File-7
                WHEN 8 CLOSE Part-Out-File-8
            END-EVALUATE.

        Open-Partition-Errors.
            EVALUATE Part-Index
                WHEN 1 OPEN INPUT Part-Err-File-1
                WHEN 2 OPEN INPUT Part-Err-File-2
                WHEN 3 OPEN INPUT Part-Err-File-3
                WHEN 4 OPEN INPUT Part-Err-File-4
                WHEN 5 OPEN INPUT Part-Err-File-5
                WHEN 6 OPEN INPUT Part-Err-File-6
                WHEN 7 OPEN INPUT Part-Err-File-7
                WHEN 8 OPEN INPUT Part-Err-File-8
            END-EVALUATE.

        Read-Partition-Errors.
            EVALUATE Part-Index
                WHEN 1
                    READ Part-Err-File-1
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Err-Record-1 TO PART-ERR-RECORD
                    END-READ
                WHEN 2
                    READ Part-Err-File-2
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Err-Record-2 TO PART-ERR-RECORD
                    END-READ
                WHEN 3
                    READ Part-Err-File-3
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Err-Record-3 TO PART-ERR-RECORD
                    END-READ
                WHEN 4
                    READ Part-Err-File-4
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Err-Record-4 TO PART-ERR-RECORD
                    END-READ
                WHEN 5
                    READ Part-Err-File-5
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Err-Record-5 TO PART-ERR-RECORD
                    END-READ
                WHEN 6
                    READ Part-Err-File-6
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Err-Record-6 TO PART-ERR-RECORD
                    END-READ
                WHEN 7
                    READ Part-Err-File-7
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Err-Record-7 TO PART-ERR-RECORD
                    END-READ
                WHEN 8
                    READ Part-Err-File-8
                        AT END SET Part-At-End TO TRUE
                        NOT AT END
                            MOVE Part-Err-Record-8 TO PART-ERR-RECORD
                    END-READ
            END-EVALUATE.

        Close-Partition-Errors.
            EVALUATE Part-Index
                WHEN 1 CLOSE Part-Err-File-1
                WHEN 2 CLOSE Part-Err-File-2
                WHEN 3 CLOSE Part-Err-File-3
                WHEN 4 CLOSE Part-Err-File-4
                WHEN 5 CLOSE Part-Err-File-5
                WHEN 6 CLOSE Part-Err-File-6
                WHEN 7 CLOSE Part-Err-File-7
                WHEN 8 CLOSE Part-Err-File-8
            END-EVALUATE.

        Write-Problem-Line.
            MOVE Part-Index      TO PL-Partition.
            MOVE Work-Request-Id TO PL-Request-Id.
            WRITE Merge-Report-Record FROM Problem-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Problem-Count.
            SET Merge-Is-Refused TO TRUE.

        Write-Message-Line.
            WRITE Merge-Report-Record FROM Message-Line
                AFTER ADVANCING 1 LINES.
            ADD 1 TO Problem-Count.
            SET Merge-Is-Refused TO TRUE.

        Print-Verdict.
            MOVE "REQUESTS ON DECK" TO RC-Label.
            MOVE Card-Count TO RC-Count.
            WRITE Merge-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 2 LINES.
            MOVE "REQUESTS MERGED" TO RC-Label.
            MOVE Requests-Merged TO RC-Count.
            WRITE Merge-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.
            MOVE "CARDS REJECTED BY PARTITIONS" TO RC-Label.
            MOVE Cards-Rejected TO RC-Count.
            WRITE Merge-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.
            MOVE "RECORDS WRITTEN TO FZBOUT" TO RC-Label.
            MOVE Records-Written TO RC-Count.
            WRITE Merge-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.
            MOVE "ERRORS WRITTEN TO FZBERR" TO RC-Label.
            MOVE Errors-Written TO RC-Count.
            WRITE Merge-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.
            MOVE "PROBLEMS FOUND" TO RC-Label.
            MOVE Problem-Count TO RC-Count.
            WRITE Merge-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.
            IF Merge-Is-Clean
                MOVE "MERGED" TO VL-Verdict
            ELSE
                MOVE "REFUSED" TO VL-Verdict
            END-IF.
            WRITE Merge-Report-Record FROM Verdict-Line
                AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------
      * A refused merge ends with a nonzero return code so the
      * scheduler holds everything downstream of it.
      *---------------------------------------------------------------
        Terminate-Run.
            CLOSE Merge-Report-File.
            IF Merge-Is-Refused
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the merged records it wrote and the return
      * code it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Records-Written TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBMRG" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

      * FZBRLG and FZBTOTF untouched, so a rule-change impact
      * statement can be produced before the change is keyed instead
      * of by sacrificing a production generation to find out.
      *
      * A partition control card on FZBPTC makes the execution one
      * partition of a partitioned run: every valid card of the deck
      * is cut into contiguous slices of its value sequence and this
      * step classifies only its own, into its own FZBOUT, FZBCKP,
      * FZBTOTF, FZBRLG and FZBERR, so a wide month-end range runs as
      * N steps side by side instead of one long one.  The partitions
      * hold the interlock at P rather than R and never release it;
      * FZBMRG proves the partitions complete and contiguous, puts
      * them back together as the one FZBOUT, FZBTOTF group and
      * FZBRLG row per request the rest of the stream expects, and
      * frees the lock.  A trial run ignores the partition card.
      *
      * A card refused for its own parameters (E001-E004) or as an
      * excess card (E012) is also suspended on FZBSUS as a work item
      * - run, card number, request id, department, the error codes
      * and the card image - for FZBSUSM to correct or cancel and
      * FZBBLD to merge back into a later deck once corrected.  A
      * trial deck suspends nothing, and of a partitioned run only
      * partition 1 suspends: every partition judges the deck alike.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FIZZBUZZ.
            SELECT OPTIONAL Lock-File ASSIGN TO "FZBLCK"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Partition-Card-File ASSIGN TO "FZBPTC"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Checkpoint-File ASSIGN TO "FZBCKP"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Totals-File ASSIGN TO "FZBTOTF"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Suspense-File ASSIGN TO "FZBSUS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBSUS-ITEM-NO
                FILE STATUS IS Suspense-File-Status.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Cycle-Control-File.
        FD  Lock-File.
            COPY FZBLOCK.

        FD  Partition-Card-File.
            COPY FZBPTC.

        FD  Checkpoint-File.
            COPY FZBCKPT.

        FD  Totals-File.
            COPY FZBTOT.

        FD  Suspense-File.
            COPY FZBSUS.

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Variables.
            05 I               PIC 9(05) VALUE ZERO.

        01 Max-Output-Capacity  PIC 9(07) VALUE 0100000.

        01 Partition-Values.
            05 Partition-Number     PIC 9(02) VALUE ZERO.
            05 Partition-Count      PIC 9(02) VALUE ZERO.
            05 Max-Partitions       PIC 9(02) VALUE 08.
            05 Slice-First          PIC 9(07) VALUE ZERO.
            05 Slice-Next           PIC 9(07) VALUE ZERO.

        01 Override-File-Status  PIC X(02).
        01 Suspense-File-Status  PIC X(02).

        01 Checkpoint-Values.
            05 Checkpoint-Count  PIC 9(05) VALUE ZERO COMP.
            05 Error-Value    PIC X(10).
            05 Error-Message  PIC X(45).

        01 Suspense-Work-Fields.
            05 Deck-Card-Number  PIC 9(05) VALUE ZERO.
            05 Card-Image-Hold   PIC X(80) VALUE SPACES.
            05 Card-Code-Count   PIC 9(01) VALUE ZERO.
            05 Card-Error-Code   PIC X(04) OCCURS 4 TIMES.
            05 Code-Index        PIC 9(01) VALUE ZERO.
            05 Next-Item-No      PIC 9(06) VALUE ZERO.

        01 Switches.
            05 Match-Found-Switch       PIC X(01) VALUE "N".
                88 Match-Found               VALUE "Y".
                88 Lock-Found-Free           VALUE "F".
                88 Lock-Found-Run            VALUE "R".
                88 Lock-Found-Maint          VALUE "M".
                88 Lock-Found-Parts          VALUE "P".
            05 Ckpt-Complete-Switch     PIC X(01) VALUE "N".
                88 Ckpt-Request-Complete     VALUE "Y".
                88 Ckpt-Request-In-Flight    VALUE "N".
                88 Restart-Row-Written       VALUE "Y".
            05 Trial-Run-Switch         PIC X(01) VALUE "N".
                88 This-Is-A-Trial-Run       VALUE "Y".
            05 Partition-Run-Switch     PIC X(01) VALUE "N".
                88 This-Is-A-Partition-Run   VALUE "Y".
            05 Partition-Card-Switch    PIC X(01) VALUE "Y".
                88 Partition-Card-Valid      VALUE "Y".
                88 Partition-Card-Invalid    VALUE "N".
            05 Slice-Empty-Switch       PIC X(01) VALUE "N".
                88 Slice-Is-Empty            VALUE "Y".
            05 Suspense-Open-Switch     PIC X(01) VALUE "N".
                88 Suspense-File-Is-Open     VALUE "Y".
            05 Suspense-At-End-Switch   PIC X(01) VALUE "N".
                88 Suspense-At-End           VALUE "Y".
            05 Suspense-Match-Switch    PIC X(01) VALUE "N".
                88 Suspended-Card-Found      VALUE "Y".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
      *---------------------------------------------------------------
                END-IF
                PERFORM Process-Request-Deck
                IF NOT This-Is-A-Trial-Run
                        AND NOT This-Is-A-Partition-Run
                    PERFORM Release-Run-Interlock
                END-IF
            ELSE
      * from.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Run-Time-Field FROM TIME.
            OPEN INPUT Cycle-Control-File.
                        SET This-Is-A-Restart-Run TO TRUE
                    END-IF
            END-READ.
            IF NOT This-Is-A-Trial-Run
                PERFORM Read-Partition-Card
            END-IF.
            PERFORM Load-Rule-Table.
            PERFORM Open-Override-Master.
            OPEN OUTPUT Error-File.

      *---------------------------------------------------------------
      * The partition card, when there is one, is the execution's
      * identity as a partition.  The deck is shared by every
      * partition step, so its first-card restart switch cannot say
      * which partition is restarting - a partition restarts on the
      * switch keyed on its own partition card instead.  A card that
      * does not describe a partition of two to eight is remembered
      * and refused at run level; silently running the whole deck
      * as an ordinary execution into a partition's files would
      * leave the merge a full copy where it expects a slice.
      *---------------------------------------------------------------
        Read-Partition-Card.
            OPEN INPUT Partition-Card-File.
            READ Partition-Card-File
                AT END
                    CONTINUE
                NOT AT END
                    SET This-Is-A-Partition-Run TO TRUE
                    MOVE "N" TO Restart-Run-Switch
                    IF FZBPTC-PART-NO NUMERIC
                            AND FZBPTC-PART-COUNT NUMERIC
                            AND FZBPTC-PART-COUNT > 1
                            AND FZBPTC-PART-COUNT NOT > Max-Partitions
                            AND FZBPTC-PART-NO > ZERO
                            AND FZBPTC-PART-NO NOT > FZBPTC-PART-COUNT
                        MOVE FZBPTC-PART-NO    TO Partition-Number
                        MOVE FZBPTC-PART-COUNT TO Partition-Count
                        IF FZBPTC-RESTART-YES
                            SET This-Is-A-Restart-Run TO TRUE
                        END-IF
                    ELSE
                        SET Partition-Card-Invalid TO TRUE
                    END-IF
            END-READ.
            CLOSE Partition-Card-File.

      *---------------------------------------------------------------
      * Every card read passes through here, so this is where the
      * card is numbered within the deck and its image kept for
      * suspense, and where the error codes of the previous card are
      * cleared.
      *---------------------------------------------------------------
        Move-Card-To-Work.
            ADD 1 TO Deck-Card-Number.
            MOVE FZBCTL-RECORD TO Card-Image-Hold.
            MOVE ZERO TO Card-Code-Count.
            PERFORM VARYING Code-Index FROM 1 BY 1 UNTIL Code-Index > 4
                MOVE SPACES TO Card-Error-Code(Code-Index)
            END-PERFORM.
            MOVE FZBCTL-START-VALUE     TO Range-Start.
            MOVE FZBCTL-START-VALUE     TO Original-Range-Start.
            MOVE FZBCTL-END-VALUE       TO Range-End.

      *---------------------------------------------------------------
      * Conditions that refuse the whole execution before any request
      * can run: an empty deck, a rules table carrying more active
      * rules than the table has slots - the rules are shared by every
      * request, so there is no per-card way to fail them - and a
      * partition card that names no partition.
      *---------------------------------------------------------------
        Validate-Run-Level.
            IF Control-Card-Missing
                PERFORM Write-Error-Record
                SET Run-Is-Refused TO TRUE
            END-IF.
            IF Partition-Card-Invalid
                MOVE "E013"       TO Error-Code
                MOVE "PARTITION"  TO Error-Field
                MOVE FZBPTC-RECORD(1:4) TO Error-Value
                MOVE "PARTITION CARD IS NOT N OF 2 TO 8 PARTITIONS"
                    TO Error-Message
                PERFORM Write-Error-Record
                SET Run-Is-Refused TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * Reject a bad parameter card with a written error record
            MOVE Run-Date-Field TO FZBERR-RUN-DATE.
            MOVE Run-Time-Field TO FZBERR-RUN-TIME.
            WRITE FZBERR-RECORD.
            IF Error-Code = "E001" OR "E002" OR "E003" OR "E004"
                    OR "E012"
                IF Card-Code-Count < 4
                    ADD 1 TO Card-Code-Count
                    MOVE Error-Code TO Card-Error-Code(Card-Code-Count)
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * The run-state interlock: a maintenance session holding the
      * a FRESH run, because it means another run is in flight or an
      * abended one is still waiting to restart.  A restart run
      * proceeds through an R marker; consuming it is what a restart
      * is for.  A partition step is the other way round: the P
      * marker is its siblings' and it proceeds through it, fresh or
      * restarting, but an R marker belongs to an ordinary run and
      * refuses it outright - while an ordinary run refuses a P
      * marker, because a partitioned run is in flight until FZBMRG
      * has merged it.  A missing or empty lock file reads as free.
      *---------------------------------------------------------------
        Check-Run-Interlock.
            SET Lock-Found-Free TO TRUE.
                    PERFORM Write-Error-Record
                    SET Run-Is-Refused TO TRUE
                WHEN Lock-Found-Run
                        AND (NOT This-Is-A-Restart-Run
                          OR This-Is-A-Partition-Run)
                    MOVE "E011"     TO Error-Code
                    MOVE "RUN-LOCK" TO Error-Field
                    MOVE SPACES     TO Error-Value
                        TO Error-Message
                    PERFORM Write-Error-Record
                    SET Run-Is-Refused TO TRUE
                WHEN Lock-Found-Parts
                        AND NOT This-Is-A-Partition-Run
                    MOVE "E011"     TO Error-Code
                    MOVE "RUN-LOCK" TO Error-Field
                    MOVE SPACES     TO Error-Value
                    MOVE "PARTITIONED RUN IN FLIGHT - MERGE PENDING"
                        TO Error-Message
                    PERFORM Write-Error-Record
                    SET Run-Is-Refused TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
      * process - a refused execution must leave the lock exactly as
      * it found it.  The R marker is released only after the whole
      * deck completes, so an abend anywhere in between leaves it
      * standing for FZBMAINT and the next fresh run to see.  A
      * partition registers P and leaves it standing even when it
      * finishes clean: only FZBMRG knows when the last partition is
      * in.
      *---------------------------------------------------------------
        Register-Run-Active.
            OPEN OUTPUT Lock-File.
            MOVE SPACES TO FZBLOCK-RECORD.
            IF This-Is-A-Partition-Run
                MOVE "P" TO FZBLOCK-STATE
            ELSE
                MOVE "R" TO FZBLOCK-STATE
            END-IF.
            MOVE Run-Date-Field TO FZBLOCK-STATE-DATE.
            MOVE Run-Time-Field TO FZBLOCK-STATE-TIME.
            WRITE FZBLOCK-RECORD.
            MOVE "MORE THAN 999 CARDS IN DECK - CARD SKIPPED"
                TO Error-Message.
            PERFORM Write-Error-Record.
            PERFORM Suspend-Rejected-Card.

      *---------------------------------------------------------------
      * A refused card becomes a suspense work item.  The same card
      * image already waiting in suspense - open, or corrected but not
      * yet merged - is the same bad request arriving again, so the
      * item counts the refusal instead of a second item being
      * raised; except on a restart, which re-reads cards the aborted
      * execution may already have refused, so a card found waiting
      * is left as it stands.  Items are numbered on from the highest
      * on file, which the search passes on its way through.  An
      * excess card never had an honest request id and is suspended
      * under request zero; its card number says where it sat.
      *---------------------------------------------------------------
        Suspend-Rejected-Card.
            IF NOT This-Is-A-Trial-Run
                    AND (NOT This-Is-A-Partition-Run
                      OR Partition-Number = 1)
                IF NOT Suspense-File-Is-Open
                    PERFORM Open-Suspense-File
                END-IF
                PERFORM Find-Suspended-Card
                IF Suspended-Card-Found
                    IF NOT This-Is-A-Restart-Run
                        IF FZBSUS-TIMES-REJECTED < 999
                            ADD 1 TO FZBSUS-TIMES-REJECTED
                        END-IF
                        MOVE Run-Date-Field TO FZBSUS-LAST-REJECTED
                        REWRITE FZBSUS-RECORD
                            INVALID KEY
                                DISPLAY "FIZZBUZZ: UNABLE TO UPDATE "
                                    "SUSPENSE ITEM " FZBSUS-ITEM-NO
                        END-REWRITE
                    END-IF
                ELSE
                    PERFORM Write-Suspense-Item
                END-IF
            END-IF.

        Open-Suspense-File.
            OPEN I-O Suspense-File.
            IF Suspense-File-Status NOT = "00"
                OPEN OUTPUT Suspense-File
                CLOSE Suspense-File
                OPEN I-O Suspense-File
            END-IF.
            SET Suspense-File-Is-Open TO TRUE.

        Find-Suspended-Card.
            MOVE "N" TO Suspense-Match-Switch.
            MOVE "N" TO Suspense-At-End-Switch.
            MOVE ZERO TO Next-Item-No.
            MOVE ZERO TO FZBSUS-ITEM-NO.
            START Suspense-File KEY IS NOT LESS THAN FZBSUS-ITEM-NO
                INVALID KEY
                    SET Suspense-At-End TO TRUE
            END-START.
            PERFORM UNTIL Suspense-At-End OR Suspended-Card-Found
                READ Suspense-File NEXT RECORD
                    AT END
                        SET Suspense-At-End TO TRUE
                    NOT AT END
                        MOVE FZBSUS-ITEM-NO TO Next-Item-No
                        IF (FZBSUS-OPEN OR FZBSUS-CORRECTED)
                                AND FZBSUS-CARD-IMAGE = Card-Image-Hold
                            SET Suspended-Card-Found TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

        Write-Suspense-Item.
            MOVE SPACES TO FZBSUS-RECORD.
            ADD 1 TO Next-Item-No.
            MOVE Next-Item-No     TO FZBSUS-ITEM-NO.
            SET FZBSUS-OPEN TO TRUE.
            MOVE Run-Date-Field   TO FZBSUS-RUN-DATE.
            MOVE Run-Time-Field   TO FZBSUS-RUN-TIME.
            MOVE Deck-Card-Number TO FZBSUS-CARD-NO.
            IF Card-Error-Code(1) = "E012"
                MOVE ZERO TO FZBSUS-REQUEST-ID
            ELSE
                MOVE Request-Id TO FZBSUS-REQUEST-ID
            END-IF.
            MOVE Request-Dept-Code TO FZBSUS-DEPT-CODE.
            PERFORM VARYING Code-Index FROM 1 BY 1 UNTIL Code-Index > 4
                MOVE Card-Error-Code(Code-Index)
                    TO FZBSUS-ERROR-CODE(Code-Index)
            END-PERFORM.
            MOVE 1                TO FZBSUS-TIMES-REJECTED.
            MOVE Run-Date-Field   TO FZBSUS-LAST-REJECTED.
            MOVE Card-Image-Hold  TO FZBSUS-CARD-IMAGE.
            MOVE ZERO             TO FZBSUS-ACTION-DATE.
            MOVE ZERO             TO FZBSUS-ACTION-TIME.
            MOVE ZERO             TO FZBSUS-MERGED-DATE.
            WRITE FZBSUS-RECORD
                INVALID KEY
                    DISPLAY "FIZZBUZZ: UNABLE TO SUSPEND CARD - ITEM "
                        FZBSUS-ITEM-NO
            END-WRITE.

      *---------------------------------------------------------------
      * One range request, end to end: fresh counters, the per-card
            MOVE "C" TO Run-Status-Code.
            SET Parameters-Valid TO TRUE.
            MOVE "N" TO Request-Skip-Switch.
            MOVE "N" TO Slice-Empty-Switch.
            MOVE ZERO TO Number-Branch-Count.
            MOVE ZERO TO Override-Hit-Count.
            MOVE ZERO TO Grand-Total-Count.
            ELSE
                PERFORM Validate-Control-Values
                IF Parameters-Valid
                    IF This-Is-A-Partition-Run
                        PERFORM Position-For-Partition
                    END-IF
                    PERFORM Position-For-Restart
                    PERFORM Open-Output-Files
                    IF NOT Slice-Is-Empty
                        PERFORM Process-Range
                    END-IF
                    IF NOT This-Is-A-Trial-Run
                        PERFORM Write-Totals-Group
                    END-IF
                ELSE
                    MOVE "A" TO Run-Status-Code
                    PERFORM Suspend-Rejected-Card
                END-IF
                IF NOT This-Is-A-Trial-Run
                    PERFORM Mark-Restart-Entry-Point
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * A partition's slice of the card: value positions
      * (p-1) * n / N up to p * n / N, exclusive, of the card's n
      * values - contiguous, and between them the N slices cover
      * every position exactly once, the sizes differing by at most
      * one.  The card is validated whole first, so every partition
      * accepts or rejects it alike and the capacity test is judged
      * against the merged FZBOUT, not a slice of it.  From here on
      * the slice is the request as far as this step is concerned:
      * the run-log row carries the slice's first and last value and
      * the totals group its own value count, which is how FZBMRG
      * recognises the slice.  A card with fewer values than there
      * are partitions leaves some partitions an empty slice; they
      * log it against the card's end value with nothing counted.
      *---------------------------------------------------------------
        Position-For-Partition.
            COMPUTE Slice-First =
                ((Partition-Number - 1) * Expected-Count)
                    / Partition-Count.
            COMPUTE Slice-Next =
                (Partition-Number * Expected-Count) / Partition-Count.
            IF Slice-Next > Slice-First
                COMPUTE Range-End = Original-Range-Start
                    + ((Slice-Next - 1) * Range-Increment)
                COMPUTE Range-Start = Original-Range-Start
                    + (Slice-First * Range-Increment)
            ELSE
                SET Slice-Is-Empty TO TRUE
                MOVE Range-End TO Range-Start
            END-IF.
            MOVE Range-Start TO Original-Range-Start.
            COMPUTE Expected-Count = Slice-Next - Slice-First.

      *---------------------------------------------------------------
      * A restart resumes the request that was in flight at the value
      * after its last checkpoint, with the checkpointed counts
                MOVE Request-Dept-Code     TO FZBREC-DEPT-CODE
                WRITE FZBREC-RECORD
            END-IF.
            ADD 1 TO Step-Record-Volume.

        Write-Checkpoint-Record.
            MOVE "I" TO FZBCKPT-STATUS.
            IF Override-Master-Is-Open
                CLOSE Override-Master
            END-IF.
            IF Suspense-File-Is-Open
                CLOSE Suspense-File
            END-IF.
            CLOSE Error-File.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the values it classified and the return code
      * it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FIZZBUZZ" TO FZBSTP-STEP-NAME.
            IF This-Is-A-Trial-Run
                MOVE "TRL" TO FZBSTP-STEP-QUALIFIER
            ELSE
                IF This-Is-A-Partition-Run
                    STRING "P" Partition-Number DELIMITED BY SIZE
                        INTO FZBSTP-STEP-QUALIFIER
                END-IF
            END-IF.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

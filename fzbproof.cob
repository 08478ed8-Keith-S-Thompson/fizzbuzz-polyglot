      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Arithmetic proof of the FIZZBUZZ control totals.  FZBAUDIT
      * balances FZBOUT against FZBTOTF, but both come out of the same
      * Classify-By-Rule-Table, so a classification bug balances
      * perfectly against itself.  This step never reads FZBOUT and
      * never classifies a value one at a time: for each request on
      * FZBTOTF it takes the card's start/end/increment from the
      * request's FZBRLG row, the FZBRUL rules in effect on that
      * row's run date, and works out by straight arithmetic how many
      * values of the range every rule slot must have taken - the
      * multiples of its divisor, less the multiples already claimed
      * by a higher-priority rule, by inclusion-exclusion over the
      * higher slots.  What is left is the plain-number branch.  The
      * in-window FZBOVRM overrides that fall on the range are then
      * taken off whichever class they would otherwise have had and
      * counted as overridden.  Every RC, OV and NB figure on FZBTOTF
      * is compared to the calculated one and the request reported
      * PROVEN or with its differences; any difference is raised as
      * a nonzero return code, and FZBDAYE holds the release on it.
      *
      * The proof reads the rules and overrides as they stand when it
      * runs, so it is scheduled straight after FIZZBUZZ, ahead of
      * any maintenance of FZBRUL or FZBOVRM - a table changed in
      * between shows here as a difference, which is the safe way
      * round.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBPROOF.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT Totals-File ASSIGN TO "FZBTOTF"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Run-Log-File ASSIGN TO "FZBRLG"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Rules-File ASSIGN TO "FZBRUL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FZBRULE-PRIORITY.

            SELECT OPTIONAL Override-Master ASSIGN TO "FZBOVRM"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBOVRM-I-VALUE
                FILE STATUS IS Override-File-Status.

            SELECT Proof-Report-File ASSIGN TO "FZBPRFR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Totals-File.
            COPY FZBTOT.

        FD  Run-Log-File.
            COPY FZBRLOG.

        FD  Rules-File.
            COPY FZBRULE.

        FD  Override-Master.
            COPY FZBOVRM.

        FD  Proof-Report-File.
        01 Proof-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Run-Date-Field        PIC 9(08) VALUE ZERO.
        01 Override-File-Status  PIC X(02).

        01 Rule-Master-Table.
            05 Master-Rule-Count  PIC 9(03) VALUE ZERO.
            05 Master-Rule-Entry OCCURS 100 TIMES.
                10 Master-Divisor   PIC 9(05).
                10 Master-Label     PIC X(10).
                10 Master-Status    PIC X(01).
                10 Master-Eff-From  PIC 9(08).
                10 Master-Eff-Thru  PIC 9(08).
            05 Master-Index       PIC 9(03) VALUE ZERO.

        01 Proof-Rule-Table.
            05 Proof-Rule-Count  PIC 9(02) VALUE ZERO.
            05 Proof-Rule-Entry OCCURS 5 TIMES.
                10 Proof-Divisor  PIC 9(05).
                10 Proof-Label    PIC X(10).
                10 Proof-Count    PIC S9(07).
            05 Proof-Number-Count   PIC S9(07) VALUE ZERO.
            05 Proof-Override-Count PIC 9(07) VALUE ZERO.

        01 Request-Log-Table.
            05 Request-Log-Entry OCCURS 999 TIMES.
                10 Req-Log-Switch    PIC X(01).
                    88 Req-Log-Present    VALUE "Y".
                10 Req-Run-Date      PIC 9(08).
                10 Req-Start         PIC 9(05).
                10 Req-End           PIC 9(05).
                10 Req-Increment     PIC S9(03).
            05 Slice-Index        PIC 9(04) VALUE ZERO.
            05 Work-Request-Id    PIC 9(03) VALUE ZERO.

        01 Reported-Group.
            05 Group-Request-Id    PIC 9(03) VALUE ZERO.
            05 Group-Dept-Code     PIC X(04) VALUE SPACES.
            05 Reported-Rule-Entry OCCURS 5 TIMES.
                10 Reported-Rule-Label  PIC X(10).
                10 Reported-Rule-Count  PIC 9(07).
            05 Reported-Rule-Slots PIC 9(02) VALUE ZERO.
            05 Reported-Extra-Rows PIC 9(02) VALUE ZERO.
            05 Reported-Override   PIC 9(07) VALUE ZERO.
            05 Reported-Number     PIC 9(07) VALUE ZERO.
            05 Reported-Grand      PIC 9(07) VALUE ZERO.

        01 Range-Values.
            05 Proof-Start      PIC 9(05) VALUE ZERO.
            05 Proof-End        PIC 9(05) VALUE ZERO.
            05 Proof-Increment  PIC 9(03) VALUE ZERO.
            05 Proof-As-Of-Date PIC 9(08) VALUE ZERO.
            05 Value-Count      PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Work fields for the divisibility arithmetic.  Every product
      * formed is of two numbers under 100,000, so eighteen signed
      * digits hold every intermediate with room to spare.
      *---------------------------------------------------------------
        01 Arithmetic-Work-Fields.
            05 Slot-Index        PIC 9(02) VALUE ZERO.
            05 Bit-Index         PIC 9(02) VALUE ZERO.
            05 Subset-Mask       PIC 9(03) VALUE ZERO.
            05 Subset-Limit      PIC 9(03) VALUE ZERO.
            05 Mask-Work         PIC 9(03) VALUE ZERO.
            05 Mask-Bit          PIC 9(01) VALUE ZERO.
            05 Term-Sign         PIC S9(01) VALUE ZERO.
            05 Term-Lcm          PIC S9(18) VALUE ZERO.
            05 Lcm-Other         PIC S9(18) VALUE ZERO.
            05 Signed-Total      PIC S9(09) VALUE ZERO.
            05 Multiple-Count    PIC S9(07) VALUE ZERO.
            05 Gcd-A             PIC S9(18) VALUE ZERO.
            05 Gcd-B             PIC S9(18) VALUE ZERO.
            05 Gcd-Result        PIC S9(18) VALUE ZERO.
            05 Reduced-Modulus   PIC S9(18) VALUE ZERO.
            05 Reduced-Step      PIC S9(18) VALUE ZERO.
            05 Reduced-Start     PIC S9(18) VALUE ZERO.
            05 Step-Inverse      PIC S9(18) VALUE ZERO.
            05 First-Step        PIC S9(18) VALUE ZERO.
            05 Euclid-Old-R      PIC S9(18) VALUE ZERO.
            05 Euclid-New-R      PIC S9(18) VALUE ZERO.
            05 Euclid-Old-S      PIC S9(18) VALUE ZERO.
            05 Euclid-New-S      PIC S9(18) VALUE ZERO.
            05 Euclid-Quotient   PIC S9(18) VALUE ZERO.
            05 Euclid-Temp       PIC S9(18) VALUE ZERO.
            05 Work-Quotient     PIC S9(18) VALUE ZERO.
            05 Work-Remainder    PIC S9(18) VALUE ZERO.
            05 Max-Range-Value   PIC 9(05) VALUE 99999.

        01 Override-Work-Fields.
            05 Override-Value    PIC 9(05) VALUE ZERO.
            05 Natural-Slot      PIC 9(02) VALUE ZERO.

        01 Proof-Counts.
            05 Requests-Proven      PIC 9(05) VALUE ZERO.
            05 Requests-Different   PIC 9(05) VALUE ZERO.

        01 Compare-Work-Fields.
            05 Compare-Item-Name   PIC X(25).
            05 Compare-This-Count  PIC S9(07).
            05 Compare-That-Count  PIC 9(07).

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(35) VALUE
                "FIZZBUZZ ARITHMETIC PROOF - FZBTOTF".
            05 FILLER        PIC X(23) VALUE SPACES.

        01 Column-Heading-Line.
            05 FILLER  PIC X(25) VALUE "ITEM".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "CALCULATED".
            05 FILLER  PIC X(01) VALUE SPACES.
            05 FILLER  PIC X(09) VALUE "REPORTED".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(14) VALUE "STATUS".
            05 FILLER  PIC X(17) VALUE SPACES.

        01 Request-Heading-Line.
            05 FILLER         PIC X(08) VALUE "REQUEST ".
            05 RH-Request-Id  PIC 9(03).
            05 FILLER         PIC X(07) VALUE "  DEPT ".
            05 RH-Dept        PIC X(04).
            05 FILLER         PIC X(08) VALUE "  RANGE ".
            05 RH-Start       PIC 9(05).
            05 FILLER         PIC X(01) VALUE "-".
            05 RH-End         PIC 9(05).
            05 FILLER         PIC X(04) VALUE " BY ".
            05 RH-Increment   PIC 9(03).
            05 FILLER         PIC X(08) VALUE "  AS OF ".
            05 RH-As-Of       PIC 9(08).
            05 FILLER         PIC X(16) VALUE SPACES.

        01 Compare-Detail-Line.
            05 CD-Item-Name   PIC X(25).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 CD-This-Count  PIC -ZZZZZZ9.
            05 FILLER         PIC X(03) VALUE SPACES.
            05 CD-That-Count  PIC ZZZZZZ9.
            05 FILLER         PIC X(04) VALUE SPACES.
            05 CD-Status      PIC X(14).
            05 FILLER         PIC X(17) VALUE SPACES.

        01 Label-Mismatch-Line.
            05 FILLER         PIC X(05) VALUE "SLOT ".
            05 LM-Slot        PIC 9(01).
            05 FILLER         PIC X(12) VALUE " CALCULATED ".
            05 LM-Calc-Label  PIC X(10).
            05 FILLER         PIC X(10) VALUE " REPORTED ".
            05 LM-Rep-Label   PIC X(10).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 FILLER         PIC X(14) VALUE "RULE MISMATCH".
            05 FILLER         PIC X(16) VALUE SPACES.

        01 Message-Line.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 ML-Text        PIC X(60).
            05 FILLER         PIC X(18) VALUE SPACES.

        01 Request-Result-Line.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 FILLER         PIC X(08) VALUE "REQUEST ".
            05 RR-Request-Id  PIC 9(03).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RR-Result      PIC X(20).
            05 FILLER         PIC X(45) VALUE SPACES.

        01 Report-Count-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RC-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RC-Count      PIC ZZZZ9.
            05 FILLER        PIC X(41) VALUE SPACES.

        01 Missing-File-Line.
            05 MF-File-Name  PIC X(08).
            05 FILLER        PIC X(30) VALUE
                " CONTAINS NO RECORDS TO PROVE".
            05 FILLER        PIC X(42) VALUE SPACES.

        01 Verdict-Line.
            05 FILLER          PIC X(20) VALUE "PROOF STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 FILLER          PIC X(46) VALUE SPACES.

        01 Switches.
            05 Totals-At-End-Switch  PIC X(01) VALUE "N".
                88 Totals-At-End         VALUE "Y".
            05 Log-At-End-Switch     PIC X(01) VALUE "N".
                88 Log-At-End            VALUE "Y".
            05 Rules-At-End-Switch   PIC X(01) VALUE "N".
                88 Rules-At-End          VALUE "Y".
            05 Override-At-End-Switch PIC X(01) VALUE "N".
                88 Override-At-End       VALUE "Y".
            05 Totals-Found-Switch   PIC X(01) VALUE "N".
                88 Totals-Were-Found     VALUE "Y".
            05 Group-Open-Switch     PIC X(01) VALUE "N".
                88 Group-Is-Open         VALUE "Y".
            05 Ovrd-Open-Switch      PIC X(01) VALUE "N".
                88 Override-Master-Is-Open VALUE "Y".
            05 Rule-Overflow-Switch  PIC X(01) VALUE "N".
                88 Rule-Table-Overflow   VALUE "Y".
            05 Rule-Effective-Switch PIC X(01) VALUE "Y".
                88 Rule-Is-In-Effect     VALUE "Y".
                88 Rule-Not-In-Effect    VALUE "N".
            05 Ovrd-Effective-Switch PIC X(01) VALUE "Y".
                88 Override-Is-In-Effect  VALUE "Y".
                88 Override-Not-In-Effect VALUE "N".
            05 Lcm-Overflow-Switch   PIC X(01) VALUE "N".
                88 Lcm-Exceeds-Range     VALUE "Y".
            05 Request-Proof-Switch  PIC X(01) VALUE "Y".
                88 Request-Is-Proven     VALUE "Y".
                88 Request-Has-Difference VALUE "N".
            05 Run-Proof-Switch      PIC X(01) VALUE "Y".
                88 Run-Is-Proven         VALUE "Y".
                88 Run-Has-Difference    VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            PERFORM Load-Rule-Master.
            PERFORM Read-Request-Log.
            PERFORM Open-Override-Master.
            PERFORM Prove-Totals-File.
            PERFORM Print-Verdict.
            PERFORM Terminate-Run.
            STOP RUN.

        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            PERFORM VARYING Slice-Index FROM 1 BY 1
                    UNTIL Slice-Index > 999
                MOVE "N"  TO Req-Log-Switch(Slice-Index)
                MOVE ZERO TO Req-Run-Date(Slice-Index)
                MOVE ZERO TO Req-Start(Slice-Index)
                MOVE ZERO TO Req-End(Slice-Index)
                MOVE ZERO TO Req-Increment(Slice-Index)
            END-PERFORM.
            OPEN OUTPUT Proof-Report-File.
            MOVE Run-Date-Field TO RT-Run-Date.
            WRITE Proof-Report-Record FROM Report-Title-Line.
            WRITE Proof-Report-Record FROM Column-Heading-Line
                AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------
      * The whole rules file is held in memory, not just the rules in
      * effect today: the requests on one FZBTOTF can carry different
      * run dates (a restart that resumed the next morning), and each
      * request is proved against the rules in effect on its own.
      * The priority key is two digits, so 100 slots cannot overflow.
      *---------------------------------------------------------------
        Load-Rule-Master.
            OPEN INPUT Rules-File.
            PERFORM UNTIL Rules-At-End
                READ Rules-File NEXT RECORD
                    AT END
                        SET Rules-At-End TO TRUE
                    NOT AT END
                        PERFORM Store-Rule-Master
                END-READ
            END-PERFORM.
            CLOSE Rules-File.

        Store-Rule-Master.
            ADD 1 TO Master-Rule-Count.
            MOVE FZBRULE-DIVISOR TO Master-Divisor(Master-Rule-Count).
            MOVE FZBRULE-LABEL   TO Master-Label(Master-Rule-Count).
            MOVE FZBRULE-STATUS  TO Master-Status(Master-Rule-Count).
            IF FZBRULE-EFF-FROM NUMERIC
                MOVE FZBRULE-EFF-FROM
                    TO Master-Eff-From(Master-Rule-Count)
            ELSE
                MOVE ZERO TO Master-Eff-From(Master-Rule-Count)
            END-IF.
            IF FZBRULE-EFF-THRU NUMERIC
                MOVE FZBRULE-EFF-THRU
                    TO Master-Eff-Thru(Master-Rule-Count)
            ELSE
                MOVE ZERO TO Master-Eff-Thru(Master-Rule-Count)
            END-IF.

      *---------------------------------------------------------------
      * Every completed or restarted FZBRLG row carries the card's
      * original start, its end and increment, and the run date the
      * request was classified under.  FZBRLG is extend-only, so the
      * last such row for a request id is the one that produced the
      * current FZBTOTF group for it - an aborted row wrote no totals
      * group and is passed over, as is the request-zero refusal row.
      *---------------------------------------------------------------
        Read-Request-Log.
            OPEN INPUT Run-Log-File.
            PERFORM UNTIL Log-At-End
                READ Run-Log-File
                    AT END
                        SET Log-At-End TO TRUE
                    NOT AT END
                        PERFORM Store-Request-Log-Row
                END-READ
            END-PERFORM.
            CLOSE Run-Log-File.

        Store-Request-Log-Row.
            IF FZBRLOG-REQUEST-ID NUMERIC
                MOVE FZBRLOG-REQUEST-ID TO Work-Request-Id
            ELSE
                MOVE ZERO TO Work-Request-Id
            END-IF.
            IF Work-Request-Id > ZERO
                    AND (FZBRLOG-COMPLETE OR FZBRLOG-RESTARTED)
                MOVE "Y" TO Req-Log-Switch(Work-Request-Id)
                MOVE FZBRLOG-RUN-DATE
                    TO Req-Run-Date(Work-Request-Id)
                MOVE FZBRLOG-START-VALUE
                    TO Req-Start(Work-Request-Id)
                MOVE FZBRLOG-END-VALUE
                    TO Req-End(Work-Request-Id)
                MOVE FZBRLOG-INCREMENT
                    TO Req-Increment(Work-Request-Id)
            END-IF.

        Open-Override-Master.
            OPEN INPUT Override-Master.
            IF Override-File-Status = "00"
                    OR Override-File-Status = "05"
                SET Override-Master-Is-Open TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * FZBTOTF arrives one group per request, RC records first in
      * rule-slot order and then OV, NB, GT and EX, exactly as
      * Write-Totals-Group wrote them.  Each change of request id
      * closes the group before it, and the group is proved whole.
      *---------------------------------------------------------------
        Prove-Totals-File.
            OPEN INPUT Totals-File.
            PERFORM UNTIL Totals-At-End
                READ Totals-File
                    AT END
                        SET Totals-At-End TO TRUE
                    NOT AT END
                        SET Totals-Were-Found TO TRUE
                        PERFORM Store-Totals-Record
                END-READ
            END-PERFORM.
            CLOSE Totals-File.
            IF Group-Is-Open
                PERFORM Prove-One-Request
            END-IF.
            IF NOT Totals-Were-Found
                MOVE "FZBTOTF" TO MF-File-Name
                WRITE Proof-Report-Record FROM Missing-File-Line
                    AFTER ADVANCING 1 LINES
                SET Run-Has-Difference TO TRUE
            END-IF.

        Store-Totals-Record.
            IF FZBTOT-REQUEST-ID NUMERIC
                MOVE FZBTOT-REQUEST-ID TO Work-Request-Id
            ELSE
                MOVE ZERO TO Work-Request-Id
            END-IF.
            IF Group-Is-Open
                    AND Work-Request-Id NOT = Group-Request-Id
                PERFORM Prove-One-Request
            END-IF.
            IF NOT Group-Is-Open
                PERFORM Start-New-Group
            END-IF.
            EVALUATE TRUE
                WHEN FZBTOT-TYPE-RULE
                    IF Reported-Rule-Slots < 5
                        ADD 1 TO Reported-Rule-Slots
                        MOVE FZBTOT-LABEL TO
                            Reported-Rule-Label(Reported-Rule-Slots)
                        MOVE FZBTOT-COUNT TO
                            Reported-Rule-Count(Reported-Rule-Slots)
                    ELSE
                        ADD 1 TO Reported-Extra-Rows
                    END-IF
                WHEN FZBTOT-TYPE-OVERRIDE
                    MOVE FZBTOT-COUNT TO Reported-Override
                WHEN FZBTOT-TYPE-NUMBER
                    MOVE FZBTOT-COUNT TO Reported-Number
                WHEN FZBTOT-TYPE-GRAND
                    MOVE FZBTOT-COUNT TO Reported-Grand
            END-EVALUATE.

        Start-New-Group.
            SET Group-Is-Open TO TRUE.
            MOVE Work-Request-Id TO Group-Request-Id.
            MOVE FZBTOT-DEPT-CODE TO Group-Dept-Code.
            PERFORM VARYING Slot-Index FROM 1 BY 1 UNTIL Slot-Index > 5
                MOVE SPACES TO Reported-Rule-Label(Slot-Index)
                MOVE ZERO   TO Reported-Rule-Count(Slot-Index)
            END-PERFORM.
            MOVE ZERO TO Reported-Rule-Slots.
            MOVE ZERO TO Reported-Extra-Rows.
            MOVE ZERO TO Reported-Override.
            MOVE ZERO TO Reported-Number.
            MOVE ZERO TO Reported-Grand.

      *---------------------------------------------------------------
      * One request, end to end: find its card parameters, build the
      * rule table FIZZBUZZ would have built on its run date, work
      * out the counts and compare.  A group with no usable run-log
      * row cannot be proved, and an unproved group is a difference -
      * the proof never passes what it could not check.
      *---------------------------------------------------------------
        Prove-One-Request.
            MOVE "N" TO Group-Open-Switch.
            SET Request-Is-Proven TO TRUE.
            MOVE Group-Request-Id TO RH-Request-Id.
            MOVE Group-Dept-Code  TO RH-Dept.
            IF Group-Request-Id > ZERO
                    AND Req-Log-Present(Group-Request-Id)
                    AND Req-Increment(Group-Request-Id) > ZERO
                    AND Req-Start(Group-Request-Id)
                        NOT > Req-End(Group-Request-Id)
                MOVE Req-Start(Group-Request-Id)     TO Proof-Start
                MOVE Req-End(Group-Request-Id)       TO Proof-End
                MOVE Req-Increment(Group-Request-Id)
                    TO Proof-Increment
                MOVE Req-Run-Date(Group-Request-Id)
                    TO Proof-As-Of-Date
                MOVE Proof-Start      TO RH-Start
                MOVE Proof-End        TO RH-End
                MOVE Proof-Increment  TO RH-Increment
                MOVE Proof-As-Of-Date TO RH-As-Of
                WRITE Proof-Report-Record FROM Request-Heading-Line
                    AFTER ADVANCING 2 LINES
                PERFORM Build-Effective-Rules
                IF Rule-Table-Overflow
                    MOVE "MORE THAN 5 RULES IN EFFECT ON THE RUN DATE"
                        TO ML-Text
                    PERFORM Write-Message-Line
                ELSE
                    PERFORM Calculate-Request-Counts
                    PERFORM Compare-Request-Counts
                END-IF
            ELSE
                MOVE ZERO TO RH-Start RH-End RH-Increment RH-As-Of
                WRITE Proof-Report-Record FROM Request-Heading-Line
                    AFTER ADVANCING 2 LINES
                MOVE "NO COMPLETED FZBRLG ROW - CANNOT BE PROVED"
                    TO ML-Text
                PERFORM Write-Message-Line
            END-IF.
            MOVE Group-Request-Id TO RR-Request-Id.
            IF Request-Is-Proven
                ADD 1 TO Requests-Proven
                MOVE "PROVEN" TO RR-Result
            ELSE
                ADD 1 TO Requests-Different
                MOVE "DIFFERENCE" TO RR-Result
                SET Run-Has-Difference TO TRUE
            END-IF.
            WRITE Proof-Report-Record FROM Request-Result-Line
                AFTER ADVANCING 1 LINES.

        Write-Message-Line.
            WRITE Proof-Report-Record FROM Message-Line
                AFTER ADVANCING 1 LINES.
            SET Request-Has-Difference TO TRUE.

      *---------------------------------------------------------------
      * The same selection Load-Rule-Table makes - active, and the
      * request's run date inside the effective window, in priority
      * order, five slots - so the slot numbers line up with the
      * R1-R5 class codes and the RC records.
      *---------------------------------------------------------------
        Build-Effective-Rules.
            MOVE ZERO TO Proof-Rule-Count.
            MOVE "N" TO Rule-Overflow-Switch.
            PERFORM VARYING Master-Index FROM 1 BY 1
                    UNTIL Master-Index > Master-Rule-Count
                PERFORM Check-Rule-In-Effect
                IF Master-Status(Master-Index) = "A"
                        AND Rule-Is-In-Effect
                    IF Proof-Rule-Count < 5
                        ADD 1 TO Proof-Rule-Count
                        MOVE Master-Divisor(Master-Index)
                            TO Proof-Divisor(Proof-Rule-Count)
                        MOVE Master-Label(Master-Index)
                            TO Proof-Label(Proof-Rule-Count)
                    ELSE
                        SET Rule-Table-Overflow TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

        Check-Rule-In-Effect.
            SET Rule-Is-In-Effect TO TRUE.
            IF Master-Eff-From(Master-Index) > ZERO
                    AND Proof-As-Of-Date
                        < Master-Eff-From(Master-Index)
                SET Rule-Not-In-Effect TO TRUE
            END-IF.
            IF Master-Eff-Thru(Master-Index) > ZERO
                    AND Proof-As-Of-Date
                        > Master-Eff-Thru(Master-Index)
                SET Rule-Not-In-Effect TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * The range holds ((end - start) / increment) + 1 values, the
      * same expected count FIZZBUZZ computes.  Slot j takes every
      * value its divisor divides that no higher slot took first: by
      * inclusion-exclusion, the multiples of d(j), less the
      * multiples of lcm(d(j), d(i)) for each higher slot i, plus
      * the multiples of each three-way lcm, and so on through every
      * subset of the higher slots.  The plain-number branch is what
      * no slot took.  The overrides are then applied on top.
      *---------------------------------------------------------------
        Calculate-Request-Counts.
            COMPUTE Value-Count =
                ((Proof-End - Proof-Start) / Proof-Increment) + 1.
            MOVE Value-Count TO Proof-Number-Count.
            MOVE ZERO TO Proof-Override-Count.
            PERFORM VARYING Slot-Index FROM 1 BY 1
                    UNTIL Slot-Index > Proof-Rule-Count
                PERFORM Calculate-Slot-Count
                SUBTRACT Proof-Count(Slot-Index)
                    FROM Proof-Number-Count
            END-PERFORM.
            IF Override-Master-Is-Open
                PERFORM Apply-Range-Overrides
            END-IF.

        Calculate-Slot-Count.
            MOVE ZERO TO Signed-Total.
            COMPUTE Subset-Limit = 2 ** (Slot-Index - 1).
            PERFORM VARYING Subset-Mask FROM 0 BY 1
                    UNTIL Subset-Mask NOT < Subset-Limit
                PERFORM Evaluate-One-Subset
            END-PERFORM.
            MOVE Signed-Total TO Proof-Count(Slot-Index).

      *---------------------------------------------------------------
      * The bits of the subset mask pick which higher slots join the
      * term; each slot joined flips the sign.  Once the running lcm
      * passes the largest value a card can carry, only zero can be
      * a multiple of it, and the lcm is not carried any further.
      *---------------------------------------------------------------
        Evaluate-One-Subset.
            MOVE Proof-Divisor(Slot-Index) TO Term-Lcm.
            MOVE "N" TO Lcm-Overflow-Switch.
            MOVE 1 TO Term-Sign.
            MOVE Subset-Mask TO Mask-Work.
            PERFORM VARYING Bit-Index FROM 1 BY 1
                    UNTIL Bit-Index NOT < Slot-Index
                DIVIDE Mask-Work BY 2 GIVING Mask-Work
                    REMAINDER Mask-Bit
                IF Mask-Bit = 1
                    MULTIPLY -1 BY Term-Sign
                    IF NOT Lcm-Exceeds-Range
                        MOVE Proof-Divisor(Bit-Index) TO Lcm-Other
                        PERFORM Combine-Lcm
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM Count-Range-Multiples.
            COMPUTE Signed-Total =
                Signed-Total + (Term-Sign * Multiple-Count).

        Combine-Lcm.
            MOVE Term-Lcm  TO Gcd-A.
            MOVE Lcm-Other TO Gcd-B.
            PERFORM Find-Gcd.
            COMPUTE Term-Lcm = (Term-Lcm / Gcd-Result) * Lcm-Other.
            IF Term-Lcm > Max-Range-Value
                SET Lcm-Exceeds-Range TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * How many of start, start + inc, ... , start + (n-1) inc does
      * L divide?  Writing g for gcd(inc, L): none at all unless g
      * divides start; otherwise the k that work are exactly those
      * congruent to k0 modulo L/g, where k0 is -(start/g) times the
      * inverse of inc/g, modulo L/g - found with the extended
      * Euclid algorithm, not by trying values.  The count is then
      * how many of k0, k0 + L/g, ... fall at or below n - 1.
      *---------------------------------------------------------------
        Count-Range-Multiples.
            MOVE ZERO TO Multiple-Count.
            IF Lcm-Exceeds-Range
                IF Proof-Start = ZERO
                    MOVE 1 TO Multiple-Count
                END-IF
            ELSE
                MOVE Proof-Increment TO Gcd-A
                MOVE Term-Lcm        TO Gcd-B
                PERFORM Find-Gcd
                DIVIDE Proof-Start BY Gcd-Result
                    GIVING Work-Quotient REMAINDER Work-Remainder
                IF Work-Remainder = ZERO
                    PERFORM Find-First-Multiple
                    IF First-Step NOT > Value-Count - 1
                        COMPUTE Multiple-Count =
                            ((Value-Count - 1 - First-Step)
                                / Reduced-Modulus) + 1
                    END-IF
                END-IF
            END-IF.

        Find-First-Multiple.
            COMPUTE Reduced-Modulus = Term-Lcm / Gcd-Result.
            IF Reduced-Modulus = 1
                MOVE ZERO TO First-Step
            ELSE
                COMPUTE Reduced-Start = Proof-Start / Gcd-Result
                COMPUTE Reduced-Step = Proof-Increment / Gcd-Result
                DIVIDE Reduced-Step BY Reduced-Modulus
                    GIVING Work-Quotient REMAINDER Reduced-Step
                DIVIDE Reduced-Start BY Reduced-Modulus
                    GIVING Work-Quotient REMAINDER Reduced-Start
                COMPUTE Reduced-Start = Reduced-Modulus - Reduced-Start
                DIVIDE Reduced-Start BY Reduced-Modulus
                    GIVING Work-Quotient REMAINDER Reduced-Start
                PERFORM Find-Step-Inverse
                COMPUTE Euclid-Temp = Reduced-Start * Step-Inverse
                DIVIDE Euclid-Temp BY Reduced-Modulus
                    GIVING Work-Quotient REMAINDER First-Step
            END-IF.

      *---------------------------------------------------------------
      * Extended Euclid: carries the coefficient of the step alongside
      * the remainders, so when the remainder reaches the gcd (one,
      * since the common factor has been divided out) the coefficient
      * is the step's inverse, brought back into 0 .. modulus - 1.
      *---------------------------------------------------------------
        Find-Step-Inverse.
            MOVE Reduced-Step    TO Euclid-Old-R.
            MOVE Reduced-Modulus TO Euclid-New-R.
            MOVE 1               TO Euclid-Old-S.
            MOVE ZERO            TO Euclid-New-S.
            PERFORM UNTIL Euclid-New-R = ZERO
                DIVIDE Euclid-Old-R BY Euclid-New-R
                    GIVING Euclid-Quotient
                COMPUTE Euclid-Temp =
                    Euclid-Old-R - (Euclid-Quotient * Euclid-New-R)
                MOVE Euclid-New-R TO Euclid-Old-R
                MOVE Euclid-Temp  TO Euclid-New-R
                COMPUTE Euclid-Temp =
                    Euclid-Old-S - (Euclid-Quotient * Euclid-New-S)
                MOVE Euclid-New-S TO Euclid-Old-S
                MOVE Euclid-Temp  TO Euclid-New-S
            END-PERFORM.
            IF Euclid-Old-S < ZERO
                ADD Reduced-Modulus TO Euclid-Old-S
            END-IF.
            MOVE Euclid-Old-S TO Step-Inverse.

        Find-Gcd.
            PERFORM UNTIL Gcd-B = ZERO
                DIVIDE Gcd-A BY Gcd-B
                    GIVING Work-Quotient REMAINDER Work-Remainder
                MOVE Gcd-B          TO Gcd-A
                MOVE Work-Remainder TO Gcd-B
            END-PERFORM.
            MOVE Gcd-A TO Gcd-Result.

      *---------------------------------------------------------------
      * The overrides on the range, read by key from the request's
      * start value up.  An override FIZZBUZZ would have applied -
      * active, in window on the run date, and on a value the
      * increment actually lands on - is taken off the class the
      * rules would have given it and counted as overridden.
      *---------------------------------------------------------------
        Apply-Range-Overrides.
            MOVE "N" TO Override-At-End-Switch.
            MOVE Proof-Start TO FZBOVRM-I-VALUE.
            START Override-Master
                    KEY IS NOT LESS THAN FZBOVRM-I-VALUE
                INVALID KEY
                    SET Override-At-End TO TRUE
            END-START.
            PERFORM UNTIL Override-At-End
                READ Override-Master NEXT RECORD
                    AT END
                        SET Override-At-End TO TRUE
                    NOT AT END
                        IF FZBOVRM-I-VALUE > Proof-End
                            SET Override-At-End TO TRUE
                        ELSE
                            PERFORM Apply-One-Override
                        END-IF
                END-READ
            END-PERFORM.

        Apply-One-Override.
            MOVE FZBOVRM-I-VALUE TO Override-Value.
            COMPUTE Euclid-Temp = Override-Value - Proof-Start.
            DIVIDE Euclid-Temp BY Proof-Increment
                GIVING Work-Quotient REMAINDER Work-Remainder.
            PERFORM Check-Override-In-Effect.
            IF Work-Remainder = ZERO
                    AND FZBOVRM-ACTIVE
                    AND Override-Is-In-Effect
                ADD 1 TO Proof-Override-Count
                PERFORM Find-Natural-Slot
                IF Natural-Slot = ZERO
                    SUBTRACT 1 FROM Proof-Number-Count
                ELSE
                    SUBTRACT 1 FROM Proof-Count(Natural-Slot)
                END-IF
            END-IF.

        Check-Override-In-Effect.
            SET Override-Is-In-Effect TO TRUE.
            IF FZBOVRM-EFF-FROM NUMERIC
                    AND FZBOVRM-EFF-FROM > ZERO
                    AND Proof-As-Of-Date < FZBOVRM-EFF-FROM
                SET Override-Not-In-Effect TO TRUE
            END-IF.
            IF FZBOVRM-EFF-THRU NUMERIC
                    AND FZBOVRM-EFF-THRU > ZERO
                    AND Proof-As-Of-Date > FZBOVRM-EFF-THRU
                SET Override-Not-In-Effect TO TRUE
            END-IF.

        Find-Natural-Slot.
            MOVE ZERO TO Natural-Slot.
            PERFORM VARYING Slot-Index FROM 1 BY 1
                    UNTIL Slot-Index > Proof-Rule-Count
                       OR Natural-Slot > ZERO
                DIVIDE Override-Value BY Proof-Divisor(Slot-Index)
                    GIVING Work-Quotient REMAINDER Work-Remainder
                IF Work-Remainder = ZERO
                    MOVE Slot-Index TO Natural-Slot
                END-IF
            END-PERFORM.

      *---------------------------------------------------------------
      * Slot by slot the rule label must match before the count means
      * anything - a label out of place says FZBRUL is not the table
      * the run used.  Every RC count, then OV, NB and the grand
      * total against the range's value count.
      *---------------------------------------------------------------
        Compare-Request-Counts.
            PERFORM VARYING Slot-Index FROM 1 BY 1
                    UNTIL Slot-Index > Proof-Rule-Count
                    OR Slot-Index > Reported-Rule-Slots
                IF Proof-Label(Slot-Index)
                        NOT = Reported-Rule-Label(Slot-Index)
                    MOVE Slot-Index TO LM-Slot
                    MOVE Proof-Label(Slot-Index) TO LM-Calc-Label
                    MOVE Reported-Rule-Label(Slot-Index)
                        TO LM-Rep-Label
                    WRITE Proof-Report-Record FROM Label-Mismatch-Line
                        AFTER ADVANCING 1 LINES
                    SET Request-Has-Difference TO TRUE
                END-IF
                MOVE SPACES TO Compare-Item-Name
                STRING "RULE " Proof-Label(Slot-Index)
                    DELIMITED BY SIZE INTO Compare-Item-Name
                MOVE Proof-Count(Slot-Index) TO Compare-This-Count
                MOVE Reported-Rule-Count(Slot-Index)
                    TO Compare-That-Count
                PERFORM Write-Compare-Line
            END-PERFORM.
            IF Proof-Rule-Count NOT = Reported-Rule-Slots
                    OR Reported-Extra-Rows > ZERO
                MOVE "RULE SLOT COUNT ON FZBTOTF DIFFERS FROM FZBRUL"
                    TO ML-Text
                PERFORM Write-Message-Line
            END-IF.
            MOVE "OVERRIDDEN" TO Compare-Item-Name.
            MOVE Proof-Override-Count TO Compare-This-Count.
            MOVE Reported-Override    TO Compare-That-Count.
            PERFORM Write-Compare-Line.
            MOVE "PLAIN NUMBER" TO Compare-Item-Name.
            MOVE Proof-Number-Count TO Compare-This-Count.
            MOVE Reported-Number    TO Compare-That-Count.
            PERFORM Write-Compare-Line.
            MOVE "GRAND TOTAL" TO Compare-Item-Name.
            MOVE Value-Count    TO Compare-This-Count.
            MOVE Reported-Grand TO Compare-That-Count.
            PERFORM Write-Compare-Line.

        Write-Compare-Line.
            MOVE Compare-Item-Name  TO CD-Item-Name.
            MOVE Compare-This-Count TO CD-This-Count.
            MOVE Compare-That-Count TO CD-That-Count.
            IF Compare-This-Count = Compare-That-Count
                MOVE "OK" TO CD-Status
            ELSE
                MOVE "DIFFERENCE" TO CD-Status
                SET Request-Has-Difference TO TRUE
            END-IF.
            WRITE Proof-Report-Record FROM Compare-Detail-Line
                AFTER ADVANCING 1 LINES.

        Print-Verdict.
            MOVE "REQUESTS PROVEN" TO RC-Label.
            MOVE Requests-Proven TO RC-Count.
            WRITE Proof-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 2 LINES.
            MOVE "REQUESTS WITH DIFFERENCES" TO RC-Label.
            MOVE Requests-Different TO RC-Count.
            WRITE Proof-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.
            IF Run-Is-Proven
                MOVE "PROVEN" TO VL-Verdict
            ELSE
                MOVE "DIFFERENCE" TO VL-Verdict
            END-IF.
            WRITE Proof-Report-Record FROM Verdict-Line
                AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------
      * A nonzero return code on any difference: the scheduler and
      * FZBDAYE both hold the release until someone looks.
      *---------------------------------------------------------------
        Terminate-Run.
            IF Override-Master-Is-Open
                CLOSE Override-Master
            END-IF.
            CLOSE Proof-Report-File.
            IF Run-Has-Difference
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the requests it proved and the return code
      * it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            COMPUTE Step-Record-Volume =
                Requests-Proven + Requests-Different.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBPROOF" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

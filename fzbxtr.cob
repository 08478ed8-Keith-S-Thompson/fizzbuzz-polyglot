      * appended to the FZBXLG transmission register, which is what
      * FZBACK reconciles the planning system's acknowledgements
      * against.
      *
      * When FZBRCL has recalled a catalogued generation for a
      * resend, it leaves an FZBRCLI recall identity beside the
      * FZBOUT and FZBTOTF it restored.  Finding one makes this
      * execution a resend: the header carries the recalled run's
      * date/time instead of the latest FZBRLG row's, header and
      * register row are marked R, and the extract must reproduce
      * the catalogued record count and hash total as well as
      * balance to FZBTOTF before it is released.  The identity is
      * used up by the resend: once the resend is released and
      * registered FZBRCLI is emptied, so the next night's extract is
      * an ordinary one again.  A held resend leaves it standing for
      * the rerun.
      *
      * The optional FZBSUB subscriber file names the other consumers
      * that take feeds of their own.  Each active subscriber gets
      * one more extract in the same run, on FZBXS1 to FZBXS8 in
      * subscriber-file order, carrying only its departments and
      * class codes, fixed-format or delimited as it asked, with its
      * own header (naming the subscriber), trailer, record count and
      * hash total.  Each feed must balance to the FZBTOTF figures for
      * its own selection, and is registered on FZBXLG under its
      * subscriber ID so FZBACK reconciles its answers apart from
      * everyone else's.  The report then balances the night's
      * shipments by department and class: every FZBTOTF cell must
      * have gone out exactly once in every extract that takes it -
      * the planning file takes them all.  A subscriber record that
      * cannot be used holds the release like any other imbalance:
      * a consumer quietly missing its feed is what this step exists
      * to prevent.  A resend is the planning file only; subscriber
      * feeds are not cut again.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBXTR.
            SELECT OPTIONAL Extract-Log-File ASSIGN TO "FZBXLG"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Recall-Identity-File ASSIGN TO "FZBRCLI"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Subscriber-File ASSIGN TO "FZBSUB"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Sub-Extract-File-1 ASSIGN TO "FZBXS1"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Sub-Extract-File-2 ASSIGN TO "FZBXS2"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Sub-Extract-File-3 ASSIGN TO "FZBXS3"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Sub-Extract-File-4 ASSIGN TO "FZBXS4"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Sub-Extract-File-5 ASSIGN TO "FZBXS5"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Sub-Extract-File-6 ASSIGN TO "FZBXS6"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Sub-Extract-File-7 ASSIGN TO "FZBXS7"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Sub-Extract-File-8 ASSIGN TO "FZBXS8"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Fizzbuzz-Out-File.
        FD  Extract-Log-File.
            COPY FZBXLG.

        FD  Recall-Identity-File.
            COPY FZBRCLI.

        FD  Subscriber-File.
            COPY FZBSUB.

        FD  Sub-Extract-File-1.
        01 Sub-Extract-Record-1  PIC X(80).
        FD  Sub-Extract-File-2.
        01 Sub-Extract-Record-2  PIC X(80).
        FD  Sub-Extract-File-3.
        01 Sub-Extract-Record-3  PIC X(80).
        FD  Sub-Extract-File-4.
        01 Sub-Extract-Record-4  PIC X(80).
        FD  Sub-Extract-File-5.
        01 Sub-Extract-Record-5  PIC X(80).
        FD  Sub-Extract-File-6.
        01 Sub-Extract-Record-6  PIC X(80).
        FD  Sub-Extract-File-7.
        01 Sub-Extract-Record-7  PIC X(80).
        FD  Sub-Extract-File-8.
        01 Sub-Extract-Record-8  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Extract-Identity.
            05 Extract-Date-Field  PIC 9(08) VALUE ZERO.
            05 I-Value-Hash-Total  PIC 9(10) VALUE ZERO.
            05 Expected-Rec-Count  PIC 9(07) VALUE ZERO.
            05 Request-Group-Count PIC 9(03) VALUE ZERO.
            05 Recalled-Rec-Count  PIC 9(07) VALUE ZERO.
            05 Recalled-Hash-Total PIC 9(10) VALUE ZERO.

      *---------------------------------------------------------------
      * The active subscribers, in file order - entry N cuts its feed
      * on FZBXSN.  A dept or class list left all spaces takes
      * everything (Sub-All-Depts / Sub-All-Classes = Y).  Records
      * that cannot be used are kept by ID and reason for the report.
      *---------------------------------------------------------------
        01 Subscriber-Table.
            05 Sub-Count          PIC 9(01) VALUE ZERO.
            05 Sub-Entry OCCURS 8 TIMES.
                10 Sub-Id             PIC X(08).
                10 Sub-Layout         PIC X(01).
                    88 Sub-Delimited      VALUE "D".
                10 Sub-Delimiter      PIC X(01).
                10 Sub-All-Depts      PIC X(01).
                10 Sub-Dept-Code      PIC X(04) OCCURS 8 TIMES.
                10 Sub-All-Classes    PIC X(01).
                10 Sub-Class-Code     PIC X(02) OCCURS 7 TIMES.
                10 Sub-Record-Count   PIC 9(07).
                10 Sub-Hash-Total     PIC 9(10).
                10 Sub-Expected-Count PIC 9(07).
                10 Sub-Request-Count  PIC 9(03).
            05 Sub-Index          PIC 9(01) VALUE ZERO.
            05 Sub-List-Index     PIC 9(01) VALUE ZERO.
            05 Sub-Inactive-Count PIC 9(03) VALUE ZERO.
            05 Sub-Rejected-Count PIC 9(03) VALUE ZERO.
            05 Rejected-Entry OCCURS 10 TIMES.
                10 Rejected-Sub-Id     PIC X(08).
                10 Rejected-Sub-Reason PIC X(20).
            05 Rejected-Index     PIC 9(02) VALUE ZERO.
            05 Reject-Reason      PIC X(20).

      *---------------------------------------------------------------
      * The department by class balance.  Columns 1-5 are the rule
      * classes R1-R5 (the Nth RC record of a request's FZBTOTF group
      * is rule slot N), 6 the overrides and 7 the plain numbers.
      * Each cell holds FZBTOTF's count, how many extracts take it
      * (planning's always does) and how many details went out for it
      * across all the extracts.  The 100 department rows are this
      * stream's usual flagged edge: one more holds the release.
      *---------------------------------------------------------------
        01 Class-Column-Names.
            05 FILLER  PIC X(14) VALUE "R1R2R3R4R5OVNB".
        01 Class-Column-Table REDEFINES Class-Column-Names.
            05 Class-Column-Code  PIC X(02) OCCURS 7 TIMES.

        01 Balance-Matrix.
            05 Dept-Row-Count     PIC 9(03) VALUE ZERO.
            05 Dept-Row OCCURS 100 TIMES.
                10 Mx-Dept-Code       PIC X(04).
                10 Mx-Cell OCCURS 7 TIMES.
                    15 Mx-Totf-Count  PIC 9(07).
                    15 Mx-Takers      PIC 9(01).
                    15 Mx-Shipped     PIC 9(08).
            05 Dept-Row-Index     PIC 9(03) VALUE ZERO.
            05 Class-Column-Index PIC 9(01) VALUE ZERO.
            05 Rule-Ordinal       PIC 9(01) VALUE ZERO.
            05 Lookup-Dept        PIC X(04) VALUE SPACES.
            05 Lookup-Class       PIC X(02) VALUE SPACES.
            05 Cell-Expected      PIC 9(08) VALUE ZERO.
            05 Matrix-Totf-Total  PIC 9(08) VALUE ZERO.
            05 Matrix-Expected-Total PIC 9(08) VALUE ZERO.
            05 Matrix-Shipped-Total  PIC 9(08) VALUE ZERO.
            05 Unclassed-Count    PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * A subscriber feed's records are built here - in FZBXTF layout
      * for a fixed-format feed, strung out with the subscriber's
      * delimiter for a delimited one - and written through
      * Subscriber-Line to whichever FZBXSn the subscriber owns.
      *---------------------------------------------------------------
        01 Subscriber-Line  PIC X(80).
            COPY FZBXTF REPLACING LEADING ==FZBXTF== BY ==SUBXTF==.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RC-Count      PIC ZZZZZZZZZ9.
            05 FILLER        PIC X(41) VALUE SPACES.

        01 Report-Text-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 TL-Text       PIC X(60).
            05 FILLER        PIC X(18) VALUE SPACES.

        01 Subscriber-Heading-Line.
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "SUBSCRIBER".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(06) VALUE "DD".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(09) VALUE "LAYOUT".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(07) VALUE "RECORDS".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(07) VALUE "EXPECTD".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "HASH TOTAL".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "STATUS".
            05 FILLER  PIC X(07) VALUE SPACES.

        01 Subscriber-Detail-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SL-Id         PIC X(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 SL-DD         PIC X(06).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SL-Layout     PIC X(09).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SL-Records    PIC ZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SL-Expected   PIC ZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SL-Hash       PIC ZZZZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 SL-Status     PIC X(10).
            05 FILLER        PIC X(07) VALUE SPACES.

        01 Matrix-Heading-Line.
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(04) VALUE "DEPT".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(02) VALUE "CL".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(07) VALUE "FZBTOTF".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(02) VALUE "XT".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(08) VALUE "EXPECTED".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(08) VALUE " SHIPPED".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "STATUS".
            05 FILLER  PIC X(25) VALUE SPACES.

        01 Matrix-Detail-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ML-Dept       PIC X(04).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ML-Class      PIC X(02).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ML-Totf       PIC ZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ML-Takers     PIC Z9 BLANK WHEN ZERO.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ML-Expected   PIC ZZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ML-Shipped    PIC ZZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 ML-Status     PIC X(10).
            05 FILLER        PIC X(25) VALUE SPACES.

        01 Verdict-Line.
            05 FILLER          PIC X(20) VALUE "EXTRACT STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 In-Balance-Switch     PIC X(01) VALUE "Y".
                88 Extract-In-Balance    VALUE "Y".
                88 Extract-Out-Of-Bal    VALUE "N".
            05 Resend-Switch         PIC X(01) VALUE "N".
                88 This-Is-A-Resend      VALUE "Y".
            05 Sub-At-End-Switch     PIC X(01) VALUE "N".
                88 Sub-At-End            VALUE "Y".
            05 Sub-Valid-Switch      PIC X(01) VALUE "Y".
                88 Sub-Record-Is-Valid   VALUE "Y".
                88 Sub-Record-Is-Invalid VALUE "N".
            05 Sub-Select-Switch     PIC X(01) VALUE "N".
                88 Sub-Takes-Record      VALUE "Y".
                88 Sub-Skips-Record      VALUE "N".
            05 Dept-Found-Switch     PIC X(01) VALUE "N".
                88 Dept-Row-Found        VALUE "Y".
            05 Matrix-Overflow-Switch PIC X(01) VALUE "N".
                88 Matrix-Overflow       VALUE "Y".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            PERFORM Read-Recall-Identity.
            IF NOT This-Is-A-Resend
                PERFORM Read-Source-Run-Identity
                PERFORM Load-Subscribers
            END-IF.
            PERFORM Read-Expected-Totals.
            PERFORM Derive-Subscriber-Expectations.
            PERFORM Write-Extract-File.
            PERFORM Balance-The-Extract.
            IF Extract-In-Balance
                PERFORM Register-Transmission
                IF This-Is-A-Resend
                    PERFORM Clear-Recall-Identity
                END-IF
            END-IF.
            PERFORM Terminate-Run.
            STOP RUN.

        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Extract-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Extract-Time-Field FROM TIME.

      *---------------------------------------------------------------
      * A recall identity names the generation FZBRCL restored, and
      * a resend ships under that generation's own run identity - the
      * one planning already knows it by - not tonight's.
      *---------------------------------------------------------------
        Read-Recall-Identity.
            OPEN INPUT Recall-Identity-File.
            READ Recall-Identity-File
                AT END
                    CONTINUE
                NOT AT END
                    SET This-Is-A-Resend TO TRUE
                    MOVE FZBRCLI-RUN-DATE    TO Source-Run-Date
                    MOVE FZBRCLI-RUN-TIME    TO Source-Run-Time
                    MOVE FZBRCLI-OUT-COUNT   TO Recalled-Rec-Count
                    MOVE FZBRCLI-HASH-TOTAL  TO Recalled-Hash-Total
            END-READ.
            CLOSE Recall-Identity-File.

      *---------------------------------------------------------------
      * A released resend has used the recall identity up; emptying
      * FZBRCLI is what keeps tomorrow's production extract from
      * being taken for another resend of the same generation.
      *---------------------------------------------------------------
        Clear-Recall-Identity.
            OPEN OUTPUT Recall-Identity-File.
            CLOSE Recall-Identity-File.

      *---------------------------------------------------------------
      * The originating run's identity for the header comes from the
      * last FZBRLG row that actually processed a request - FIZZBUZZ
      * FZBTOTF - one grand total per request of the generation -
      * counted here before a single extract record is cut, so the
      * balance below is against FIZZBUZZ's own reported figures and
      * not against anything this program derived for itself.  The
      * class counts go into the department by class balance as they
      * pass, and each request group counts towards the request count
      * of every subscriber taking its department.
      *---------------------------------------------------------------
        Read-Expected-Totals.
            OPEN INPUT Totals-File.
                    AT END
                        SET Totals-At-End TO TRUE
                    NOT AT END
                        PERFORM Tally-Totals-Record
                END-READ
            END-PERFORM.
            CLOSE Totals-File.

        Tally-Totals-Record.
            MOVE FZBTOT-DEPT-CODE TO Lookup-Dept.
            MOVE ZERO TO Class-Column-Index.
            EVALUATE TRUE
                WHEN FZBTOT-TYPE-RULE
                    ADD 1 TO Rule-Ordinal
                    IF Rule-Ordinal < 6
                        MOVE Rule-Ordinal TO Class-Column-Index
                    END-IF
                WHEN FZBTOT-TYPE-OVERRIDE
                    MOVE ZERO TO Rule-Ordinal
                    MOVE 6 TO Class-Column-Index
                WHEN FZBTOT-TYPE-NUMBER
                    MOVE ZERO TO Rule-Ordinal
                    MOVE 7 TO Class-Column-Index
                WHEN FZBTOT-TYPE-GRAND
                    MOVE ZERO TO Rule-Ordinal
                    ADD FZBTOT-COUNT TO Expected-Rec-Count
                    ADD 1 TO Request-Group-Count
                    PERFORM VARYING Sub-Index FROM 1 BY 1
                            UNTIL Sub-Index > Sub-Count
                        PERFORM Test-Sub-Dept
                        IF Sub-Takes-Record
                            ADD 1 TO Sub-Request-Count(Sub-Index)
                        END-IF
                    END-PERFORM
                WHEN OTHER
                    MOVE ZERO TO Rule-Ordinal
            END-EVALUATE.
            IF Class-Column-Index > ZERO
                PERFORM Find-Dept-Row
                IF Dept-Row-Found
                    ADD FZBTOT-COUNT
                        TO Mx-Totf-Count(Dept-Row-Index,
                                         Class-Column-Index)
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * The department's row in the balance, added on first sight.
      *---------------------------------------------------------------
        Find-Dept-Row.
            MOVE "N" TO Dept-Found-Switch.
            PERFORM VARYING Dept-Row-Index FROM 1 BY 1
                    UNTIL Dept-Row-Index > Dept-Row-Count
                       OR Dept-Row-Found
                IF Mx-Dept-Code(Dept-Row-Index) = Lookup-Dept
                    SET Dept-Row-Found TO TRUE
                END-IF
            END-PERFORM.
            IF Dept-Row-Found
                SUBTRACT 1 FROM Dept-Row-Index
            ELSE
                IF Dept-Row-Count < 100
                    ADD 1 TO Dept-Row-Count
                    MOVE Dept-Row-Count TO Dept-Row-Index
                    INITIALIZE Dept-Row(Dept-Row-Index)
                    MOVE Lookup-Dept TO Mx-Dept-Code(Dept-Row-Index)
                    SET Dept-Row-Found TO TRUE
                ELSE
                    SET Matrix-Overflow TO TRUE
                END-IF
            END-IF.

        Find-Class-Column.
            PERFORM VARYING Class-Column-Index FROM 1 BY 1
                    UNTIL Class-Column-Index > 7
                       OR Class-Column-Code(Class-Column-Index)
                          = Lookup-Class
                CONTINUE
            END-PERFORM.

      *---------------------------------------------------------------
      * Whether subscriber Sub-Index takes Lookup-Dept, and then
      * Lookup-Class.  A blank department is only ever taken by a
      * subscriber taking all departments.
      *---------------------------------------------------------------
        Test-Sub-Selects.
            PERFORM Test-Sub-Dept.
            IF Sub-Takes-Record
                PERFORM Test-Sub-Class
            END-IF.

        Test-Sub-Dept.
            IF Sub-All-Depts(Sub-Index) = "Y"
                SET Sub-Takes-Record TO TRUE
            ELSE
                SET Sub-Skips-Record TO TRUE
                PERFORM VARYING Sub-List-Index FROM 1 BY 1
                        UNTIL Sub-List-Index > 8
                    IF Sub-Dept-Code(Sub-Index, Sub-List-Index)
                            = Lookup-Dept
                            AND Lookup-Dept NOT = SPACES
                        SET Sub-Takes-Record TO TRUE
                    END-IF
                END-PERFORM
            END-IF.

        Test-Sub-Class.
            IF Sub-All-Classes(Sub-Index) = "Y"
                SET Sub-Takes-Record TO TRUE
            ELSE
                SET Sub-Skips-Record TO TRUE
                PERFORM VARYING Sub-List-Index FROM 1 BY 1
                        UNTIL Sub-List-Index > 7
                    IF Sub-Class-Code(Sub-Index, Sub-List-Index)
                            = Lookup-Class
                        SET Sub-Takes-Record TO TRUE
                    END-IF
                END-PERFORM
            END-IF.

      *---------------------------------------------------------------
      * Active subscribers are kept in file order, up to the eight
      * extract DDs.  A record is refused if it has no ID, an ID
      * already taken, a status other than A or I, a layout other
      * than F or D, or a class code that is not a class.
      *---------------------------------------------------------------
        Load-Subscribers.
            OPEN INPUT Subscriber-File.
            PERFORM UNTIL Sub-At-End
                READ Subscriber-File
                    AT END
                        SET Sub-At-End TO TRUE
                    NOT AT END
                        PERFORM Load-Subscriber-Record
                END-READ
            END-PERFORM.
            CLOSE Subscriber-File.

        Load-Subscriber-Record.
            IF FZBSUB-INACTIVE
                ADD 1 TO Sub-Inactive-Count
            ELSE
                PERFORM Validate-Subscriber-Record
                IF Sub-Record-Is-Valid AND Sub-Count NOT < 8
                    SET Sub-Record-Is-Invalid TO TRUE
                    MOVE "PAST 8 SUBSCRIBERS" TO Reject-Reason
                END-IF
                IF Sub-Record-Is-Valid
                    PERFORM Store-Subscriber
                ELSE
                    ADD 1 TO Sub-Rejected-Count
                    IF Sub-Rejected-Count NOT > 10
                        MOVE FZBSUB-SUBSCRIBER-ID
                            TO Rejected-Sub-Id(Sub-Rejected-Count)
                        MOVE Reject-Reason
                            TO Rejected-Sub-Reason(Sub-Rejected-Count)
                    END-IF
                END-IF
            END-IF.

        Validate-Subscriber-Record.
            SET Sub-Record-Is-Valid TO TRUE.
            MOVE SPACES TO Reject-Reason.
            IF NOT FZBSUB-ACTIVE
                    OR (NOT FZBSUB-LAYOUT-FIXED
                        AND NOT FZBSUB-LAYOUT-DELIMITED)
                SET Sub-Record-Is-Invalid TO TRUE
                MOVE "BAD STATUS OR LAYOUT" TO Reject-Reason
            END-IF.
            PERFORM VARYING Sub-List-Index FROM 1 BY 1
                    UNTIL Sub-List-Index > 7
                IF FZBSUB-CLASS-CODE(Sub-List-Index) NOT = SPACES
                    MOVE FZBSUB-CLASS-CODE(Sub-List-Index)
                        TO Lookup-Class
                    PERFORM Find-Class-Column
                    IF Class-Column-Index > 7
                        SET Sub-Record-Is-Invalid TO TRUE
                        MOVE "UNKNOWN CLASS CODE" TO Reject-Reason
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM VARYING Sub-Index FROM 1 BY 1
                    UNTIL Sub-Index > Sub-Count
                IF Sub-Id(Sub-Index) = FZBSUB-SUBSCRIBER-ID
                    SET Sub-Record-Is-Invalid TO TRUE
                    MOVE "DUPLICATE ID" TO Reject-Reason
                END-IF
            END-PERFORM.
            IF FZBSUB-SUBSCRIBER-ID = SPACES
                SET Sub-Record-Is-Invalid TO TRUE
                MOVE "NO SUBSCRIBER ID" TO Reject-Reason
            END-IF.

        Store-Subscriber.
            ADD 1 TO Sub-Count.
            MOVE FZBSUB-SUBSCRIBER-ID TO Sub-Id(Sub-Count).
            MOVE FZBSUB-LAYOUT TO Sub-Layout(Sub-Count).
            IF FZBSUB-DELIMITER = SPACE
                MOVE "|" TO Sub-Delimiter(Sub-Count)
            ELSE
                MOVE FZBSUB-DELIMITER TO Sub-Delimiter(Sub-Count)
            END-IF.
            MOVE "Y" TO Sub-All-Depts(Sub-Count).
            PERFORM VARYING Sub-List-Index FROM 1 BY 1
                    UNTIL Sub-List-Index > 8
                MOVE FZBSUB-DEPT-CODE(Sub-List-Index)
                    TO Sub-Dept-Code(Sub-Count, Sub-List-Index)
                IF FZBSUB-DEPT-CODE(Sub-List-Index) NOT = SPACES
                    MOVE "N" TO Sub-All-Depts(Sub-Count)
                END-IF
            END-PERFORM.
            MOVE "Y" TO Sub-All-Classes(Sub-Count).
            PERFORM VARYING Sub-List-Index FROM 1 BY 1
                    UNTIL Sub-List-Index > 7
                MOVE FZBSUB-CLASS-CODE(Sub-List-Index)
                    TO Sub-Class-Code(Sub-Count, Sub-List-Index)
                IF FZBSUB-CLASS-CODE(Sub-List-Index) NOT = SPACES
                    MOVE "N" TO Sub-All-Classes(Sub-Count)
                END-IF
            END-PERFORM.
            MOVE ZERO TO Sub-Record-Count(Sub-Count).
            MOVE ZERO TO Sub-Hash-Total(Sub-Count).
            MOVE ZERO TO Sub-Expected-Count(Sub-Count).
            MOVE ZERO TO Sub-Request-Count(Sub-Count).

      *---------------------------------------------------------------
      * With FZBTOTF in the balance, each cell learns how many
      * extracts take it, and each subscriber what its feed should
      * carry: the FZBTOTF count of every cell it takes.
      *---------------------------------------------------------------
        Derive-Subscriber-Expectations.
            PERFORM VARYING Dept-Row-Index FROM 1 BY 1
                    UNTIL Dept-Row-Index > Dept-Row-Count
                MOVE Mx-Dept-Code(Dept-Row-Index) TO Lookup-Dept
                PERFORM VARYING Class-Column-Index FROM 1 BY 1
                        UNTIL Class-Column-Index > 7
                    PERFORM Derive-Cell-Takers
                END-PERFORM
            END-PERFORM.

        Derive-Cell-Takers.
            MOVE Class-Column-Code(Class-Column-Index) TO Lookup-Class.
            MOVE 1 TO Mx-Takers(Dept-Row-Index, Class-Column-Index).
            PERFORM VARYING Sub-Index FROM 1 BY 1
                    UNTIL Sub-Index > Sub-Count
                PERFORM Test-Sub-Selects
                IF Sub-Takes-Record
                    ADD 1 TO Mx-Takers(Dept-Row-Index,
                                       Class-Column-Index)
                    ADD Mx-Totf-Count(Dept-Row-Index,
                                      Class-Column-Index)
                        TO Sub-Expected-Count(Sub-Index)
                END-IF
            END-PERFORM.

      *---------------------------------------------------------------
      * The interface file proper: header, one detail per FZBREC
      * record with the record count and I-value hash total rolled up
            MOVE Extract-Date-Field  TO FZBXTF-H-EXTRACT-DATE.
            MOVE Extract-Time-Field  TO FZBXTF-H-EXTRACT-TIME.
            MOVE Request-Group-Count TO FZBXTF-H-REQUEST-CNT.
            IF This-Is-A-Resend
                MOVE "R" TO FZBXTF-H-RESEND-SW
            END-IF.
            WRITE FZBXTF-HEADER.
            PERFORM VARYING Sub-Index FROM 1 BY 1
                    UNTIL Sub-Index > Sub-Count
                PERFORM Open-Subscriber-Extract
            END-PERFORM.
            PERFORM UNTIL Detail-At-End
                READ Fizzbuzz-Out-File
                    AT END
            MOVE Request-Group-Count TO FZBXTF-T-REQUEST-CNT.
            WRITE FZBXTF-TRAILER.
            CLOSE Extract-File.
            PERFORM VARYING Sub-Index FROM 1 BY 1
                    UNTIL Sub-Index > Sub-Count
                PERFORM Close-Subscriber-Extract
            END-PERFORM.

      *---------------------------------------------------------------
      * The hash total is a plain sum of the I-values, truncated to
            MOVE FZBREC-CLASS-CODE   TO FZBXTF-D-CLASS-CODE.
            MOVE FZBREC-DISPLAY-TEXT TO FZBXTF-D-DISPLAY-TEXT.
            MOVE FZBREC-DEPT-CODE    TO FZBXTF-D-DEPT-CODE.
            MOVE FZBXTF-DETAIL TO SUBXTF-DETAIL.
            WRITE FZBXTF-DETAIL.
            ADD 1 TO Detail-Record-Count.
            ADD FZBREC-I-VALUE TO I-Value-Hash-Total.
            PERFORM Ship-Detail-To-Subscribers.

      *---------------------------------------------------------------
      * The detail just written to planning, counted into its cell
      * of the balance and copied to every subscriber taking it.  A
      * class code outside the seven cannot be placed: it is counted
      * and holds the release.
      *---------------------------------------------------------------
        Ship-Detail-To-Subscribers.
            MOVE FZBREC-DEPT-CODE  TO Lookup-Dept.
            MOVE FZBREC-CLASS-CODE TO Lookup-Class.
            PERFORM Find-Class-Column.
            IF Class-Column-Index > 7
                ADD 1 TO Unclassed-Count
            ELSE
                PERFORM Find-Dept-Row
                IF Dept-Row-Found
                    ADD 1 TO Mx-Shipped(Dept-Row-Index,
                                        Class-Column-Index)
                    PERFORM VARYING Sub-Index FROM 1 BY 1
                            UNTIL Sub-Index > Sub-Count
                        PERFORM Test-Sub-Selects
                        IF Sub-Takes-Record
                            PERFORM Write-Subscriber-Detail
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

        Write-Subscriber-Detail.
            ADD 1 TO Sub-Record-Count(Sub-Index).
            ADD FZBREC-I-VALUE TO Sub-Hash-Total(Sub-Index).
            ADD 1 TO Mx-Shipped(Dept-Row-Index, Class-Column-Index).
            IF Sub-Delimited(Sub-Index)
                MOVE SPACES TO Subscriber-Line
                STRING "D" Sub-Delimiter(Sub-Index)
                    SUBXTF-D-REQUEST-ID Sub-Delimiter(Sub-Index)
                    SUBXTF-D-I-VALUE Sub-Delimiter(Sub-Index)
                    SUBXTF-D-CLASS-CODE Sub-Delimiter(Sub-Index)
                    SUBXTF-D-DISPLAY-TEXT Sub-Delimiter(Sub-Index)
                    SUBXTF-D-DEPT-CODE
                    DELIMITED BY SIZE INTO Subscriber-Line
            ELSE
                MOVE SUBXTF-DETAIL TO Subscriber-Line
            END-IF.
            PERFORM Write-Subscriber-Line.

      *---------------------------------------------------------------
      * A subscriber feed's header and trailer carry the same
      * identity and figures as planning's, but its own request
      * count, record count and hash total, and its subscriber ID.
      *---------------------------------------------------------------
        Open-Subscriber-Extract.
            EVALUATE Sub-Index
                WHEN 1 OPEN OUTPUT Sub-Extract-File-1
                WHEN 2 OPEN OUTPUT Sub-Extract-File-2
                WHEN 3 OPEN OUTPUT Sub-Extract-File-3
                WHEN 4 OPEN OUTPUT Sub-Extract-File-4
                WHEN 5 OPEN OUTPUT Sub-Extract-File-5
                WHEN 6 OPEN OUTPUT Sub-Extract-File-6
                WHEN 7 OPEN OUTPUT Sub-Extract-File-7
                WHEN 8 OPEN OUTPUT Sub-Extract-File-8
            END-EVALUATE.
            MOVE SPACES TO SUBXTF-HEADER.
            MOVE "H" TO SUBXTF-H-REC-TYPE.
            MOVE Source-Run-Date    TO SUBXTF-H-RUN-DATE.
            MOVE Source-Run-Time    TO SUBXTF-H-RUN-TIME.
            MOVE Extract-Date-Field TO SUBXTF-H-EXTRACT-DATE.
            MOVE Extract-Time-Field TO SUBXTF-H-EXTRACT-TIME.
            MOVE Sub-Request-Count(Sub-Index)
                TO SUBXTF-H-REQUEST-CNT.
            MOVE Sub-Id(Sub-Index) TO SUBXTF-H-SUBSCRIBER-ID.
            IF Sub-Delimited(Sub-Index)
                MOVE SPACES TO Subscriber-Line
                STRING "H" Sub-Delimiter(Sub-Index)
                    SUBXTF-H-RUN-DATE Sub-Delimiter(Sub-Index)
                    SUBXTF-H-RUN-TIME Sub-Delimiter(Sub-Index)
                    SUBXTF-H-EXTRACT-DATE Sub-Delimiter(Sub-Index)
                    SUBXTF-H-EXTRACT-TIME Sub-Delimiter(Sub-Index)
                    SUBXTF-H-REQUEST-CNT Sub-Delimiter(Sub-Index)
                    SUBXTF-H-RESEND-SW Sub-Delimiter(Sub-Index)
                    SUBXTF-H-SUBSCRIBER-ID
                    DELIMITED BY SIZE INTO Subscriber-Line
            ELSE
                MOVE SUBXTF-HEADER TO Subscriber-Line
            END-IF.
            PERFORM Write-Subscriber-Line.

        Close-Subscriber-Extract.
            MOVE SPACES TO SUBXTF-TRAILER.
            MOVE "T" TO SUBXTF-T-REC-TYPE.
            MOVE Sub-Record-Count(Sub-Index)
                TO SUBXTF-T-RECORD-COUNT.
            MOVE Sub-Hash-Total(Sub-Index) TO SUBXTF-T-HASH-TOTAL.
            MOVE Sub-Request-Count(Sub-Index)
                TO SUBXTF-T-REQUEST-CNT.
            IF Sub-Delimited(Sub-Index)
                MOVE SPACES TO Subscriber-Line
                STRING "T" Sub-Delimiter(Sub-Index)
                    SUBXTF-T-RECORD-COUNT Sub-Delimiter(Sub-Index)
                    SUBXTF-T-HASH-TOTAL Sub-Delimiter(Sub-Index)
                    SUBXTF-T-REQUEST-CNT
                    DELIMITED BY SIZE INTO Subscriber-Line
            ELSE
                MOVE SUBXTF-TRAILER TO Subscriber-Line
            END-IF.
            PERFORM Write-Subscriber-Line.
            EVALUATE Sub-Index
                WHEN 1 CLOSE Sub-Extract-File-1
                WHEN 2 CLOSE Sub-Extract-File-2
                WHEN 3 CLOSE Sub-Extract-File-3
                WHEN 4 CLOSE Sub-Extract-File-4
                WHEN 5 CLOSE Sub-Extract-File-5
                WHEN 6 CLOSE Sub-Extract-File-6
                WHEN 7 CLOSE Sub-Extract-File-7
                WHEN 8 CLOSE Sub-Extract-File-8
            END-EVALUATE.

        Write-Subscriber-Line.
            EVALUATE Sub-Index
                WHEN 1 WRITE Sub-Extract-Record-1 FROM Subscriber-Line
                WHEN 2 WRITE Sub-Extract-Record-2 FROM Subscriber-Line
                WHEN 3 WRITE Sub-Extract-Record-3 FROM Subscriber-Line
                WHEN 4 WRITE Sub-Extract-Record-4 FROM Subscriber-Line
                WHEN 5 WRITE Sub-Extract-Record-5 FROM Subscriber-Line
                WHEN 6 WRITE Sub-Extract-Record-6 FROM Subscriber-Line
                WHEN 7 WRITE Sub-Extract-Record-7 FROM Subscriber-Line
                WHEN 8 WRITE Sub-Extract-Record-8 FROM Subscriber-Line
            END-EVALUATE.

      *---------------------------------------------------------------
      * The release gate: the extract must carry exactly as many
            IF Source-Run-Date = ZERO
                SET Extract-Out-Of-Bal TO TRUE
            END-IF.
            IF This-Is-A-Resend
                PERFORM Balance-The-Resend
            ELSE
                PERFORM Balance-Subscriber-Extracts
            END-IF.
            PERFORM Balance-By-Dept-And-Class.
            IF Extract-In-Balance
                MOVE "RELEASED" TO VL-Verdict
            ELSE
                AFTER ADVANCING 2 LINES.
            CLOSE Extract-Report-File.

      *---------------------------------------------------------------
      * A resend must be the generation that was catalogued, not
      * merely a file that balances to whatever FZBTOTF sits beside
      * it: the count and hash total must come back to the figures
      * FZBRCL restored against.
      *---------------------------------------------------------------
        Balance-The-Resend.
            MOVE "RESEND OF CATALOGUED GENERATION" TO TL-Text.
            WRITE Extract-Report-Record FROM Report-Text-Line
                AFTER ADVANCING 1 LINES.
            MOVE "CATALOGUED RECORD COUNT" TO RC-Label.
            MOVE Recalled-Rec-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "CATALOGUED HASH TOTAL" TO RC-Label.
            MOVE Recalled-Hash-Total TO RC-Count.
            PERFORM Write-Report-Count-Line.
            IF Detail-Record-Count NOT = Recalled-Rec-Count
                    OR I-Value-Hash-Total NOT = Recalled-Hash-Total
                SET Extract-Out-Of-Bal TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * Each subscriber feed against its own expectation from
      * FZBTOTF, and every subscriber record that could not be used.
      *---------------------------------------------------------------
        Balance-Subscriber-Extracts.
            MOVE "SUBSCRIBERS ACTIVE" TO RC-Label.
            MOVE Sub-Count TO RC-Count.
            WRITE Extract-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 2 LINES.
            MOVE "SUBSCRIBERS INACTIVE" TO RC-Label.
            MOVE Sub-Inactive-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "SUBSCRIBERS REJECTED" TO RC-Label.
            MOVE Sub-Rejected-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            PERFORM VARYING Rejected-Index FROM 1 BY 1
                    UNTIL Rejected-Index > Sub-Rejected-Count
                       OR Rejected-Index > 10
                MOVE SPACES TO TL-Text
                STRING "REJECTED SUBSCRIBER "
                    Rejected-Sub-Id(Rejected-Index) " - "
                    Rejected-Sub-Reason(Rejected-Index)
                    DELIMITED BY SIZE INTO TL-Text
                WRITE Extract-Report-Record FROM Report-Text-Line
                    AFTER ADVANCING 1 LINES
            END-PERFORM.
            IF Sub-Rejected-Count > ZERO
                SET Extract-Out-Of-Bal TO TRUE
            END-IF.
            IF Sub-Count > ZERO
                WRITE Extract-Report-Record
                    FROM Subscriber-Heading-Line
                    AFTER ADVANCING 2 LINES
                PERFORM VARYING Sub-Index FROM 1 BY 1
                        UNTIL Sub-Index > Sub-Count
                    PERFORM Write-Subscriber-Balance
                END-PERFORM
            END-IF.

        Write-Subscriber-Balance.
            MOVE Sub-Id(Sub-Index) TO SL-Id.
            MOVE SPACES TO SL-DD.
            STRING "FZBXS" Sub-Index DELIMITED BY SIZE INTO SL-DD.
            IF Sub-Delimited(Sub-Index)
                MOVE "DELIMITED" TO SL-Layout
            ELSE
                MOVE "FIXED" TO SL-Layout
            END-IF.
            MOVE Sub-Record-Count(Sub-Index)   TO SL-Records.
            MOVE Sub-Expected-Count(Sub-Index) TO SL-Expected.
            MOVE Sub-Hash-Total(Sub-Index)     TO SL-Hash.
            IF Sub-Record-Count(Sub-Index)
                    = Sub-Expected-Count(Sub-Index)
                MOVE "BALANCED" TO SL-Status
            ELSE
                MOVE "DIFFERENCE" TO SL-Status
                SET Extract-Out-Of-Bal TO TRUE
            END-IF.
            WRITE Extract-Report-Record FROM Subscriber-Detail-Line
                AFTER ADVANCING 1 LINES.

      *---------------------------------------------------------------
      * Every department and class FZBTOTF reports, or any extract
      * shipped, must have gone out once per extract taking it: the
      * FZBTOTF count times the number of takers.  Any cell off by
      * one record holds the release.
      *---------------------------------------------------------------
        Balance-By-Dept-And-Class.
            WRITE Extract-Report-Record FROM Matrix-Heading-Line
                AFTER ADVANCING 2 LINES.
            PERFORM VARYING Dept-Row-Index FROM 1 BY 1
                    UNTIL Dept-Row-Index > Dept-Row-Count
                PERFORM VARYING Class-Column-Index FROM 1 BY 1
                        UNTIL Class-Column-Index > 7
                    PERFORM Balance-One-Cell
                END-PERFORM
            END-PERFORM.
            MOVE "ALL " TO ML-Dept.
            MOVE SPACES TO ML-Class.
            MOVE Matrix-Totf-Total TO ML-Totf.
            MOVE ZERO TO ML-Takers.
            MOVE Matrix-Expected-Total TO ML-Expected.
            MOVE Matrix-Shipped-Total TO ML-Shipped.
            IF Matrix-Expected-Total = Matrix-Shipped-Total
                MOVE "BALANCED" TO ML-Status
            ELSE
                MOVE "DIFFERENCE" TO ML-Status
            END-IF.
            WRITE Extract-Report-Record FROM Matrix-Detail-Line
                AFTER ADVANCING 1 LINES.
            IF Unclassed-Count > ZERO
                MOVE "DETAILS OF UNKNOWN CLASS" TO RC-Label
                MOVE Unclassed-Count TO RC-Count
                PERFORM Write-Report-Count-Line
                SET Extract-Out-Of-Bal TO TRUE
            END-IF.
            IF Matrix-Overflow
                MOVE "MORE THAN 100 DEPARTMENTS - BALANCE INCOMPLETE"
                    TO TL-Text
                WRITE Extract-Report-Record FROM Report-Text-Line
                    AFTER ADVANCING 1 LINES
                SET Extract-Out-Of-Bal TO TRUE
            END-IF.

        Balance-One-Cell.
            COMPUTE Cell-Expected =
                Mx-Totf-Count(Dept-Row-Index, Class-Column-Index)
                * Mx-Takers(Dept-Row-Index, Class-Column-Index).
            IF Mx-Totf-Count(Dept-Row-Index, Class-Column-Index) > ZERO
                    OR Mx-Shipped(Dept-Row-Index, Class-Column-Index)
                       > ZERO
                MOVE Mx-Dept-Code(Dept-Row-Index) TO ML-Dept
                MOVE Class-Column-Code(Class-Column-Index) TO ML-Class
                MOVE Mx-Totf-Count(Dept-Row-Index, Class-Column-Index)
                    TO ML-Totf
                MOVE Mx-Takers(Dept-Row-Index, Class-Column-Index)
                    TO ML-Takers
                MOVE Cell-Expected TO ML-Expected
                MOVE Mx-Shipped(Dept-Row-Index, Class-Column-Index)
                    TO ML-Shipped
                IF Cell-Expected
                        = Mx-Shipped(Dept-Row-Index, Class-Column-Index)
                    MOVE "BALANCED" TO ML-Status
                ELSE
                    MOVE "DIFFERENCE" TO ML-Status
                    SET Extract-Out-Of-Bal TO TRUE
                END-IF
                WRITE Extract-Report-Record FROM Matrix-Detail-Line
                    AFTER ADVANCING 1 LINES
                ADD Mx-Totf-Count(Dept-Row-Index, Class-Column-Index)
                    TO Matrix-Totf-Total
                ADD Cell-Expected TO Matrix-Expected-Total
                ADD Mx-Shipped(Dept-Row-Index, Class-Column-Index)
                    TO Matrix-Shipped-Total
            END-IF.

      *---------------------------------------------------------------
      * A released shipment is owed an acknowledgement, so its
      * identity and trailer figures are appended to the FZBXLG
            MOVE Detail-Record-Count TO FZBXLG-RECORD-COUNT.
            MOVE I-Value-Hash-Total  TO FZBXLG-HASH-TOTAL.
            MOVE Request-Group-Count TO FZBXLG-REQUEST-CNT.
            IF This-Is-A-Resend
                MOVE "R" TO FZBXLG-RESEND-SW
            END-IF.
            WRITE FZBXLG-RECORD.
            PERFORM VARYING Sub-Index FROM 1 BY 1
                    UNTIL Sub-Index > Sub-Count
                PERFORM Register-Subscriber-Feed
            END-PERFORM.
            CLOSE Extract-Log-File.

      *---------------------------------------------------------------
      * One register row per subscriber feed, under its ID - an
      * empty feed included: the subscriber is owed the answer that
      * nothing of theirs ran tonight.
      *---------------------------------------------------------------
        Register-Subscriber-Feed.
            MOVE SPACES TO FZBXLG-RECORD.
            MOVE Source-Run-Date     TO FZBXLG-RUN-DATE.
            MOVE Source-Run-Time     TO FZBXLG-RUN-TIME.
            MOVE Extract-Date-Field  TO FZBXLG-EXTRACT-DATE.
            MOVE Extract-Time-Field  TO FZBXLG-EXTRACT-TIME.
            MOVE Sub-Record-Count(Sub-Index) TO FZBXLG-RECORD-COUNT.
            MOVE Sub-Hash-Total(Sub-Index)   TO FZBXLG-HASH-TOTAL.
            MOVE Sub-Request-Count(Sub-Index) TO FZBXLG-REQUEST-CNT.
            MOVE Sub-Id(Sub-Index) TO FZBXLG-SUBSCRIBER-ID.
            WRITE FZBXLG-RECORD.

        Write-Report-Count-Line.
            WRITE Extract-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.
            IF Extract-Out-Of-Bal
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the detail records it extracted and the
      * return code it leaves - for the FZBTRND trend report and the
      * FZBBLD batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Detail-Record-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBXTR" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

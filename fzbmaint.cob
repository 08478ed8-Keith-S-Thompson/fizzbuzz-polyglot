      * (listing stays open, and a supervisor can override); while a
      * maintenance session holds the table, FIZZBUZZ refuses to
      * start.  Prevention beats the E007 post-mortem every time.
      *
      * No rule change is live the moment it is keyed.  Every session
      * opens with the operator's ID, and an add, change or retire
      * posts to the FZBRPND pending file under that ID with the
      * rule's before and after images; it reaches FZBRUL only when a
      * second, different operator approves it from the approval
      * option.  Every approval, every rejection and every supervisor
      * override of the interlock is appended to the permanent FZBRJNL
      * rules journal, which FZBRJRP prints - so "who put this rule
      * in" has an answer on file.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBMAINT.
            SELECT OPTIONAL Lock-File ASSIGN TO "FZBLCK"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Pending-File ASSIGN TO "FZBRPND"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBRPND-CHANGE-NO
                FILE STATUS IS Pending-File-Status.

            SELECT OPTIONAL Journal-File ASSIGN TO "FZBRJNL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Rules-File.
        FD  Lock-File.
            COPY FZBLOCK.

        FD  Pending-File.
            COPY FZBRPND.

        FD  Journal-File.
            COPY FZBRJNL.

        WORKING-STORAGE SECTION.
        01 Menu-Choice             PIC X(01).
        01 Rules-File-Status    PIC X(02).
        01 Pending-File-Status  PIC X(02).
        01 Override-Entry       PIC X(04).
        01 Lock-State-Found     PIC X(01) VALUE "F".
            88 Lock-Found-Free      VALUE "F".
            88 Lock-Found-Run       VALUE "R".
            88 Lock-Found-Maint     VALUE "M".
            88 Lock-Found-Parts     VALUE "P".
        01 Session-Date-Field   PIC 9(08) VALUE ZERO.
        01 Session-Time-Field   PIC 9(06) VALUE ZERO.
        01 Event-Date-Field     PIC 9(08) VALUE ZERO.
        01 Event-Time-Field     PIC 9(06) VALUE ZERO.
        01 Clock-Time-Field     PIC 9(08) VALUE ZERO.
        01 Operator-Id          PIC X(08) VALUE SPACES.

        01 Entry-Fields.
            05 Entry-Priority     PIC 9(02).
            05 Eff-Thru-Entry     PIC X(08).
            05 Eff-From-Value     PIC 9(08).
            05 Eff-Thru-Value     PIC 9(08).
            05 Entry-Change-No    PIC 9(05).
            05 Decision-Entry     PIC X(01).
            05 Remark-Entry       PIC X(30).

        01 Active-Rule-Count  PIC 9(02) VALUE ZERO.
        01 Max-Active-Rules   PIC 9(02) VALUE 05.
            05 Window-Entry-From   PIC 9(08) VALUE ZERO.
            05 Window-Entry-Thru   PIC 9(08) VALUE ZERO.

        01 Pending-Work-Fields.
            05 Pending-Action       PIC X(01).
            05 Rule-Image-Hold      PIC X(34).
            05 Next-Change-No       PIC 9(05) VALUE ZERO.
            05 Pending-Check-Priority PIC 9(02) VALUE ZERO.
            05 Pending-Count        PIC 9(05) VALUE ZERO.
            05 Apply-Failure-Reason PIC X(30).

        01 Switches.
            05 Done-Switch          PIC X(01) VALUE "N".
                88 All-Done             VALUE "Y".
                88 Updates-Restricted   VALUE "Y".
            05 Lock-Claim-Switch    PIC X(01) VALUE "N".
                88 We-Hold-The-Lock     VALUE "Y".
            05 Pending-At-End-Switch PIC X(01) VALUE "N".
                88 Pending-At-End        VALUE "Y".
            05 Pending-Clash-Switch PIC X(01) VALUE "N".
                88 Pending-Clash-Found   VALUE "Y".
                88 No-Pending-Clash      VALUE "N".
            05 Apply-Switch         PIC X(01) VALUE "N".
                88 Change-Was-Applied    VALUE "Y".
                88 Change-Not-Applied    VALUE "N".

        PROCEDURE DIVISION.
        Main-Line.
            ACCEPT Session-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO Session-Time-Field.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT Operator-Id.
            IF Operator-Id = SPACES
                DISPLAY "OPERATOR ID IS REQUIRED - SESSION ENDED"
            ELSE
                PERFORM Check-Maintenance-Interlock
                PERFORM Open-Rules-File
                PERFORM Open-Pending-File
                PERFORM UNTIL All-Done
                    PERFORM Display-Menu
                    ACCEPT Menu-Choice
                    EVALUATE Menu-Choice
                        WHEN "1" PERFORM Guard-Then-Add
                        WHEN "2" PERFORM Guard-Then-Change
                        WHEN "3" PERFORM Guard-Then-Retire
                        WHEN "4" PERFORM List-Rules
                        WHEN "5" PERFORM Guard-Then-Review
                        WHEN "9" SET All-Done TO TRUE
                        WHEN OTHER
                            DISPLAY "INVALID CHOICE - TRY AGAIN"
                    END-EVALUATE
                END-PERFORM
                CLOSE Rules-File
                CLOSE Pending-File
                PERFORM Release-Maintenance-Interlock
            END-IF.
            STOP RUN.

      *---------------------------------------------------------------
      * Read the shared run-state lock before touching the table.  An
      * R marker means FIZZBUZZ is mid-run or an abended run is still
      * waiting to restart, and a P marker that a partitioned run is
      * still waiting on FZBMRG: updates are refused for the session -
      * changing FZBRUL under any of them is how the E007 reject at
      * 2 a.m. happens - unless a supervisor keys the override, which is
      * journalled against the session's operator ID.  A free (or
      * missing) lock is claimed with an M marker so FIZZBUZZ refuses
      * to start while this session holds the table; a lock already
      * at M is a previous maintenance session, live or crashed, and
                END-READ
            END-PERFORM.
            CLOSE Lock-File.
            IF Lock-Found-Run OR Lock-Found-Parts
                DISPLAY "A RUN IS ACTIVE OR A RESTART IS PENDING - "
                    "UPDATES ARE LOCKED"
                DISPLAY "ENTER SUPV TO OVERRIDE, ANYTHING ELSE TO "
                ACCEPT Override-Entry
                IF Override-Entry = "SUPV"
                    DISPLAY "SUPERVISOR OVERRIDE ACCEPTED"
                    PERFORM Journal-Supervisor-Override
                ELSE
                    SET Updates-Restricted TO TRUE
                END-IF

      *---------------------------------------------------------------
      * Only a lock this session claimed is released - an overridden
      * session leaves the R or P marker standing, because the run it
      * belongs to is still the operative fact.
      *---------------------------------------------------------------
        Release-Maintenance-Interlock.
                PERFORM Retire-Rule
            END-IF.

        Guard-Then-Review.
            IF Updates-Restricted
                PERFORM Refuse-Locked-Update
            ELSE
                PERFORM Review-Pending-Changes
            END-IF.

        Refuse-Locked-Update.
            DISPLAY "UPDATES LOCKED - A RUN IS ACTIVE OR A RESTART "
                "IS PENDING".
                OPEN I-O Rules-File
            END-IF.

        Open-Pending-File.
            OPEN I-O Pending-File.
            IF Pending-File-Status NOT = "00"
                OPEN OUTPUT Pending-File
                CLOSE Pending-File
                OPEN I-O Pending-File
            END-IF.

        Display-Menu.
            DISPLAY " ".
            DISPLAY "FZBRUL RULE TABLE MAINTENANCE - OPERATOR "
                Operator-Id.
            DISPLAY "1. ADD A RULE".
            DISPLAY "2. CHANGE A RULE".
            DISPLAY "3. RETIRE A RULE".
            DISPLAY "4. LIST ALL RULES".
            DISPLAY "5. APPROVE OR REJECT PENDING CHANGES".
            DISPLAY "9. EXIT".
            DISPLAY "ENTER CHOICE: ".

      * expect to see a 6th in effect at once, but rules whose
      * windows never meet can coexist, which is exactly how next
      * quarter's scheme gets keyed while this quarter's still runs.
      * A rule that passes is posted as a pending add, not written.
      *---------------------------------------------------------------
        Add-Rule.
            DISPLAY "ENTER PRIORITY (01-99): ".
                NOT INVALID KEY
                    MOVE "Y" TO Record-Found-Switch
            END-READ.
            MOVE Entry-Priority TO Pending-Check-Priority.
            PERFORM Check-Pending-Priority.
            EVALUATE TRUE
                WHEN Record-Was-Found
                    DISPLAY "PRIORITY ALREADY IN USE - NOT ADDED"
                WHEN Pending-Clash-Found
                    DISPLAY "A CHANGE TO THAT PRIORITY IS ALREADY "
                        "AWAITING APPROVAL - NOT ADDED"
                WHEN OTHER
                    PERFORM Key-New-Rule
            END-EVALUATE.

        Key-New-Rule.
            DISPLAY "ENTER DIVISOR: ".
            ACCEPT Entry-Divisor.
            DISPLAY "ENTER LABEL (UP TO 10 CHARACTERS): ".
            ACCEPT Entry-Label.
            PERFORM Accept-Effective-Dates.
            PERFORM Validate-Entry.
            IF Entry-Is-Valid
                MOVE Entry-Priority TO Exclude-Priority
                PERFORM Count-Conflicting-Rules
                IF Active-Rule-Count NOT LESS THAN Max-Active-Rules
                    DISPLAY "5 ACTIVE RULES ALREADY SHARE THAT "
                        "EFFECTIVE WINDOW"
                ELSE
                    MOVE "A"    TO Pending-Action
                    MOVE SPACES TO Rule-Image-Hold
                    MOVE "A"    TO Entry-Status
                    MOVE SPACES TO New-Priority-Entry
                    PERFORM Post-Pending-Change
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * CHANGE - the priority must already exist; the divisor, label
      * and effective window are re-entered and re-validated before
      * the change is posted for approval.  A
      * blank new priority leaves the rule keyed where it is; any
      * other value moves it there instead, which the indexed file
      * can only do as a delete-and-rewrite since REWRITE cannot alter
      * a record's key.  The rule as read is held as the before image.
      *---------------------------------------------------------------
        Change-Rule.
            DISPLAY "ENTER PRIORITY TO CHANGE: ".
                    MOVE "N" TO Record-Found-Switch
                NOT INVALID KEY
                    MOVE "Y" TO Record-Found-Switch
                    MOVE FZBRULE-RECORD TO Rule-Image-Hold
            END-READ.
            IF Record-Was-Found
                MOVE Entry-Priority TO Pending-Check-Priority
                PERFORM Check-Pending-Priority
                IF Pending-Clash-Found
                    DISPLAY "A CHANGE TO THAT PRIORITY IS ALREADY "
                        "AWAITING APPROVAL - NOT CHANGED"
                    MOVE "N" TO Record-Found-Switch
                END-IF
            END-IF.
            IF Record-Was-Found
                MOVE FZBRULE-STATUS TO Entry-Status
                DISPLAY "ENTER NEW PRIORITY (BLANK = KEEP CURRENT): "
                    PERFORM Check-Change-Window-Room
                END-IF
                IF Entry-Is-Valid
                        AND New-Priority-Entry NOT = SPACES
                        AND New-Priority-Entry NOT = Entry-Priority
                    PERFORM Check-New-Priority-Free
                END-IF
                IF Entry-Is-Valid
                    MOVE "C" TO Pending-Action
                    PERFORM Post-Pending-Change
                END-IF
            END-IF.

      * left out of the count, since its old window is the one being
      * replaced.  Only an active rule can crowd the table; a retired
      * one keeps whatever window it likes.  The count scan moves the
      * file cursor, which is why the in-place path below rebuilds
      * every field of the record before the REWRITE.
      *---------------------------------------------------------------
        Check-Change-Window-Room.
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * A move to a new priority is refused at keying when the new
      * key is already on the table or already promised to another
      * pending change, rather than left to fail at approval.
      *---------------------------------------------------------------
        Check-New-Priority-Free.
            MOVE New-Priority-Entry TO New-Priority-Value.
            MOVE New-Priority-Value TO FZBRULE-PRIORITY.
            READ Rules-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "NEW PRIORITY ALREADY IN USE - NOT CHANGED"
                    SET Entry-Is-Invalid TO TRUE
            END-READ.
            IF Entry-Is-Valid
                MOVE New-Priority-Value TO Pending-Check-Priority
                PERFORM Check-Pending-Priority
                IF Pending-Clash-Found
                    DISPLAY "A CHANGE TO THE NEW PRIORITY IS ALREADY "
                        "AWAITING APPROVAL - NOT CHANGED"
                    SET Entry-Is-Invalid TO TRUE
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * RETIRE - a soft delete.  The record stays on the table (for
      * history) with its status flipped so FIZZBUZZ skips it; the
      * flip is posted for approval like any other change.
      *---------------------------------------------------------------
        Retire-Rule.
            DISPLAY "ENTER PRIORITY TO RETIRE: ".
            ACCEPT Entry-Priority.
            MOVE Entry-Priority TO FZBRULE-PRIORITY.
            READ Rules-File
                INVALID KEY
                    DISPLAY "PRIORITY NOT FOUND"
                    MOVE "N" TO Record-Found-Switch
                NOT INVALID KEY
                    MOVE "Y" TO Record-Found-Switch
                    MOVE FZBRULE-RECORD TO Rule-Image-Hold
            END-READ.
            IF Record-Was-Found
                MOVE Entry-Priority TO Pending-Check-Priority
                PERFORM Check-Pending-Priority
                IF Pending-Clash-Found
                    DISPLAY "A CHANGE TO THAT PRIORITY IS ALREADY "
                        "AWAITING APPROVAL - NOT RETIRED"
                ELSE
                    MOVE FZBRULE-DIVISOR  TO Entry-Divisor
                    MOVE FZBRULE-LABEL    TO Entry-Label
                    MOVE "R"              TO Entry-Status
                    MOVE SPACES           TO New-Priority-Entry
                    PERFORM Hold-Current-Window
                    MOVE "R" TO Pending-Action
                    PERFORM Post-Pending-Change
                END-IF
            END-IF.

        Hold-Current-Window.
            IF FZBRULE-EFF-FROM NUMERIC
                MOVE FZBRULE-EFF-FROM TO Eff-From-Value
            ELSE
                MOVE ZERO TO Eff-From-Value
            END-IF.
            IF FZBRULE-EFF-THRU NUMERIC
                MOVE FZBRULE-EFF-THRU TO Eff-Thru-Value
            ELSE
                MOVE ZERO TO Eff-Thru-Value
            END-IF.

      *---------------------------------------------------------------
      * One rule, one open change: a priority already named in the
      * before or after image of a pending change cannot take another
      * until the first is decided, so two approvers never race each
      * other onto the same key.
      *---------------------------------------------------------------
        Check-Pending-Priority.
            SET No-Pending-Clash TO TRUE.
            MOVE ZERO TO FZBRPND-CHANGE-NO.
            START Pending-File KEY IS NOT LESS THAN FZBRPND-CHANGE-NO
                INVALID KEY
                    CONTINUE
            END-START.
            MOVE "N" TO Pending-At-End-Switch.
            PERFORM UNTIL Pending-At-End
                READ Pending-File NEXT RECORD
                    AT END
                        SET Pending-At-End TO TRUE
                    NOT AT END
                        IF FZBRPND-PENDING
                                AND (FZBRPND-AFT-PRIORITY
                                        = Pending-Check-Priority
                                    OR FZBRPND-BEF-PRIORITY
                                        = Pending-Check-Priority)
                            SET Pending-Clash-Found TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

      *---------------------------------------------------------------
      * Post the keyed change under the next change number.  The
      * pending file is read front to back in key order, so the last
      * key seen is the highest in use.  The after image is built
      * from the entry fields; on a priority move its priority is the
      * new key.
      *---------------------------------------------------------------
        Post-Pending-Change.
            MOVE ZERO TO Next-Change-No.
            MOVE ZERO TO FZBRPND-CHANGE-NO.
            START Pending-File KEY IS NOT LESS THAN FZBRPND-CHANGE-NO
                INVALID KEY
                    CONTINUE
            END-START.
            MOVE "N" TO Pending-At-End-Switch.
            PERFORM UNTIL Pending-At-End
                READ Pending-File NEXT RECORD
                    AT END
                        SET Pending-At-End TO TRUE
                    NOT AT END
                        MOVE FZBRPND-CHANGE-NO TO Next-Change-No
                END-READ
            END-PERFORM.
            ADD 1 TO Next-Change-No.
            PERFORM Stamp-Event-Time.
            MOVE SPACES             TO FZBRPND-RECORD.
            MOVE Next-Change-No     TO FZBRPND-CHANGE-NO.
            MOVE Pending-Action     TO FZBRPND-ACTION.
            MOVE "P"                TO FZBRPND-STATUS.
            MOVE Operator-Id        TO FZBRPND-KEYED-BY.
            MOVE Event-Date-Field   TO FZBRPND-KEYED-DATE.
            MOVE Event-Time-Field   TO FZBRPND-KEYED-TIME.
            MOVE Rule-Image-Hold    TO FZBRPND-BEFORE-IMAGE.
            IF New-Priority-Entry = SPACES
                MOVE Entry-Priority TO FZBRPND-AFT-PRIORITY
            ELSE
                MOVE New-Priority-Entry TO New-Priority-Value
                MOVE New-Priority-Value TO FZBRPND-AFT-PRIORITY
            END-IF.
            MOVE Entry-Divisor      TO FZBRPND-AFT-DIVISOR.
            MOVE Entry-Label        TO FZBRPND-AFT-LABEL.
            MOVE Entry-Status       TO FZBRPND-AFT-STATUS.
            MOVE Eff-From-Value     TO FZBRPND-AFT-EFF-FROM.
            MOVE Eff-Thru-Value     TO FZBRPND-AFT-EFF-THRU.
            MOVE ZERO               TO FZBRPND-DECIDED-DATE.
            MOVE ZERO               TO FZBRPND-DECIDED-TIME.
            WRITE FZBRPND-RECORD
                INVALID KEY
                    DISPLAY "UNABLE TO POST CHANGE FOR APPROVAL"
                NOT INVALID KEY
                    DISPLAY "CHANGE " Next-Change-No
                        " POSTED - AWAITING APPROVAL BY A SECOND "
                        "OPERATOR"
            END-WRITE.

      *---------------------------------------------------------------
      * APPROVE / REJECT - the pending changes are listed, one is
      * picked by number, and its before and after images are shown
      * before the decision is keyed.  The operator who keyed a
      * change can never be the one who decides it.
      *---------------------------------------------------------------
        Review-Pending-Changes.
            PERFORM List-Pending-Changes.
            IF Pending-Count = ZERO
                DISPLAY "NO CHANGES ARE AWAITING APPROVAL"
            ELSE
                DISPLAY "ENTER CHANGE NUMBER TO DECIDE: "
                ACCEPT Entry-Change-No
                MOVE Entry-Change-No TO FZBRPND-CHANGE-NO
                READ Pending-File
                    INVALID KEY
                        DISPLAY "CHANGE NOT FOUND"
                        MOVE "N" TO Record-Found-Switch
                    NOT INVALID KEY
                        MOVE "Y" TO Record-Found-Switch
                END-READ
                IF Record-Was-Found
                    EVALUATE TRUE
                        WHEN NOT FZBRPND-PENDING
                            DISPLAY "CHANGE HAS ALREADY BEEN DECIDED"
                        WHEN FZBRPND-KEYED-BY = Operator-Id
                            DISPLAY "A CHANGE CANNOT BE APPROVED BY "
                                "THE OPERATOR WHO KEYED IT"
                        WHEN OTHER
                            PERFORM Decide-Pending-Change
                    END-EVALUATE
                END-IF
            END-IF.

        List-Pending-Changes.
            MOVE ZERO TO Pending-Count.
            DISPLAY "CHG#  ACT KEYED-BY KEYED-ON PRI DIVISOR LABEL"
                "      STATUS".
            MOVE ZERO TO FZBRPND-CHANGE-NO.
            START Pending-File KEY IS NOT LESS THAN FZBRPND-CHANGE-NO
                INVALID KEY
                    CONTINUE
            END-START.
            MOVE "N" TO Pending-At-End-Switch.
            PERFORM UNTIL Pending-At-End
                READ Pending-File NEXT RECORD
                    AT END
                        SET Pending-At-End TO TRUE
                    NOT AT END
                        IF FZBRPND-PENDING
                            ADD 1 TO Pending-Count
                            DISPLAY FZBRPND-CHANGE-NO SPACE
                                FZBRPND-ACTION "   "
                                FZBRPND-KEYED-BY SPACE
                                FZBRPND-KEYED-DATE SPACE
                                FZBRPND-AFT-PRIORITY "  "
                                FZBRPND-AFT-DIVISOR "   "
                                FZBRPND-AFT-LABEL SPACE
                                FZBRPND-AFT-STATUS
                        END-IF
                END-READ
            END-PERFORM.

        Decide-Pending-Change.
            DISPLAY "CHANGE " FZBRPND-CHANGE-NO " ACTION "
                FZBRPND-ACTION " KEYED BY " FZBRPND-KEYED-BY
                " ON " FZBRPND-KEYED-DATE.
            DISPLAY "BEFORE: " FZBRPND-BEF-PRIORITY SPACE
                FZBRPND-BEF-DIVISOR SPACE
                FZBRPND-BEF-LABEL SPACE
                FZBRPND-BEF-STATUS SPACE
                FZBRPND-BEF-EFF-FROM SPACE
                FZBRPND-BEF-EFF-THRU.
            DISPLAY "AFTER:  " FZBRPND-AFT-PRIORITY SPACE
                FZBRPND-AFT-DIVISOR SPACE
                FZBRPND-AFT-LABEL SPACE
                FZBRPND-AFT-STATUS SPACE
                FZBRPND-AFT-EFF-FROM SPACE
                FZBRPND-AFT-EFF-THRU.
            DISPLAY "ENTER A TO APPROVE, J TO REJECT, ANYTHING ELSE "
                "TO LEAVE PENDING: ".
            ACCEPT Decision-Entry.
            EVALUATE Decision-Entry
                WHEN "A"
                    PERFORM Approve-Pending-Change
                WHEN "J"
                    DISPLAY "ENTER REJECTION REASON: "
                    ACCEPT Remark-Entry
                    PERFORM Reject-Pending-Change
                WHEN OTHER
                    DISPLAY "CHANGE LEFT PENDING"
            END-EVALUATE.

      *---------------------------------------------------------------
      * Approval applies the change to FZBRUL with the same tests it
      * passed at keying, re-run against the table as it stands now -
      * time has passed, and other approvals may have landed since.
      * A change or retire also requires the rule to be exactly as
      * its before image recorded it; a rule that has moved on under
      * the change makes the change meaningless.  A change that can
      * no longer be applied is rejected in the approver's name with
      * the reason on the journal, so it is closed and rekeyed rather
      * than left pending forever.
      *---------------------------------------------------------------
        Approve-Pending-Change.
            SET Change-Not-Applied TO TRUE.
            MOVE SPACES TO Apply-Failure-Reason.
            PERFORM Load-Entry-From-Pending.
            EVALUATE TRUE
                WHEN FZBRPND-ADD
                    PERFORM Apply-Pending-Add
                WHEN FZBRPND-CHANGE
                    PERFORM Verify-Before-Image
                    IF Apply-Failure-Reason = SPACES
                        PERFORM Apply-Pending-Change
                    END-IF
                WHEN FZBRPND-RETIRE
                    PERFORM Verify-Before-Image
                    IF Apply-Failure-Reason = SPACES
                        PERFORM Apply-Pending-Retire
                    END-IF
            END-EVALUATE.
            IF Change-Was-Applied
                MOVE "A" TO FZBRPND-STATUS
                MOVE SPACES TO Remark-Entry
                PERFORM Record-Decision
            ELSE
                IF Apply-Failure-Reason = SPACES
                    MOVE "RULE FILE UPDATE FAILED"
                        TO Apply-Failure-Reason
                END-IF
                DISPLAY "CHANGE NOT APPLIED - " Apply-Failure-Reason
                MOVE Apply-Failure-Reason TO Remark-Entry
                PERFORM Reject-Pending-Change
            END-IF.

        Reject-Pending-Change.
            MOVE "J" TO FZBRPND-STATUS.
            PERFORM Record-Decision.

        Load-Entry-From-Pending.
            IF FZBRPND-ADD
                MOVE FZBRPND-AFT-PRIORITY TO Entry-Priority
            ELSE
                MOVE FZBRPND-BEF-PRIORITY TO Entry-Priority
            END-IF.
            MOVE FZBRPND-AFT-DIVISOR  TO Entry-Divisor.
            MOVE FZBRPND-AFT-LABEL    TO Entry-Label.
            MOVE FZBRPND-AFT-STATUS   TO Entry-Status.
            MOVE FZBRPND-AFT-EFF-FROM TO Eff-From-Value.
            MOVE FZBRPND-AFT-EFF-THRU TO Eff-Thru-Value.
            IF FZBRPND-AFT-PRIORITY = Entry-Priority
                MOVE SPACES TO New-Priority-Entry
            ELSE
                MOVE FZBRPND-AFT-PRIORITY TO New-Priority-Value
                MOVE New-Priority-Value   TO New-Priority-Entry
            END-IF.

        Verify-Before-Image.
            MOVE Entry-Priority TO FZBRULE-PRIORITY.
            READ Rules-File
                INVALID KEY
                    MOVE "RULE NO LONGER ON FILE"
                        TO Apply-Failure-Reason
                NOT INVALID KEY
                    MOVE FZBRULE-RECORD TO Rule-Image-Hold
                    IF Rule-Image-Hold NOT = FZBRPND-BEFORE-IMAGE
                        MOVE "RULE CHANGED SINCE KEYED"
                            TO Apply-Failure-Reason
                    END-IF
            END-READ.

        Apply-Pending-Add.
            MOVE Entry-Priority TO FZBRULE-PRIORITY.
            READ Rules-File
                INVALID KEY
                    MOVE "N" TO Record-Found-Switch
                NOT INVALID KEY
                    MOVE "Y" TO Record-Found-Switch
            END-READ.
            IF Record-Was-Found
                MOVE "PRIORITY NOW IN USE" TO Apply-Failure-Reason
            ELSE
                MOVE Entry-Priority TO Exclude-Priority
                PERFORM Count-Conflicting-Rules
                IF Active-Rule-Count NOT LESS THAN Max-Active-Rules
                    MOVE "5 ACTIVE RULES NOW SHARE WINDOW"
                        TO Apply-Failure-Reason
                ELSE
                    MOVE SPACES         TO FZBRULE-RECORD
                    MOVE Entry-Priority TO FZBRULE-PRIORITY
                    MOVE Entry-Divisor  TO FZBRULE-DIVISOR
                    MOVE Entry-Label    TO FZBRULE-LABEL
                    MOVE "A"            TO FZBRULE-STATUS
                    MOVE Eff-From-Value TO FZBRULE-EFF-FROM
                    MOVE Eff-Thru-Value TO FZBRULE-EFF-THRU
                    WRITE FZBRULE-RECORD
                        INVALID KEY
                            DISPLAY "UNABLE TO ADD RULE"
                        NOT INVALID KEY
                            DISPLAY "RULE ADDED"
                            SET Change-Was-Applied TO TRUE
                    END-WRITE
                END-IF
            END-IF.

        Apply-Pending-Change.
            SET Entry-Is-Valid TO TRUE.
            PERFORM Check-Change-Window-Room.
            IF Entry-Is-Invalid
                MOVE "5 ACTIVE RULES NOW SHARE WINDOW"
                    TO Apply-Failure-Reason
            ELSE
                IF New-Priority-Entry = SPACES
                    MOVE Rule-Image-Hold TO FZBRULE-RECORD
                    MOVE Entry-Priority TO FZBRULE-PRIORITY
                    MOVE Entry-Divisor  TO FZBRULE-DIVISOR
                    MOVE Entry-Label    TO FZBRULE-LABEL
                    MOVE Entry-Status   TO FZBRULE-STATUS
                    MOVE Eff-From-Value TO FZBRULE-EFF-FROM
                    MOVE Eff-Thru-Value TO FZBRULE-EFF-THRU
                    REWRITE FZBRULE-RECORD
                        INVALID KEY
                            DISPLAY "UNABLE TO CHANGE RULE"
                        NOT INVALID KEY
                            DISPLAY "RULE CHANGED"
                            SET Change-Was-Applied TO TRUE
                    END-REWRITE
                ELSE
                    PERFORM Change-Rule-Priority
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * Move a rule to a new priority.  The new key must not already
      * be in use; the new record is written first and the old one
            END-READ.
            IF Record-Was-Found
                DISPLAY "NEW PRIORITY ALREADY IN USE - RULE NOT MOVED"
                MOVE "NEW PRIORITY NOW IN USE" TO Apply-Failure-Reason
            ELSE
                MOVE Rule-Image-Hold TO FZBRULE-RECORD
                MOVE New-Priority-Value TO FZBRULE-PRIORITY
                MOVE Entry-Divisor  TO FZBRULE-DIVISOR
                MOVE Entry-Label    TO FZBRULE-LABEL
                MOVE Entry-Status   TO FZBRULE-STATUS
                    INVALID KEY
                        DISPLAY "UNABLE TO ADD RULE AT NEW PRIORITY"
                    NOT INVALID KEY
                        SET Change-Was-Applied TO TRUE
                        PERFORM Delete-Old-Priority
                END-WRITE
            END-IF.
                    DISPLAY "RULE MOVED TO NEW PRIORITY"
            END-DELETE.

        Apply-Pending-Retire.
            MOVE Rule-Image-Hold TO FZBRULE-RECORD.
            MOVE "R" TO FZBRULE-STATUS.
            REWRITE FZBRULE-RECORD
                INVALID KEY
                    DISPLAY "UNABLE TO RETIRE RULE"
                NOT INVALID KEY
                    DISPLAY "RULE RETIRED"
                    SET Change-Was-Applied TO TRUE
            END-REWRITE.

      *---------------------------------------------------------------
      * Close out the pending record in the deciding operator's name
      * and append the decision, with both images, to the journal.
      * The pending record is still the one Review-Pending-Changes
      * read - nothing in between reads the pending file.
      *---------------------------------------------------------------
        Record-Decision.
            PERFORM Stamp-Event-Time.
            MOVE Operator-Id      TO FZBRPND-DECIDED-BY.
            MOVE Event-Date-Field TO FZBRPND-DECIDED-DATE.
            MOVE Event-Time-Field TO FZBRPND-DECIDED-TIME.
            REWRITE FZBRPND-RECORD
                INVALID KEY
                    DISPLAY "UNABLE TO CLOSE PENDING CHANGE "
                        FZBRPND-CHANGE-NO
            END-REWRITE.
            MOVE SPACES               TO FZBRJNL-RECORD.
            MOVE Event-Date-Field     TO FZBRJNL-EVENT-DATE.
            MOVE Event-Time-Field     TO FZBRJNL-EVENT-TIME.
            MOVE FZBRPND-STATUS       TO FZBRJNL-EVENT-CODE.
            MOVE Operator-Id          TO FZBRJNL-OPERATOR.
            MOVE FZBRPND-CHANGE-NO    TO FZBRJNL-CHANGE-NO.
            MOVE FZBRPND-ACTION       TO FZBRJNL-ACTION.
            MOVE FZBRPND-KEYED-BY     TO FZBRJNL-KEYED-BY.
            MOVE FZBRPND-KEYED-DATE   TO FZBRJNL-KEYED-DATE.
            MOVE FZBRPND-KEYED-TIME   TO FZBRJNL-KEYED-TIME.
            MOVE FZBRPND-BEFORE-IMAGE TO FZBRJNL-BEFORE-IMAGE.
            MOVE FZBRPND-AFTER-IMAGE  TO FZBRJNL-AFTER-IMAGE.
            MOVE Remark-Entry         TO FZBRJNL-REMARK.
            PERFORM Write-Journal-Record.
            IF FZBRPND-APPROVED
                DISPLAY "CHANGE " FZBRPND-CHANGE-NO " APPROVED"
            ELSE
                DISPLAY "CHANGE " FZBRPND-CHANGE-NO " REJECTED"
            END-IF.

        Journal-Supervisor-Override.
            PERFORM Stamp-Event-Time.
            MOVE SPACES           TO FZBRJNL-RECORD.
            MOVE Event-Date-Field TO FZBRJNL-EVENT-DATE.
            MOVE Event-Time-Field TO FZBRJNL-EVENT-TIME.
            MOVE "S"              TO FZBRJNL-EVENT-CODE.
            MOVE Operator-Id      TO FZBRJNL-OPERATOR.
            MOVE "RUN-STATE INTERLOCK OVERRIDDEN" TO FZBRJNL-REMARK.
            PERFORM Write-Journal-Record.

        Write-Journal-Record.
            OPEN EXTEND Journal-File.
            WRITE FZBRJNL-RECORD.
            CLOSE Journal-File.

        Stamp-Event-Time.
            ACCEPT Event-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO Event-Time-Field.

      *---------------------------------------------------------------
      * A prior random READ or a prior full sequential scan (as

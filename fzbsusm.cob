      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Menu-driven working of the FZBSUS rejected-card suspense file.
      * FIZZBUZZ suspends every CYCCTL card it refuses for its own
      * parameters (E001-E004) or as an excess card (E012), so a bad
      * card is a work item someone clears instead of a line in an
      * error file nobody reads until the department asks where its
      * output went.  From here an operator lists what is waiting -
      * all of it, or one department's - and corrects or cancels it.
      *
      * A correction is keyed as the full parameter set, with the
      * card's current values shown alongside each prompt, and is
      * revalidated on the spot by the same tests FIZZBUZZ applies -
      * start not past end (E001), increment above zero (E002),
      * checkpoint interval above zero (E004) and the range within
      * FIZZBUZZ-OUT capacity (E003).  Only a clean correction is
      * kept: the corrected card image stands on the item, the item
      * moves to C, and FZBBLD merges it into the next deck it builds
      * and marks it merged.  A corrected item not yet merged can be
      * corrected again or cancelled.  A cancel needs a reason and a
      * confirmation, and closes the item.  Every action carries the
      * session operator's ID and the date and time it was taken.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBSUSM.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT Suspense-File ASSIGN TO "FZBSUS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBSUS-ITEM-NO
                FILE STATUS IS Suspense-File-Status.

        DATA DIVISION.
        FILE SECTION.
        FD  Suspense-File.
            COPY FZBSUS.

        WORKING-STORAGE SECTION.
        01 Menu-Choice             PIC X(01).
        01 Suspense-File-Status PIC X(02).
        01 Session-Date-Field   PIC 9(08) VALUE ZERO.
        01 Session-Time-Field   PIC 9(06) VALUE ZERO.
        01 Clock-Time-Field     PIC 9(08) VALUE ZERO.
        01 Operator-Id          PIC X(08) VALUE SPACES.

        01 Entry-Fields.
            05 Entry-Item-No      PIC 9(06).
            05 Entry-Dept-Filter  PIC X(04).
            05 Entry-Start        PIC 9(05).
            05 Entry-End          PIC 9(05).
            05 Entry-Increment    PIC S9(03)
                                  SIGN IS LEADING SEPARATE.
            05 Entry-Ckpt         PIC 9(05).
            05 Entry-Dept         PIC X(04).
            05 Confirm-Entry      PIC X(01).
            05 Reason-Entry       PIC X(30).

      *---------------------------------------------------------------
      * The card being corrected, in FZBCTL layout: loaded from the
      * item's current image, overlaid with the keyed values, and
      * written back as the corrected image once it passes.
      *---------------------------------------------------------------
            COPY FZBCTL REPLACING LEADING ==FZBCTL== BY ==SUSCTL==.

        01 Revalidation-Fields.
            05 Expected-Count       PIC 9(07) VALUE ZERO.
            05 Max-Output-Capacity  PIC 9(07) VALUE 0100000.

        01 Listing-Fields.
            05 Session-Integer    PIC 9(08) VALUE ZERO.
            05 Item-Age-Days      PIC 9(05) VALUE ZERO.
            05 Item-Age-Display   PIC ZZZZ9.
            05 Times-Display      PIC ZZ9.
            05 Listed-Count       PIC 9(05) VALUE ZERO.

        01 Switches.
            05 Done-Switch          PIC X(01) VALUE "N".
                88 All-Done             VALUE "Y".
            05 Suspense-At-End-Switch PIC X(01) VALUE "N".
                88 Suspense-At-End      VALUE "Y".
            05 Record-Found-Switch  PIC X(01) VALUE "N".
                88 Record-Was-Found     VALUE "Y".
            05 Item-Workable-Switch PIC X(01) VALUE "N".
                88 Item-Is-Workable     VALUE "Y".
                88 Item-Not-Workable    VALUE "N".
            05 Correction-Switch    PIC X(01) VALUE "Y".
                88 Correction-Is-Valid   VALUE "Y".
                88 Correction-Is-Invalid VALUE "N".

        PROCEDURE DIVISION.
        Main-Line.
            ACCEPT Session-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Session-Time-Field FROM TIME.
            COMPUTE Session-Integer =
                FUNCTION INTEGER-OF-DATE(Session-Date-Field).
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT Operator-Id.
            IF Operator-Id = SPACES
                DISPLAY "OPERATOR ID IS REQUIRED - SESSION ENDED"
            ELSE
                PERFORM Open-Suspense-File
                PERFORM UNTIL All-Done
                    PERFORM Display-Menu
                    ACCEPT Menu-Choice
                    EVALUATE Menu-Choice
                        WHEN "1" PERFORM List-Suspended-Cards
                        WHEN "2" PERFORM Correct-Suspended-Card
                        WHEN "3" PERFORM Cancel-Suspended-Card
                        WHEN "9" SET All-Done TO TRUE
                        WHEN OTHER
                            DISPLAY "INVALID CHOICE - TRY AGAIN"
                    END-EVALUATE
                END-PERFORM
                CLOSE Suspense-File
            END-IF.
            STOP RUN.

      *---------------------------------------------------------------
      * A brand-new installation with no FZBSUS yet gets an empty
      * file created on the fly, exactly as FIZZBUZZ would create it.
      *---------------------------------------------------------------
        Open-Suspense-File.
            OPEN I-O Suspense-File.
            IF Suspense-File-Status NOT = "00"
                OPEN OUTPUT Suspense-File
                CLOSE Suspense-File
                OPEN I-O Suspense-File
            END-IF.

        Display-Menu.
            DISPLAY " ".
            DISPLAY "FZBSUS REJECTED-CARD SUSPENSE - OPERATOR "
                Operator-Id.
            DISPLAY "1. LIST SUSPENDED CARDS".
            DISPLAY "2. CORRECT A SUSPENDED CARD".
            DISPLAY "3. CANCEL A SUSPENDED CARD".
            DISPLAY "9. EXIT".
            DISPLAY "ENTER CHOICE: ".

      *---------------------------------------------------------------
      * LIST - every item still waiting, open or corrected-but-not-
      * yet-merged, in item order, with its age in days since the
      * run that first refused it and how often it has been refused.
      *---------------------------------------------------------------
        List-Suspended-Cards.
            DISPLAY "ENTER DEPT CODE TO LIST, OR SPACES FOR ALL: ".
            ACCEPT Entry-Dept-Filter.
            MOVE ZERO TO Listed-Count.
            DISPLAY "ITEM#  ST SUSPENDED REQ CARD# DEPT ERRORS"
                "                AGE TIMES".
            MOVE ZERO TO FZBSUS-ITEM-NO.
            MOVE "N" TO Suspense-At-End-Switch.
            START Suspense-File KEY IS NOT LESS THAN FZBSUS-ITEM-NO
                INVALID KEY
                    SET Suspense-At-End TO TRUE
            END-START.
            PERFORM UNTIL Suspense-At-End
                READ Suspense-File NEXT RECORD
                    AT END
                        SET Suspense-At-End TO TRUE
                    NOT AT END
                        IF (FZBSUS-OPEN OR FZBSUS-CORRECTED)
                                AND (Entry-Dept-Filter = SPACES
                                  OR Entry-Dept-Filter
                                     = FZBSUS-DEPT-CODE)
                            PERFORM List-One-Item
                        END-IF
                END-READ
            END-PERFORM.
            IF Listed-Count = ZERO
                DISPLAY "NO CARDS ARE WAITING IN SUSPENSE"
            END-IF.

        List-One-Item.
            ADD 1 TO Listed-Count.
            PERFORM Compute-Item-Age.
            MOVE FZBSUS-TIMES-REJECTED TO Times-Display.
            DISPLAY FZBSUS-ITEM-NO SPACE
                FZBSUS-STATUS "  "
                FZBSUS-RUN-DATE SPACE
                FZBSUS-REQUEST-ID SPACE
                FZBSUS-CARD-NO SPACE
                FZBSUS-DEPT-CODE SPACE
                FZBSUS-ERROR-CODE(1) SPACE
                FZBSUS-ERROR-CODE(2) SPACE
                FZBSUS-ERROR-CODE(3) SPACE
                FZBSUS-ERROR-CODE(4) SPACE
                Item-Age-Display "   "
                Times-Display.

        Compute-Item-Age.
            IF FZBSUS-RUN-DATE NOT > Session-Date-Field
                COMPUTE Item-Age-Days = Session-Integer
                    - FUNCTION INTEGER-OF-DATE(FZBSUS-RUN-DATE)
            ELSE
                MOVE ZERO TO Item-Age-Days
            END-IF.
            MOVE Item-Age-Days TO Item-Age-Display.

      *---------------------------------------------------------------
      * The item an action is keyed against must exist and still be
      * waiting - a merged card is already in a deck, and a cancelled
      * one is closed.
      *---------------------------------------------------------------
        Read-Item-For-Action.
            SET Item-Not-Workable TO TRUE.
            DISPLAY "ENTER ITEM NUMBER: ".
            ACCEPT Entry-Item-No.
            MOVE Entry-Item-No TO FZBSUS-ITEM-NO.
            READ Suspense-File
                INVALID KEY
                    MOVE "N" TO Record-Found-Switch
                NOT INVALID KEY
                    MOVE "Y" TO Record-Found-Switch
            END-READ.
            EVALUATE TRUE
                WHEN NOT Record-Was-Found
                    DISPLAY "ITEM NOT FOUND"
                WHEN FZBSUS-MERGED
                    DISPLAY "ITEM WAS MERGED INTO THE DECK ON "
                        FZBSUS-MERGED-DATE " - NOTHING TO DO"
                WHEN FZBSUS-CANCELLED
                    DISPLAY "ITEM WAS CANCELLED BY " FZBSUS-ACTION-BY
                        " ON " FZBSUS-ACTION-DATE
                WHEN OTHER
                    SET Item-Is-Workable TO TRUE
                    PERFORM Display-Item
            END-EVALUATE.

        Display-Item.
            PERFORM Compute-Item-Age.
            MOVE FZBSUS-TIMES-REJECTED TO Times-Display.
            DISPLAY "ITEM " FZBSUS-ITEM-NO " STATUS " FZBSUS-STATUS
                " SUSPENDED " FZBSUS-RUN-DATE SPACE FZBSUS-RUN-TIME
                " AGE " Item-Age-Display " DAYS".
            DISPLAY "CARD " FZBSUS-CARD-NO " REQUEST "
                FZBSUS-REQUEST-ID " DEPT " FZBSUS-DEPT-CODE
                " REFUSED " Times-Display " TIMES, LAST "
                FZBSUS-LAST-REJECTED.
            DISPLAY "ERRORS:    " FZBSUS-ERROR-CODE(1) SPACE
                FZBSUS-ERROR-CODE(2) SPACE
                FZBSUS-ERROR-CODE(3) SPACE
                FZBSUS-ERROR-CODE(4).
            DISPLAY "ORIGINAL:  " FZBSUS-CARD-IMAGE(1:25).
            IF FZBSUS-CORRECTED
                DISPLAY "CORRECTED: " FZBSUS-CORRECTED-IMAGE(1:25)
                    " BY " FZBSUS-ACTION-BY " ON "
                    FZBSUS-ACTION-DATE
            END-IF.

      *---------------------------------------------------------------
      * CORRECT - the prompts show the card as it now stands (the
      * last correction, if there is one) and the restart and trial
      * switches are set to N: the card is going into a generated
      * deck behind other cards, where neither switch means anything.
      * The item stays exactly as it was unless the correction passes.
      *---------------------------------------------------------------
        Correct-Suspended-Card.
            PERFORM Read-Item-For-Action.
            IF Item-Is-Workable
                IF FZBSUS-CORRECTED
                    MOVE FZBSUS-CORRECTED-IMAGE TO SUSCTL-RECORD
                ELSE
                    MOVE FZBSUS-CARD-IMAGE TO SUSCTL-RECORD
                END-IF
                DISPLAY "ENTER START VALUE (WAS "
                    SUSCTL-START-VALUE "): "
                ACCEPT Entry-Start
                DISPLAY "ENTER END VALUE (WAS "
                    SUSCTL-END-VALUE "): "
                ACCEPT Entry-End
                DISPLAY "ENTER INCREMENT (WAS "
                    SUSCTL-INCREMENT "): "
                ACCEPT Entry-Increment
                DISPLAY "ENTER CHECKPOINT INTERVAL (WAS "
                    SUSCTL-CKPT-INTERVAL "): "
                ACCEPT Entry-Ckpt
                DISPLAY "ENTER DEPT CODE (WAS "
                    SUSCTL-DEPT-CODE "): "
                ACCEPT Entry-Dept
                MOVE Entry-Start     TO SUSCTL-START-VALUE
                MOVE Entry-End       TO SUSCTL-END-VALUE
                MOVE Entry-Increment TO SUSCTL-INCREMENT
                MOVE Entry-Ckpt      TO SUSCTL-CKPT-INTERVAL
                MOVE "N"             TO SUSCTL-RESTART-SW
                MOVE "N"             TO SUSCTL-TRIAL-SW
                MOVE Entry-Dept      TO SUSCTL-DEPT-CODE
                PERFORM Revalidate-Correction
                IF Correction-Is-Valid
                    PERFORM Post-Correction
                ELSE
                    DISPLAY "CORRECTION NOT ACCEPTED - ITEM LEFT AS "
                        "IT WAS"
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * FIZZBUZZ's own Validate-Control-Values tests, replayed on the
      * corrected card.  The capacity test can only be made against
      * the card alone here - the deck it will join does not exist
      * yet - so a card that fits on its own but not in the deck it
      * lands in is refused at run time and comes back to suspense.
      *---------------------------------------------------------------
        Revalidate-Correction.
            SET Correction-Is-Valid TO TRUE.
            IF SUSCTL-START-VALUE > SUSCTL-END-VALUE
                DISPLAY "E001 START VALUE IS GREATER THAN END VALUE"
                SET Correction-Is-Invalid TO TRUE
            END-IF.
            IF SUSCTL-INCREMENT NOT > ZERO
                DISPLAY "E002 INCREMENT MUST NOT BE ZERO OR NEGATIVE"
                SET Correction-Is-Invalid TO TRUE
            END-IF.
            IF SUSCTL-CKPT-INTERVAL = ZERO
                DISPLAY "E004 CHECKPOINT INTERVAL MUST BE GREATER "
                    "THAN ZERO"
                SET Correction-Is-Invalid TO TRUE
            END-IF.
            IF Correction-Is-Valid
                COMPUTE Expected-Count =
                    ((SUSCTL-END-VALUE - SUSCTL-START-VALUE)
                     / SUSCTL-INCREMENT) + 1
                IF Expected-Count > Max-Output-Capacity
                    DISPLAY "E003 RANGE EXCEEDS FIZZBUZZ-OUT FILE "
                        "CAPACITY"
                    SET Correction-Is-Invalid TO TRUE
                END-IF
            END-IF.

        Post-Correction.
            MOVE SUSCTL-RECORD      TO FZBSUS-CORRECTED-IMAGE.
            SET FZBSUS-CORRECTED TO TRUE.
            MOVE Operator-Id        TO FZBSUS-ACTION-BY.
            ACCEPT FZBSUS-ACTION-DATE FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO FZBSUS-ACTION-TIME.
            REWRITE FZBSUS-RECORD
                INVALID KEY
                    DISPLAY "ITEM COULD NOT BE UPDATED - STATUS "
                        Suspense-File-Status
                NOT INVALID KEY
                    DISPLAY "CORRECTION ACCEPTED - ITEM "
                        FZBSUS-ITEM-NO " JOINS THE NEXT DECK BUILT"
            END-REWRITE.

      *---------------------------------------------------------------
      * CANCEL - the request is withdrawn, not fixed.  The reason is
      * required: it is the only answer the department will get.
      *---------------------------------------------------------------
        Cancel-Suspended-Card.
            PERFORM Read-Item-For-Action.
            IF Item-Is-Workable
                DISPLAY "ENTER CANCEL REASON: "
                ACCEPT Reason-Entry
                IF Reason-Entry = SPACES
                    DISPLAY "A REASON IS REQUIRED - ITEM NOT CANCELLED"
                ELSE
                    DISPLAY "CONFIRM CANCEL OF ITEM " FZBSUS-ITEM-NO
                        " (Y/N): "
                    ACCEPT Confirm-Entry
                    IF Confirm-Entry = "Y"
                        PERFORM Post-Cancel
                    ELSE
                        DISPLAY "ITEM NOT CANCELLED"
                    END-IF
                END-IF
            END-IF.

        Post-Cancel.
            SET FZBSUS-CANCELLED TO TRUE.
            MOVE Reason-Entry       TO FZBSUS-CANCEL-REASON.
            MOVE Operator-Id        TO FZBSUS-ACTION-BY.
            ACCEPT FZBSUS-ACTION-DATE FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO FZBSUS-ACTION-TIME.
            REWRITE FZBSUS-RECORD
                INVALID KEY
                    DISPLAY "ITEM COULD NOT BE UPDATED - STATUS "
                        Suspense-File-Status
                NOT INVALID KEY
                    DISPLAY "ITEM " FZBSUS-ITEM-NO " CANCELLED"
            END-REWRITE.

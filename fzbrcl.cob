      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Generation recall.  Restores a catalogued FZBOUT/FZBTOTF
      * generation out of the FZBGEN store, named on an RCLCTL card
      * by the run date/time it was catalogued under, to where the
      * card says it goes: X puts FZBOUT and FZBTOTF back, with an
      * FZBRCLI recall identity beside them, for an FZBXTR resend -
      * the extract then carries the recalled run's identity, is
      * marked as a resend on the FZBXTF header and in FZBXLG, and
      * must reproduce the catalogued figures before it releases;
      * the released resend empties FZBRCLI behind it.  O and N put
      * the generation's FZBOUT back as FZBCOMP's FZBOUTO or FZBOUTN,
      * so "compare against the run before the cutover" is a recall
      * card instead of somebody's personal copy.  Up to one card per
      * destination: an X card and an O card together resend one
      * generation and compare another in the same job.
      *
      * Every card is checked before a single record is restored - a
      * bad destination, a destination named twice or a generation
      * not on the catalog refuses the whole recall.  Each restored
      * file is then counted and hashed back against its catalog
      * entry, and the FZBRCLI identity is only written once the
      * resend's files prove whole; any difference ends with a
      * nonzero return code so the scheduler never lets the extract
      * or compare step run on it.  A good recall is stamped on the
      * catalog entry.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBRCL.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT Recall-Card-File ASSIGN TO "RCLCTL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Catalog-File ASSIGN TO "FZBGCAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBGCAT-KEY
                FILE STATUS IS Catalog-File-Status.

            SELECT Generation-File ASSIGN TO "FZBGEN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBGEN-KEY
                FILE STATUS IS Generation-File-Status.

            SELECT Fizzbuzz-Out-File ASSIGN TO "FZBOUT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Totals-File ASSIGN TO "FZBTOTF"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Recall-Identity-File ASSIGN TO "FZBRCLI"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Old-Out-File ASSIGN TO "FZBOUTO"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT New-Out-File ASSIGN TO "FZBOUTN"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Recall-Report-File ASSIGN TO "FZBRCLR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Recall-Card-File.
            COPY FZBRCLC.

        FD  Catalog-File.
            COPY FZBGCAT.

        FD  Generation-File.
            COPY FZBGEN.

        FD  Fizzbuzz-Out-File.
            COPY FZBREC.

        FD  Totals-File.
            COPY FZBTOT.

        FD  Recall-Identity-File.
            COPY FZBRCLI.

        FD  Old-Out-File.
            COPY FZBREC REPLACING LEADING ==FZBREC== BY ==OLDREC==.

        FD  New-Out-File.
            COPY FZBREC REPLACING LEADING ==FZBREC== BY ==NEWREC==.

        FD  Recall-Report-File.
        01 Recall-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Catalog-File-Status     PIC X(02).
        01 Generation-File-Status  PIC X(02).

        01 Run-Date-Field    PIC 9(08) VALUE ZERO.
        01 Run-Time-Field    PIC 9(06) VALUE ZERO.
        01 Clock-Time-Field  PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------
      * One slot per destination card, checked and looked up before
      * anything is restored.
      *---------------------------------------------------------------
        01 Recall-Table.
            05 Recall-Count        PIC 9(02) VALUE ZERO.
            05 Recall-Entry OCCURS 3 TIMES.
                10 Recall-Run-Date    PIC 9(08).
                10 Recall-Run-Time    PIC 9(06).
                10 Recall-Target      PIC X(01).
                10 Recall-Out-Count   PIC 9(07).
                10 Recall-Hash-Total  PIC 9(10).
                10 Recall-Tot-Count   PIC 9(07).
                10 Recall-Request-Cnt PIC 9(03).
            05 Recall-Index        PIC 9(02) VALUE ZERO.
            05 Check-Index         PIC 9(02) VALUE ZERO.

        01 Restore-Counts.
            05 Out-Restored-Count  PIC 9(07) VALUE ZERO.
            05 Tot-Restored-Count  PIC 9(07) VALUE ZERO.
            05 Restored-Hash-Total PIC 9(10) VALUE ZERO.
            05 Cards-Read-Count    PIC 9(03) VALUE ZERO.

            COPY FZBREC REPLACING LEADING ==FZBREC== BY ==WRKREC==.

        01 Wanted-File-Type  PIC X(01) VALUE SPACE.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(26) VALUE
                "FIZZBUZZ GENERATION RECALL".
            05 FILLER        PIC X(32) VALUE SPACES.

        01 Column-Heading-Line.
            05 FILLER  PIC X(08) VALUE "RUN DATE".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(06) VALUE "TIME".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(07) VALUE "RESTORE".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(08) VALUE " OUT CNT".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(10) VALUE "HASH TOTAL".
            05 FILLER  PIC X(02) VALUE SPACES.
            05 FILLER  PIC X(24) VALUE "RESULT".
            05 FILLER  PIC X(07) VALUE SPACES.

        01 Recall-Detail-Line.
            05 RD-Run-Date   PIC 9(08).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RD-Run-Time   PIC 9(06).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RD-Target     PIC X(07).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RD-Out-Count  PIC ZZZZZZZ9.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RD-Hash-Total PIC 9(10).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RD-Result     PIC X(24).
            05 FILLER        PIC X(07) VALUE SPACES.

        01 Report-Text-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 TL-Text       PIC X(60).
            05 FILLER        PIC X(18) VALUE SPACES.

        01 Verdict-Line.
            05 FILLER          PIC X(20) VALUE "RECALL STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 FILLER          PIC X(46) VALUE SPACES.

        01 Switches.
            05 Card-At-End-Switch   PIC X(01) VALUE "N".
                88 Card-At-End          VALUE "Y".
            05 Image-At-End-Switch  PIC X(01) VALUE "N".
                88 Image-At-End         VALUE "Y".
            05 Files-Open-Switch    PIC X(01) VALUE "N".
                88 Catalog-Files-Open   VALUE "Y".
            05 Run-Viable-Switch    PIC X(01) VALUE "Y".
                88 Run-Is-Viable        VALUE "Y".
                88 Run-Is-Abandoned     VALUE "N".
            05 Restore-Good-Switch  PIC X(01) VALUE "Y".
                88 Restore-Is-Good      VALUE "Y".
                88 Restore-Is-Bad       VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            PERFORM Load-Recall-Cards.
            IF Run-Is-Viable
                PERFORM Open-Catalog-Files
                PERFORM Look-Up-Recalls
            END-IF.
            IF Run-Is-Viable
                PERFORM VARYING Recall-Index FROM 1 BY 1
                        UNTIL Recall-Index > Recall-Count
                    PERFORM Restore-One-Recall
                END-PERFORM
            END-IF.
            PERFORM Write-Recall-Summary.
            PERFORM Terminate-Run.
            STOP RUN.

        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO Run-Time-Field.
            OPEN OUTPUT Recall-Report-File.
            MOVE Run-Date-Field TO RT-Run-Date.
            WRITE Recall-Report-Record FROM Report-Title-Line.
            WRITE Recall-Report-Record FROM Column-Heading-Line
                AFTER ADVANCING 2 LINES.

      *---------------------------------------------------------------
      * Three destinations, so three cards at most; a fourth, an
      * unknown destination or a destination named twice cannot be
      * honoured as keyed, and the recall is refused as a whole.
      *---------------------------------------------------------------
        Load-Recall-Cards.
            OPEN INPUT Recall-Card-File.
            PERFORM UNTIL Card-At-End
                READ Recall-Card-File
                    AT END
                        SET Card-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Cards-Read-Count
                        PERFORM Store-Recall-Card
                END-READ
            END-PERFORM.
            CLOSE Recall-Card-File.
            IF Cards-Read-Count = ZERO
                MOVE "NO RECALL CARD - NOTHING TO RESTORE" TO TL-Text
                PERFORM Write-Report-Text-Line
                SET Run-Is-Abandoned TO TRUE
            END-IF.

        Store-Recall-Card.
            EVALUATE TRUE
                WHEN Recall-Count NOT < 3
                    MOVE "MORE THAN ONE CARD PER DESTINATION" TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
                WHEN FZBRCLC-RUN-DATE NOT NUMERIC
                        OR FZBRCLC-RUN-TIME NOT NUMERIC
                    MOVE "RECALL CARD RUN DATE/TIME NOT NUMERIC"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
                WHEN NOT FZBRCLC-TO-EXTRACT
                        AND NOT FZBRCLC-TO-COMP-OLD
                        AND NOT FZBRCLC-TO-COMP-NEW
                    MOVE "RECALL CARD DESTINATION IS NOT X, O OR N"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
                WHEN OTHER
                    PERFORM Check-Duplicate-Target
                    ADD 1 TO Recall-Count
                    MOVE FZBRCLC-RUN-DATE
                        TO Recall-Run-Date(Recall-Count)
                    MOVE FZBRCLC-RUN-TIME
                        TO Recall-Run-Time(Recall-Count)
                    MOVE FZBRCLC-TARGET
                        TO Recall-Target(Recall-Count)
            END-EVALUATE.

        Check-Duplicate-Target.
            PERFORM VARYING Check-Index FROM 1 BY 1
                    UNTIL Check-Index > Recall-Count
                IF Recall-Target(Check-Index) = FZBRCLC-TARGET
                    MOVE "DESTINATION NAMED ON MORE THAN ONE CARD"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
                END-IF
            END-PERFORM.

        Open-Catalog-Files.
            OPEN I-O Catalog-File.
            OPEN INPUT Generation-File.
            SET Catalog-Files-Open TO TRUE.
            IF Catalog-File-Status NOT = "00"
                    OR Generation-File-Status NOT = "00"
                MOVE "GENERATION CATALOG OR STORE CANNOT BE OPENED"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
                SET Run-Is-Abandoned TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * Every named generation must be on the catalog; its entry's
      * figures are what the restored files are proved against.
      *---------------------------------------------------------------
        Look-Up-Recalls.
            PERFORM VARYING Recall-Index FROM 1 BY 1
                    UNTIL Recall-Index > Recall-Count
                       OR Run-Is-Abandoned
                MOVE Recall-Run-Date(Recall-Index) TO FZBGCAT-RUN-DATE
                MOVE Recall-Run-Time(Recall-Index) TO FZBGCAT-RUN-TIME
                READ Catalog-File
                    INVALID KEY
                        PERFORM Report-Not-Catalogued
                    NOT INVALID KEY
                        MOVE FZBGCAT-OUT-COUNT
                            TO Recall-Out-Count(Recall-Index)
                        MOVE FZBGCAT-HASH-TOTAL
                            TO Recall-Hash-Total(Recall-Index)
                        MOVE FZBGCAT-TOT-COUNT
                            TO Recall-Tot-Count(Recall-Index)
                        MOVE FZBGCAT-REQUEST-CNT
                            TO Recall-Request-Cnt(Recall-Index)
                END-READ
            END-PERFORM.

        Report-Not-Catalogued.
            PERFORM Move-Recall-To-Line.
            MOVE ZERO TO RD-Out-Count.
            MOVE ZERO TO RD-Hash-Total.
            MOVE "NOT ON CATALOG" TO RD-Result.
            PERFORM Write-Recall-Detail-Line.
            SET Run-Is-Abandoned TO TRUE.

      *---------------------------------------------------------------
      * The store is read from the generation's first image of the
      * file wanted, in sequence order, which is the file's original
      * order; the restored file is counted and hashed as it is
      * written, and must come back to the catalog's figures.
      *---------------------------------------------------------------
        Restore-One-Recall.
            SET Restore-Is-Good TO TRUE.
            MOVE ZERO TO Out-Restored-Count.
            MOVE ZERO TO Tot-Restored-Count.
            MOVE ZERO TO Restored-Hash-Total.
            EVALUATE Recall-Target(Recall-Index)
                WHEN "X"
                    OPEN OUTPUT Fizzbuzz-Out-File
                    OPEN OUTPUT Totals-File
                    OPEN OUTPUT Recall-Identity-File
                WHEN "O"
                    OPEN OUTPUT Old-Out-File
                WHEN "N"
                    OPEN OUTPUT New-Out-File
            END-EVALUATE.
            MOVE "O" TO Wanted-File-Type.
            PERFORM Restore-Image-File.
            IF Recall-Target(Recall-Index) = "X"
                MOVE "T" TO Wanted-File-Type
                PERFORM Restore-Image-File
                IF Tot-Restored-Count
                        NOT = Recall-Tot-Count(Recall-Index)
                    SET Restore-Is-Bad TO TRUE
                END-IF
            END-IF.
            IF Out-Restored-Count NOT = Recall-Out-Count(Recall-Index)
                    OR Restored-Hash-Total
                        NOT = Recall-Hash-Total(Recall-Index)
                SET Restore-Is-Bad TO TRUE
            END-IF.
            EVALUATE Recall-Target(Recall-Index)
                WHEN "X"
                    IF Restore-Is-Good
                        PERFORM Write-Recall-Identity
                    END-IF
                    CLOSE Fizzbuzz-Out-File
                    CLOSE Totals-File
                    CLOSE Recall-Identity-File
                WHEN "O"
                    CLOSE Old-Out-File
                WHEN "N"
                    CLOSE New-Out-File
            END-EVALUATE.
            PERFORM Move-Recall-To-Line.
            MOVE Out-Restored-Count TO RD-Out-Count.
            MOVE Restored-Hash-Total TO RD-Hash-Total.
            IF Restore-Is-Good
                MOVE "RESTORED" TO RD-Result
                PERFORM Stamp-Catalog-Entry
            ELSE
                MOVE "DIFFERS FROM CATALOG" TO RD-Result
                SET Run-Is-Abandoned TO TRUE
            END-IF.
            PERFORM Write-Recall-Detail-Line.

        Restore-Image-File.
            MOVE "N" TO Image-At-End-Switch.
            MOVE Recall-Run-Date(Recall-Index) TO FZBGEN-RUN-DATE.
            MOVE Recall-Run-Time(Recall-Index) TO FZBGEN-RUN-TIME.
            MOVE Wanted-File-Type TO FZBGEN-FILE-TYPE.
            MOVE ZERO TO FZBGEN-SEQ-NO.
            START Generation-File KEY IS NOT LESS THAN FZBGEN-KEY
                INVALID KEY
                    SET Image-At-End TO TRUE
            END-START.
            PERFORM UNTIL Image-At-End
                READ Generation-File NEXT RECORD
                    AT END
                        SET Image-At-End TO TRUE
                    NOT AT END
                        IF FZBGEN-RUN-DATE
                                = Recall-Run-Date(Recall-Index)
                            AND FZBGEN-RUN-TIME
                                = Recall-Run-Time(Recall-Index)
                            AND FZBGEN-FILE-TYPE = Wanted-File-Type
                            PERFORM Write-Restored-Image
                        ELSE
                            SET Image-At-End TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

        Write-Restored-Image.
            IF FZBGEN-OUT-IMAGE
                PERFORM Write-Out-Image
            ELSE
                PERFORM Write-Tot-Image
            END-IF.

        Write-Out-Image.
            MOVE FZBGEN-IMAGE TO WRKREC-RECORD.
            ADD 1 TO Out-Restored-Count.
            ADD WRKREC-I-VALUE TO Restored-Hash-Total.
            EVALUATE Recall-Target(Recall-Index)
                WHEN "X"
                    MOVE WRKREC-RECORD TO FZBREC-RECORD
                    WRITE FZBREC-RECORD
                WHEN "O"
                    MOVE WRKREC-RECORD TO OLDREC-RECORD
                    WRITE OLDREC-RECORD
                WHEN "N"
                    MOVE WRKREC-RECORD TO NEWREC-RECORD
                    WRITE NEWREC-RECORD
            END-EVALUATE.

        Write-Tot-Image.
            ADD 1 TO Tot-Restored-Count.
            MOVE FZBGEN-IMAGE TO FZBTOT-RECORD.
            WRITE FZBTOT-RECORD.

        Write-Recall-Identity.
            MOVE SPACES TO FZBRCLI-RECORD.
            MOVE Recall-Run-Date(Recall-Index)    TO FZBRCLI-RUN-DATE.
            MOVE Recall-Run-Time(Recall-Index)    TO FZBRCLI-RUN-TIME.
            MOVE Recall-Out-Count(Recall-Index)   TO FZBRCLI-OUT-COUNT.
            MOVE Recall-Hash-Total(Recall-Index)
                TO FZBRCLI-HASH-TOTAL.
            MOVE Recall-Request-Cnt(Recall-Index)
                TO FZBRCLI-REQUEST-CNT.
            MOVE Run-Date-Field TO FZBRCLI-RECALL-DATE.
            MOVE Run-Time-Field TO FZBRCLI-RECALL-TIME.
            WRITE FZBRCLI-RECORD.

        Stamp-Catalog-Entry.
            MOVE Recall-Run-Date(Recall-Index) TO FZBGCAT-RUN-DATE.
            MOVE Recall-Run-Time(Recall-Index) TO FZBGCAT-RUN-TIME.
            READ Catalog-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE Run-Date-Field TO FZBGCAT-LAST-RECALL
                    IF FZBGCAT-RECALL-COUNT < 999
                        ADD 1 TO FZBGCAT-RECALL-COUNT
                    END-IF
                    REWRITE FZBGCAT-RECORD
                        INVALID KEY
                            DISPLAY "FZBRCL: UNABLE TO STAMP RECALL "
                                FZBGCAT-KEY
                    END-REWRITE
            END-READ.

        Move-Recall-To-Line.
            MOVE Recall-Run-Date(Recall-Index) TO RD-Run-Date.
            MOVE Recall-Run-Time(Recall-Index) TO RD-Run-Time.
            EVALUATE Recall-Target(Recall-Index)
                WHEN "X"   MOVE "RESEND"  TO RD-Target
                WHEN "O"   MOVE "FZBOUTO" TO RD-Target
                WHEN "N"   MOVE "FZBOUTN" TO RD-Target
            END-EVALUATE.

        Write-Recall-Detail-Line.
            WRITE Recall-Report-Record FROM Recall-Detail-Line
                AFTER ADVANCING 1 LINES.

        Write-Report-Text-Line.
            WRITE Recall-Report-Record FROM Report-Text-Line
                AFTER ADVANCING 1 LINES.

        Write-Recall-Summary.
            IF Run-Is-Viable
                MOVE "RESTORED" TO VL-Verdict
            ELSE
                MOVE "REFUSED" TO VL-Verdict
            END-IF.
            WRITE Recall-Report-Record FROM Verdict-Line
                AFTER ADVANCING 2 LINES.

        Terminate-Run.
            CLOSE Recall-Report-File.
            IF Catalog-Files-Open
                CLOSE Catalog-File
                CLOSE Generation-File
            END-IF.
            IF Run-Is-Abandoned
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the records it restored and the return code
      * it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            COMPUTE Step-Record-Volume =
                Out-Restored-Count + Tot-Restored-Count.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBRCL" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Forward recovery of the FZBMAST classification master.  The
      * master is rebuilt from empty out of a FZBBKP backup, then
      * rolled forward through the FZBCHS history rows posted after
      * that backup was taken, up to the point in time keyed on the
      * RCVCTL card.  Rolling forward to the end of the history
      * recovers a damaged master; stopping just short of a bad load
      * backs that load out, since none of its rows are replayed.
      *
      * The backup is loaded only if it proves to its own trailer:
      * header and trailer present and agreeing on the date/time,
      * and the details adding up to the trailer's value count and
      * I-value hash total.  Each history row must chain onto the
      * master as rebuilt so far - an add row for a value not yet
      * on it, a change row whose old answer is the answer the value
      * holds - or it is not applied and is listed.  The rebuilt
      * master is then read end to end and proved: its value count
      * and hash total must equal the backup trailer's plus the
      * values the applied add rows brought in.  Only a clean
      * replay that proves is RECOVERED; anything else ends with a
      * nonzero return code and the report says what did not fit.
      *
      * A value reposted with no change leaves no history row, so a
      * recovered value carries the posted date and request id of
      * the last load that added or changed it, which may be older
      * than what the damaged master held.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBRCV.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL Recovery-Card-File ASSIGN TO "RCVCTL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Backup-File ASSIGN TO "FZBMBK"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL History-File ASSIGN TO "FZBCHS"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Master-File ASSIGN TO "FZBMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FZBMAST-I-VALUE
                FILE STATUS IS Master-File-Status.

            SELECT Recovery-Report-File ASSIGN TO "FZBRCVR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Recovery-Card-File.
            COPY FZBRCVC.

        FD  Backup-File.
            COPY FZBMBK.

        FD  History-File.
            COPY FZBHSTY.

        FD  Master-File.
            COPY FZBMAST.

        FD  Recovery-Report-File.
        01 Recovery-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Master-File-Status  PIC X(02).

        01 Run-Date-Field    PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------
      * Points in time are compared as one fourteen-digit date/time,
      * so a row is placed against the backup and the card in a
      * single test.
      *---------------------------------------------------------------
        01 Backup-Point.
            05 Backup-Date         PIC 9(08) VALUE ZERO.
            05 Backup-Time         PIC 9(06) VALUE ZERO.
        01 Backup-Point-Value REDEFINES Backup-Point PIC 9(14).

        01 Upto-Point.
            05 Upto-Date           PIC 9(08) VALUE ZERO.
            05 Upto-Time           PIC 9(06) VALUE ZERO.
        01 Upto-Point-Value REDEFINES Upto-Point PIC 9(14).

        01 Row-Point.
            05 Row-Date            PIC 9(08) VALUE ZERO.
            05 Row-Time            PIC 9(06) VALUE ZERO.
        01 Row-Point-Value REDEFINES Row-Point PIC 9(14).

        01 Backup-Counts.
            05 Header-Count        PIC 9(07) VALUE ZERO.
            05 Trailer-Count       PIC 9(07) VALUE ZERO.
            05 Unknown-Count       PIC 9(07) VALUE ZERO.
            05 Detail-Count        PIC 9(07) VALUE ZERO.
            05 Detail-Hash-Total   PIC 9(10) VALUE ZERO.
            05 Trailer-Rec-Count   PIC 9(07) VALUE ZERO.
            05 Trailer-Hash-Total  PIC 9(10) VALUE ZERO.
            05 Trailer-Date        PIC 9(08) VALUE ZERO.
            05 Trailer-Time        PIC 9(06) VALUE ZERO.
            05 Values-Loaded       PIC 9(07) VALUE ZERO.

        01 Roll-Forward-Counts.
            05 History-Rows-Read   PIC 9(07) VALUE ZERO.
            05 Rows-Before-Backup  PIC 9(07) VALUE ZERO.
            05 Rows-After-Point    PIC 9(07) VALUE ZERO.
            05 Adds-Applied        PIC 9(07) VALUE ZERO.
            05 Changes-Applied     PIC 9(07) VALUE ZERO.
            05 Rows-Not-Applied    PIC 9(07) VALUE ZERO.
            05 Added-Hash-Total    PIC 9(10) VALUE ZERO.

        01 Proof-Counts.
            05 Expected-Count      PIC 9(07) VALUE ZERO.
            05 Expected-Hash-Total PIC 9(10) VALUE ZERO.
            05 Rebuilt-Count       PIC 9(07) VALUE ZERO.
            05 Rebuilt-Hash-Total  PIC 9(10) VALUE ZERO.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(34) VALUE
                "FIZZBUZZ MASTER RECOVERY - FZBMAST".
            05 FILLER        PIC X(24) VALUE SPACES.

        01 Identity-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 IL-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 IL-Run-Date   PIC 9(08).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 IL-Run-Time   PIC 9(06).
            05 FILLER        PIC X(31) VALUE SPACES.

        01 Report-Count-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RC-Label      PIC X(30).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 RC-Count      PIC ZZZZZZZZZ9.
            05 FILLER        PIC X(36) VALUE SPACES.

        01 Report-Text-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 TL-Text       PIC X(60).
            05 FILLER        PIC X(18) VALUE SPACES.

        01 Exception-Line.
            05 FILLER        PIC X(02) VALUE SPACES.
            05 XL-I-Value    PIC 9(05).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 XL-Row-Type   PIC X(06).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 XL-Posted     PIC 9(08).
            05 FILLER        PIC X(01) VALUE SPACES.
            05 XL-Time       PIC 9(06).
            05 FILLER        PIC X(02) VALUE SPACES.
            05 XL-Reason     PIC X(40).
            05 FILLER        PIC X(06) VALUE SPACES.

        01 Verdict-Line.
            05 FILLER          PIC X(20) VALUE "RECOVERY STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 FILLER          PIC X(46) VALUE SPACES.

        01 Switches.
            05 Card-Missing-Switch  PIC X(01) VALUE "N".
                88 Card-Is-Missing      VALUE "Y".
            05 Backup-At-End-Switch PIC X(01) VALUE "N".
                88 Backup-At-End        VALUE "Y".
            05 History-At-End-Switch PIC X(01) VALUE "N".
                88 History-At-End       VALUE "Y".
            05 Master-At-End-Switch PIC X(01) VALUE "N".
                88 Master-At-End        VALUE "Y".
            05 Master-Open-Switch   PIC X(01) VALUE "N".
                88 Master-Is-Open       VALUE "Y".
            05 Proof-Switch         PIC X(01) VALUE "N".
                88 Rebuild-Is-Proven    VALUE "Y".
            05 Run-Viable-Switch    PIC X(01) VALUE "Y".
                88 Run-Is-Viable        VALUE "Y".
                88 Run-Is-Abandoned     VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            IF Run-Is-Viable
                PERFORM Prove-Backup
            END-IF.
            IF Run-Is-Viable
                PERFORM Reload-Backup
            END-IF.
            IF Run-Is-Viable
                PERFORM Roll-Forward
                PERFORM Prove-Rebuilt-Master
            END-IF.
            PERFORM Write-Recovery-Summary.
            PERFORM Terminate-Run.
            STOP RUN.

      *---------------------------------------------------------------
      * The point in time is never defaulted: rebuilding to the
      * wrong point is as bad as the damage being repaired.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            OPEN INPUT Recovery-Card-File.
            READ Recovery-Card-File
                AT END
                    SET Card-Is-Missing TO TRUE
                NOT AT END
                    IF FZBRCVC-UPTO-DATE NUMERIC
                            AND FZBRCVC-UPTO-TIME NUMERIC
                        MOVE FZBRCVC-UPTO-DATE TO Upto-Date
                        MOVE FZBRCVC-UPTO-TIME TO Upto-Time
                    END-IF
            END-READ.
            CLOSE Recovery-Card-File.
            OPEN OUTPUT Recovery-Report-File.
            MOVE Run-Date-Field TO RT-Run-Date.
            WRITE Recovery-Report-Record FROM Report-Title-Line.
            IF Card-Is-Missing OR Upto-Date = ZERO
                MOVE "RECOVERY CARD MISSING OR POINT IN TIME NOT VALID"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
                SET Run-Is-Abandoned TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * A first pass over the backup, before the master is touched:
      * exactly one header and one trailer, agreeing on the date/
      * time, and details that add up to the trailer.  A backup that
      * fails is not loaded, and the damaged master is left as it is
      * for a better backup to replace.
      *---------------------------------------------------------------
        Prove-Backup.
            OPEN INPUT Backup-File.
            PERFORM UNTIL Backup-At-End
                READ Backup-File
                    AT END
                        SET Backup-At-End TO TRUE
                    NOT AT END
                        PERFORM Tally-Backup-Record
                END-READ
            END-PERFORM.
            CLOSE Backup-File.
            MOVE "BACKUP TAKEN AS OF" TO IL-Label.
            MOVE Backup-Date TO IL-Run-Date.
            MOVE Backup-Time TO IL-Run-Time.
            WRITE Recovery-Report-Record FROM Identity-Line
                AFTER ADVANCING 2 LINES.
            MOVE "ROLL FORWARD THROUGH" TO IL-Label.
            MOVE Upto-Date TO IL-Run-Date.
            MOVE Upto-Time TO IL-Run-Time.
            WRITE Recovery-Report-Record FROM Identity-Line
                AFTER ADVANCING 1 LINES.
            MOVE "BACKUP TRAILER VALUE COUNT" TO RC-Label.
            MOVE Trailer-Rec-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "BACKUP DETAILS READ" TO RC-Label.
            MOVE Detail-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "BACKUP TRAILER HASH TOTAL" TO RC-Label.
            MOVE Trailer-Hash-Total TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "BACKUP DETAILS HASH TOTAL" TO RC-Label.
            MOVE Detail-Hash-Total TO RC-Count.
            PERFORM Write-Report-Count-Line.
            EVALUATE TRUE
                WHEN Header-Count NOT = 1 OR Trailer-Count NOT = 1
                        OR Unknown-Count NOT = ZERO
                    MOVE
                        "BACKUP IS NOT ONE HEADER, DETAILS, ONE TRAILER"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
                WHEN Trailer-Date NOT = Backup-Date
                        OR Trailer-Time NOT = Backup-Time
                    MOVE "BACKUP HEADER AND TRAILER DATE/TIME DIFFER"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
                WHEN Detail-Count NOT = Trailer-Rec-Count
                        OR Detail-Hash-Total NOT = Trailer-Hash-Total
                    MOVE "BACKUP FAILS ITS OWN TRAILER - NOT LOADED"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
                WHEN Upto-Point-Value < Backup-Point-Value
                    MOVE "POINT IN TIME IS BEFORE THE BACKUP WAS TAKEN"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
            END-EVALUATE.

        Tally-Backup-Record.
            EVALUATE TRUE
                WHEN FZBMBK-H-TYPE
                    ADD 1 TO Header-Count
                    MOVE FZBMBK-H-BACKUP-DATE TO Backup-Date
                    MOVE FZBMBK-H-BACKUP-TIME TO Backup-Time
                WHEN FZBMBK-D-TYPE
                    ADD 1 TO Detail-Count
                    ADD FZBMBK-D-I-VALUE TO Detail-Hash-Total
                WHEN FZBMBK-T-TYPE
                    ADD 1 TO Trailer-Count
                    MOVE FZBMBK-T-BACKUP-DATE  TO Trailer-Date
                    MOVE FZBMBK-T-BACKUP-TIME  TO Trailer-Time
                    MOVE FZBMBK-T-RECORD-COUNT TO Trailer-Rec-Count
                    MOVE FZBMBK-T-HASH-TOTAL   TO Trailer-Hash-Total
                WHEN OTHER
                    ADD 1 TO Unknown-Count
            END-EVALUATE.

      *---------------------------------------------------------------
      * The master is recreated empty and the proven backup written
      * into it, value by value.  A master another step is holding
      * cannot be rebuilt under it; that refuses the recovery.
      *---------------------------------------------------------------
        Reload-Backup.
            OPEN OUTPUT Master-File.
            CLOSE Master-File.
            OPEN I-O Master-File.
            IF Master-File-Status NOT = "00"
                MOVE "FZBMAST CANNOT BE OPENED - NOTHING RELOADED"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
                SET Run-Is-Abandoned TO TRUE
            ELSE
                SET Master-Is-Open TO TRUE
                PERFORM Load-Backup-File
            END-IF.

        Load-Backup-File.
            MOVE "N" TO Backup-At-End-Switch.
            OPEN INPUT Backup-File.
            PERFORM UNTIL Backup-At-End
                READ Backup-File
                    AT END
                        SET Backup-At-End TO TRUE
                    NOT AT END
                        IF FZBMBK-D-TYPE
                            PERFORM Load-Backup-Detail
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Backup-File.
            MOVE "VALUES RELOADED FROM BACKUP" TO RC-Label.
            MOVE Values-Loaded TO RC-Count.
            PERFORM Write-Report-Count-Line.

        Load-Backup-Detail.
            MOVE SPACES TO FZBMAST-RECORD.
            MOVE FZBMBK-D-I-VALUE      TO FZBMAST-I-VALUE.
            MOVE FZBMBK-D-CLASS-CODE   TO FZBMAST-CLASS-CODE.
            MOVE FZBMBK-D-DISPLAY-TEXT TO FZBMAST-DISPLAY-TEXT.
            MOVE FZBMBK-D-POSTED-DATE  TO FZBMAST-POSTED-DATE.
            MOVE FZBMBK-D-REQUEST-ID   TO FZBMAST-REQUEST-ID.
            WRITE FZBMAST-RECORD
                INVALID KEY
                    DISPLAY "FZBRCV: UNABLE TO RELOAD VALUE "
                        FZBMBK-D-I-VALUE
                NOT INVALID KEY
                    ADD 1 TO Values-Loaded
            END-WRITE.

      *---------------------------------------------------------------
      * FZBCHS is appended in run order, so it is read front to back
      * and each row placed by the date/time of the run that wrote
      * it: at or before the backup it is already in the backup,
      * after the card's point it is left off.  A row from before
      * the posting time was carried has a blank time and counts as
      * posted at the start of its day.
      *---------------------------------------------------------------
        Roll-Forward.
            OPEN INPUT History-File.
            PERFORM UNTIL History-At-End
                READ History-File
                    AT END
                        SET History-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO History-Rows-Read
                        PERFORM Place-History-Row
                END-READ
            END-PERFORM.
            CLOSE History-File.
            MOVE "HISTORY ROWS READ" TO RC-Label.
            MOVE History-Rows-Read TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "ROWS ALREADY IN BACKUP" TO RC-Label.
            MOVE Rows-Before-Backup TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "ROWS AFTER POINT IN TIME" TO RC-Label.
            MOVE Rows-After-Point TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "ADD ROWS APPLIED" TO RC-Label.
            MOVE Adds-Applied TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "CHANGE ROWS APPLIED" TO RC-Label.
            MOVE Changes-Applied TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "ROWS NOT APPLIED" TO RC-Label.
            MOVE Rows-Not-Applied TO RC-Count.
            PERFORM Write-Report-Count-Line.

        Place-History-Row.
            IF FZBHSTY-NEW-POSTED NUMERIC
                MOVE FZBHSTY-NEW-POSTED TO Row-Date
            ELSE
                MOVE ZERO TO Row-Date
            END-IF.
            IF FZBHSTY-POSTED-TIME NUMERIC
                MOVE FZBHSTY-POSTED-TIME TO Row-Time
            ELSE
                MOVE ZERO TO Row-Time
            END-IF.
            EVALUATE TRUE
                WHEN Row-Point-Value NOT > Backup-Point-Value
                    ADD 1 TO Rows-Before-Backup
                WHEN Row-Point-Value > Upto-Point-Value
                    ADD 1 TO Rows-After-Point
                WHEN FZBHSTY-ADD-ROW
                    PERFORM Apply-Add-Row
                WHEN OTHER
                    PERFORM Apply-Change-Row
            END-EVALUATE.

        Apply-Add-Row.
            MOVE SPACES TO FZBMAST-RECORD.
            MOVE FZBHSTY-I-VALUE    TO FZBMAST-I-VALUE.
            MOVE FZBHSTY-NEW-CLASS  TO FZBMAST-CLASS-CODE.
            MOVE FZBHSTY-NEW-TEXT   TO FZBMAST-DISPLAY-TEXT.
            MOVE FZBHSTY-NEW-POSTED TO FZBMAST-POSTED-DATE.
            MOVE FZBHSTY-REQUEST-ID TO FZBMAST-REQUEST-ID.
            WRITE FZBMAST-RECORD
                INVALID KEY
                    MOVE "ADD FOR A VALUE ALREADY ON MASTER"
                        TO XL-Reason
                    PERFORM Report-Row-Not-Applied
                NOT INVALID KEY
                    ADD 1 TO Adds-Applied
                    ADD FZBHSTY-I-VALUE TO Added-Hash-Total
            END-WRITE.

      *---------------------------------------------------------------
      * A change row is applied only onto the answer it says it
      * replaced.  A zero request id is a FZBRVAL correction, which
      * leaves the value's request id standing, as it did live.
      *---------------------------------------------------------------
        Apply-Change-Row.
            MOVE FZBHSTY-I-VALUE TO FZBMAST-I-VALUE.
            READ Master-File
                INVALID KEY
                    MOVE "CHANGE FOR A VALUE NOT ON MASTER"
                        TO XL-Reason
                    PERFORM Report-Row-Not-Applied
                NOT INVALID KEY
                    IF FZBMAST-CLASS-CODE NOT = FZBHSTY-OLD-CLASS
                            OR FZBMAST-DISPLAY-TEXT
                                NOT = FZBHSTY-OLD-TEXT
                        MOVE "OLD ANSWER IS NOT THE MASTER'S ANSWER"
                            TO XL-Reason
                        PERFORM Report-Row-Not-Applied
                    ELSE
                        PERFORM Rewrite-Changed-Value
                    END-IF
            END-READ.

        Rewrite-Changed-Value.
            MOVE FZBHSTY-NEW-CLASS  TO FZBMAST-CLASS-CODE.
            MOVE FZBHSTY-NEW-TEXT   TO FZBMAST-DISPLAY-TEXT.
            MOVE FZBHSTY-NEW-POSTED TO FZBMAST-POSTED-DATE.
            IF FZBHSTY-REQUEST-ID NUMERIC
                    AND FZBHSTY-REQUEST-ID > ZERO
                MOVE FZBHSTY-REQUEST-ID TO FZBMAST-REQUEST-ID
            END-IF.
            REWRITE FZBMAST-RECORD
                INVALID KEY
                    MOVE "MASTER REWRITE FAILED" TO XL-Reason
                    PERFORM Report-Row-Not-Applied
                NOT INVALID KEY
                    ADD 1 TO Changes-Applied
            END-REWRITE.

        Report-Row-Not-Applied.
            ADD 1 TO Rows-Not-Applied.
            MOVE FZBHSTY-I-VALUE TO XL-I-Value.
            IF FZBHSTY-ADD-ROW
                MOVE "ADD" TO XL-Row-Type
            ELSE
                MOVE "CHANGE" TO XL-Row-Type
            END-IF.
            MOVE Row-Date TO XL-Posted.
            MOVE Row-Time TO XL-Time.
            WRITE Recovery-Report-Record FROM Exception-Line
                AFTER ADVANCING 1 LINES.

      *---------------------------------------------------------------
      * The proof: the master as rebuilt, read end to end, against
      * what the backup trailer and the applied add rows say it must
      * hold.  Change rows move no value on or off the master, so
      * they leave both figures alone.
      *---------------------------------------------------------------
        Prove-Rebuilt-Master.
            COMPUTE Expected-Count = Trailer-Rec-Count + Adds-Applied.
            COMPUTE Expected-Hash-Total =
                Trailer-Hash-Total + Added-Hash-Total.
            MOVE ZERO TO FZBMAST-I-VALUE.
            START Master-File KEY IS NOT LESS THAN FZBMAST-I-VALUE
                INVALID KEY
                    SET Master-At-End TO TRUE
            END-START.
            PERFORM UNTIL Master-At-End
                READ Master-File NEXT RECORD
                    AT END
                        SET Master-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Rebuilt-Count
                        ADD FZBMAST-I-VALUE TO Rebuilt-Hash-Total
                END-READ
            END-PERFORM.
            MOVE "EXPECTED VALUE COUNT" TO RC-Label.
            MOVE Expected-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "REBUILT MASTER VALUE COUNT" TO RC-Label.
            MOVE Rebuilt-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "EXPECTED HASH TOTAL" TO RC-Label.
            MOVE Expected-Hash-Total TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "REBUILT MASTER HASH TOTAL" TO RC-Label.
            MOVE Rebuilt-Hash-Total TO RC-Count.
            PERFORM Write-Report-Count-Line.
            IF Rebuilt-Count = Expected-Count
                    AND Rebuilt-Hash-Total = Expected-Hash-Total
                    AND Values-Loaded = Trailer-Rec-Count
                    AND Rows-Not-Applied = ZERO
                SET Rebuild-Is-Proven TO TRUE
            END-IF.

        Write-Recovery-Summary.
            EVALUATE TRUE
                WHEN Run-Is-Abandoned
                    MOVE "REFUSED" TO VL-Verdict
                WHEN Rebuild-Is-Proven
                    MOVE "RECOVERED" TO VL-Verdict
                WHEN OTHER
                    MOVE "NOT PROVEN" TO VL-Verdict
            END-EVALUATE.
            WRITE Recovery-Report-Record FROM Verdict-Line
                AFTER ADVANCING 2 LINES.

        Write-Report-Count-Line.
            WRITE Recovery-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.

        Write-Report-Text-Line.
            WRITE Recovery-Report-Record FROM Report-Text-Line
                AFTER ADVANCING 1 LINES.

        Terminate-Run.
            CLOSE Recovery-Report-File.
            IF Master-Is-Open
                CLOSE Master-File
            END-IF.
            IF NOT Rebuild-Is-Proven
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the values it rebuilt and the return code it
      * leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Rebuilt-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBRCV" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

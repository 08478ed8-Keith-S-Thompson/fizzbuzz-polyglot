      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Nightly backup of the FZBMAST classification master.  FZBLOAD
      * and FZBRVAL update the master in place, so a damaged file or
      * a bad load posted over good answers used to leave nothing to
      * go back to but rerunning every range anyone had ever asked
      * for.  This step unloads the whole master, in key order, to
      * the sequential FZBMBK backup: a header stamped with this
      * run's date/time, one detail per value, and a trailer with the
      * same date/time, the value count and the I-value hash total,
      * so FZBRCV can prove a backup complete before it trusts it.
      * FZBRCV rolls a backup forward from that date/time through the
      * FZBCHS rows posted after it.
      *
      * A master that cannot be opened is reported and the step ends
      * with a nonzero return code; no backup is written, so an
      * empty file can never pass for the last good one.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBBKP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT Master-File ASSIGN TO "FZBMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FZBMAST-I-VALUE
                FILE STATUS IS Master-File-Status.

            SELECT Backup-File ASSIGN TO "FZBMBK"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Backup-Report-File ASSIGN TO "FZBBKPR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Master-File.
            COPY FZBMAST.

        FD  Backup-File.
            COPY FZBMBK.

        FD  Backup-Report-File.
        01 Backup-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Master-File-Status  PIC X(02).

        01 Run-Date-Field    PIC 9(08) VALUE ZERO.
        01 Run-Time-Field    PIC 9(06) VALUE ZERO.
        01 Clock-Time-Field  PIC 9(08) VALUE ZERO.

        01 Backup-Counts.
            05 Values-Unloaded     PIC 9(07) VALUE ZERO.
            05 I-Value-Hash-Total  PIC 9(10) VALUE ZERO.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(32) VALUE
                "FIZZBUZZ MASTER BACKUP - FZBMBK".
            05 FILLER        PIC X(26) VALUE SPACES.

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

        01 Verdict-Line.
            05 FILLER          PIC X(20) VALUE "BACKUP STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 FILLER          PIC X(46) VALUE SPACES.

        01 Switches.
            05 Master-At-End-Switch PIC X(01) VALUE "N".
                88 Master-At-End        VALUE "Y".
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
                PERFORM Unload-Master
            END-IF.
            PERFORM Write-Backup-Summary.
            PERFORM Terminate-Run.
            STOP RUN.

      *---------------------------------------------------------------
      * Unlike FZBLOAD, the backup never creates a missing master:
      * there is nothing to back up, and saying so is the answer.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO Run-Time-Field.
            OPEN OUTPUT Backup-Report-File.
            MOVE Run-Date-Field TO RT-Run-Date.
            WRITE Backup-Report-Record FROM Report-Title-Line.
            OPEN INPUT Master-File.
            IF Master-File-Status NOT = "00"
                MOVE "FZBMAST CANNOT BE OPENED - NO BACKUP TAKEN"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
                SET Run-Is-Abandoned TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * Header, every value in key order, trailer.  The header and
      * trailer carry the same date/time: the point the backup
      * stands for, from which FZBRCV picks up the history.
      *---------------------------------------------------------------
        Unload-Master.
            OPEN OUTPUT Backup-File.
            MOVE SPACES TO FZBMBK-HEADER.
            MOVE "H" TO FZBMBK-H-REC-TYPE.
            MOVE Run-Date-Field TO FZBMBK-H-BACKUP-DATE.
            MOVE Run-Time-Field TO FZBMBK-H-BACKUP-TIME.
            WRITE FZBMBK-HEADER.
            PERFORM UNTIL Master-At-End
                READ Master-File
                    AT END
                        SET Master-At-End TO TRUE
                    NOT AT END
                        PERFORM Write-Backup-Detail
                END-READ
            END-PERFORM.
            MOVE SPACES TO FZBMBK-TRAILER.
            MOVE "T" TO FZBMBK-T-REC-TYPE.
            MOVE Run-Date-Field     TO FZBMBK-T-BACKUP-DATE.
            MOVE Run-Time-Field     TO FZBMBK-T-BACKUP-TIME.
            MOVE Values-Unloaded    TO FZBMBK-T-RECORD-COUNT.
            MOVE I-Value-Hash-Total TO FZBMBK-T-HASH-TOTAL.
            WRITE FZBMBK-TRAILER.
            CLOSE Backup-File.
            MOVE "BACKUP TAKEN AS OF" TO IL-Label.
            MOVE Run-Date-Field TO IL-Run-Date.
            MOVE Run-Time-Field TO IL-Run-Time.
            WRITE Backup-Report-Record FROM Identity-Line
                AFTER ADVANCING 2 LINES.
            MOVE "VALUES UNLOADED" TO RC-Label.
            MOVE Values-Unloaded TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "I-VALUE HASH TOTAL" TO RC-Label.
            MOVE I-Value-Hash-Total TO RC-Count.
            PERFORM Write-Report-Count-Line.

        Write-Backup-Detail.
            MOVE SPACES TO FZBMBK-DETAIL.
            MOVE "D" TO FZBMBK-D-REC-TYPE.
            MOVE FZBMAST-I-VALUE      TO FZBMBK-D-I-VALUE.
            MOVE FZBMAST-CLASS-CODE   TO FZBMBK-D-CLASS-CODE.
            MOVE FZBMAST-DISPLAY-TEXT TO FZBMBK-D-DISPLAY-TEXT.
            MOVE FZBMAST-POSTED-DATE  TO FZBMBK-D-POSTED-DATE.
            MOVE FZBMAST-REQUEST-ID   TO FZBMBK-D-REQUEST-ID.
            WRITE FZBMBK-DETAIL.
            ADD 1 TO Values-Unloaded.
            ADD FZBMAST-I-VALUE TO I-Value-Hash-Total.

        Write-Backup-Summary.
            IF Run-Is-Viable
                MOVE "TAKEN" TO VL-Verdict
            ELSE
                MOVE "NOT TAKEN" TO VL-Verdict
            END-IF.
            WRITE Backup-Report-Record FROM Verdict-Line
                AFTER ADVANCING 2 LINES.

        Write-Report-Count-Line.
            WRITE Backup-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.

        Write-Report-Text-Line.
            WRITE Backup-Report-Record FROM Report-Text-Line
                AFTER ADVANCING 1 LINES.

        Terminate-Run.
            CLOSE Backup-Report-File.
            IF Run-Is-Viable
                CLOSE Master-File
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the master values it unloaded and the return
      * code it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Values-Unloaded TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBBKP" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

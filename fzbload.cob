      * FZBINQ lists that history alongside the current answer, so
      * "what happened to this value" is a lookup instead of an
      * escalation.  A repost that changes nothing writes no history.
      * A value added to the master writes an add row, so that FZBCHS
      * read from any FZBBKP backup forward replays every addition
      * and every change the master has taken since - which is how
      * FZBRCV rebuilds it.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBLOAD.
            SELECT OPTIONAL History-File ASSIGN TO "FZBCHS"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Fizzbuzz-Out-File.
        FD  History-File.
            COPY FZBHSTY.

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Master-File-Status  PIC X(02).

        01 Run-Date-Field  PIC 9(08) VALUE ZERO.
        01 Run-Time-Field  PIC 9(06) VALUE ZERO.
        01 Clock-Time-Field PIC 9(08) VALUE ZERO.

        01 Load-Counts.
            05 Records-Read-Count  PIC 9(07) VALUE ZERO.
            05 Added-Count         PIC 9(07) VALUE ZERO.
            05 Updated-Count       PIC 9(07) VALUE ZERO.
            05 History-Row-Count   PIC 9(07) VALUE ZERO.
            05 Add-Row-Count       PIC 9(07) VALUE ZERO.

        01 Prior-Answer-Fields.
            05 Prior-Class-Code    PIC X(02).
            05 Detail-At-End-Switch  PIC X(01) VALUE "N".
                88 Detail-At-End         VALUE "Y".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
      * the rules table.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO Run-Time-Field.
            OPEN INPUT Fizzbuzz-Out-File.
            OPEN I-O Master-File.
            IF Master-File-Status NOT = "00"
                                FZBREC-I-VALUE
                        NOT INVALID KEY
                            ADD 1 TO Added-Count
                            PERFORM Write-Add-History
                    END-WRITE
                NOT INVALID KEY
                    MOVE FZBMAST-CLASS-CODE   TO Prior-Class-Code
                MOVE FZBMAST-DISPLAY-TEXT TO FZBHSTY-NEW-TEXT
                MOVE FZBMAST-POSTED-DATE  TO FZBHSTY-NEW-POSTED
                MOVE FZBMAST-REQUEST-ID   TO FZBHSTY-REQUEST-ID
                MOVE "C"                  TO FZBHSTY-ROW-TYPE
                MOVE Run-Time-Field       TO FZBHSTY-POSTED-TIME
                WRITE FZBHSTY-RECORD
                ADD 1 TO History-Row-Count
            END-IF.

      *---------------------------------------------------------------
      * A first posting has no prior answer to keep, but without a
      * row for it a master rebuilt from an older backup would never
      * get the value back.  The old answer is left empty.
      *---------------------------------------------------------------
        Write-Add-History.
            MOVE SPACES TO FZBHSTY-RECORD.
            MOVE FZBMAST-I-VALUE      TO FZBHSTY-I-VALUE.
            MOVE ZERO                 TO FZBHSTY-OLD-POSTED.
            MOVE FZBMAST-CLASS-CODE   TO FZBHSTY-NEW-CLASS.
            MOVE FZBMAST-DISPLAY-TEXT TO FZBHSTY-NEW-TEXT.
            MOVE FZBMAST-POSTED-DATE  TO FZBHSTY-NEW-POSTED.
            MOVE FZBMAST-REQUEST-ID   TO FZBHSTY-REQUEST-ID.
            MOVE "A"                  TO FZBHSTY-ROW-TYPE.
            MOVE Run-Time-Field       TO FZBHSTY-POSTED-TIME.
            WRITE FZBHSTY-RECORD.
            ADD 1 TO Add-Row-Count.

        Build-Master-Record.
            MOVE FZBREC-I-VALUE      TO FZBMAST-I-VALUE.
            MOVE FZBREC-CLASS-CODE   TO FZBMAST-CLASS-CODE.
            MOVE "HISTORY ROWS WRITTEN" TO RC-Label.
            MOVE History-Row-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "ADD ROWS WRITTEN" TO RC-Label.
            MOVE Add-Row-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            CLOSE Load-Report-File.

        Write-Report-Count-Line.
            CLOSE Fizzbuzz-Out-File.
            CLOSE Master-File.
            CLOSE History-File.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the FZBOUT records it posted and the return
      * code it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Records-Read-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBLOAD" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

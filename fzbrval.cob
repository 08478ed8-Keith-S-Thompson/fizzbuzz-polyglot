            SELECT Reval-Report-File ASSIGN TO "FZBRVLR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Reval-Card-File.
        FD  Reval-Report-File.
        01 Reval-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Master-File-Status    PIC X(02).
        01 Override-File-Status  PIC X(02).
            05 Max-Lines-Per-Page   PIC 9(03) VALUE 060.

        01 Run-Date-Field  PIC 9(08) VALUE ZERO.
        01 Run-Time-Field  PIC 9(06) VALUE ZERO.
        01 Clock-Time-Field PIC 9(08) VALUE ZERO.

        01 Rule-Table.
            05 Rule-Table-Count PIC 9(02) VALUE ZERO.
            05 Text-Drift-Switch     PIC X(01) VALUE "N".
                88 Text-Has-Drifted      VALUE "Y".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
      * off the FZBOVRM master, exactly as classification reads them.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO Run-Time-Field.
            OPEN INPUT Reval-Card-File.
            READ Reval-Card-File
                AT END
            MOVE Current-Display-Text TO FZBHSTY-NEW-TEXT.
            MOVE Run-Date-Field       TO FZBHSTY-NEW-POSTED.
            MOVE ZERO                 TO FZBHSTY-REQUEST-ID.
            MOVE "C"                  TO FZBHSTY-ROW-TYPE.
            MOVE Run-Time-Field       TO FZBHSTY-POSTED-TIME.
            WRITE FZBHSTY-RECORD.
            MOVE Current-Class-Code   TO FZBMAST-CLASS-CODE.
            MOVE Current-Display-Text TO FZBMAST-DISPLAY-TEXT.
            IF Run-Is-Abandoned
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the master values it revalidated and the
      * return code it leaves - for the FZBTRND trend report and the
      * FZBBLD batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Values-Read-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBRVAL" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

            SELECT Housekeeping-Report-File ASSIGN TO "FZBHKPR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Housekeeping-Card-File.
        FD  Housekeeping-Report-File.
        01 Housekeeping-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Run-Date-Field    PIC 9(08) VALUE ZERO.
        01 Retention-Days    PIC 9(03) VALUE ZERO.
            05 Ckpt-Marker-Switch   PIC X(01) VALUE "N".
                88 Ckpt-Marked-Complete VALUE "Y".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
      * for; no ordinary verb subtracts days across a month end.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            OPEN INPUT Housekeeping-Card-File.
            READ Housekeeping-Card-File
            IF Run-Is-Abandoned
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the log and error rows it kept or archived
      * and the return code it leaves - for the FZBTRND trend report
      * and the FZBBLD batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            COMPUTE Step-Record-Volume =
                Rows-Kept-Count + Rows-Archived-Count
                + Errors-Archived-Count.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBHKP" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

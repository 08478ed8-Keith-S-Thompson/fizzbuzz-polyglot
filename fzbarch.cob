            SELECT Archive-Report-File ASSIGN TO "FZBARCR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Archive-Card-File.
        FD  Archive-Report-File.
        01 Archive-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Print-Control-Values.
            05 Line-Count           PIC 9(03) VALUE 99.
                88 Date-Is-In-Range     VALUE "Y".
                88 Date-Not-In-Range    VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
      * system gets; a keyed pair must not close before it opens.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            OPEN INPUT Archive-Card-File.
            READ Archive-Card-File
            IF Card-Is-Invalid
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the archived rows it listed and the return
      * code it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            COMPUTE Step-Record-Volume =
                Log-Row-Count + Error-Row-Count.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBARCH" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

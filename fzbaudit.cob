            SELECT Audit-Report-File ASSIGN TO "FZBAUDR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Fizzbuzz-Out-File.
        FD  Audit-Report-File.
        01 Audit-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Recount-Values.
            05 Recount-Rule-Entry OCCURS 5 TIMES
                88 Run-Is-In-Balance     VALUE "Y".
                88 Run-Is-Out-Of-Balance VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            STOP RUN.

        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            PERFORM VARYING Recount-Index FROM 1 BY 1
                    UNTIL Recount-Index > 5
            IF Run-Is-Out-Of-Balance
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the FZBOUT records it recounted and the
      * return code it leaves - for the FZBTRND trend report and the
      * FZBBLD batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Recount-Grand-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBAUDIT" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

      *
      * Both input files must be whole FIZZBUZZ-OUT generations, which
      * FIZZBUZZ writes in deck order with each request's values
      * ascending - the same ordering this match walks.  Either side
      * can be a catalogued generation FZBRCL recalls as FZBOUTO or
      * FZBOUTN, restored in its original order, so the run before a
      * cutover stays comparable for as long as the catalog keeps it.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBCOMP.
            SELECT Compare-Report-File ASSIGN TO "FZBCMPR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Old-Out-File.
        FD  Compare-Report-File.
        01 Compare-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Print-Control-Values.
            05 Line-Count           PIC 9(03) VALUE 99.
            05 New-At-End-Switch  PIC X(01) VALUE "N".
                88 New-File-At-End    VALUE "Y".

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
            OPEN INPUT Old-Out-File.
            OPEN INPUT New-Out-File.
            CLOSE Old-Out-File.
            CLOSE New-Out-File.
            CLOSE Compare-Report-File.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the records it compared and the return code
      * it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            COMPUTE Step-Record-Volume =
                Changed-Count + Unchanged-Count
                + Old-Only-Count + New-Only-Count.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBCOMP" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

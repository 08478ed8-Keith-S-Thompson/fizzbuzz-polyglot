      * the FZBLODR load report one after another and combining them
      * in somebody's head at 6 a.m.  This step reads the latest
      * execution's FZBRLG rows, the FZBERR records, and the outcome
      * lines of the proof, audit, extract and load reports, and
      * prints one control page: each step's status, the per-request
      * completion statuses and grand totals, every error code
      * raised, and a single RELEASED / HELD verdict.  That page is
      * what the shift signs, and the verdict drives the return code
      * so downstream release is mechanical.
      *
      * The verdict covers the steps that move data or prove it -
      * FIZZBUZZ, FZBMRG on a partitioned night, FZBPROOF, FZBAUDIT,
      * FZBXTR, FZBLOAD; the print, catalog, master backup and
      * housekeeping steps appear on the page for completeness but
      * cannot hold a release, because none of them touches what
      * ships.
      * This step reads FZBERR as the night's run left it, so it is
      * scheduled ahead of the housekeeping step that archives and
      * clears the file.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBDAYE.
            SELECT OPTIONAL Error-File ASSIGN TO "FZBERR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Proof-Report-File ASSIGN TO "FZBPRFR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Merge-Report-File ASSIGN TO "FZBMRGR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Audit-Report-File ASSIGN TO "FZBAUDR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Print-Report-File ASSIGN TO "FZBRPT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Catalog-Report-File ASSIGN TO "FZBCATR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Backup-Report-File ASSIGN TO "FZBBKPR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Hkp-Report-File ASSIGN TO "FZBHKPR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Day-End-Report-File ASSIGN TO "FZBDAYR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Run-Log-File.
        FD  Error-File.
            COPY FZBERR.

        FD  Proof-Report-File.
        01 Proof-Report-Record  PIC X(80).

        FD  Merge-Report-File.
        01 Merge-Report-Record  PIC X(80).

        FD  Audit-Report-File.
        01 Audit-Report-Record  PIC X(80).

        FD  Print-Report-File.
        01 Print-Report-Record  PIC X(80).

        FD  Catalog-Report-File.
        01 Catalog-Report-Record  PIC X(80).

        FD  Backup-Report-File.
        01 Backup-Report-Record  PIC X(80).

        FD  Hkp-Report-File.
        01 Hkp-Report-Record  PIC X(80).

        FD  Day-End-Report-File.
        01 Day-End-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Run-Date-Field  PIC 9(08) VALUE ZERO.


        01 Step-Status-Values.
            05 Fizzbuzz-Status   PIC X(12) VALUE "NOT RUN".
            05 Merge-Status      PIC X(12) VALUE "NOT RUN".
            05 Proof-Status      PIC X(12) VALUE "NOT RUN".
            05 Audit-Status      PIC X(12) VALUE "NOT RUN".
            05 Print-Status      PIC X(12) VALUE "NOT RUN".
            05 Extract-Status    PIC X(12) VALUE "NOT RUN".
            05 Load-Status       PIC X(12) VALUE "NOT RUN".
            05 Catalog-Status    PIC X(12) VALUE "NOT RUN".
            05 Backup-Status     PIC X(12) VALUE "NOT RUN".
            05 Hkp-Status        PIC X(12) VALUE "NOT RUN".

        01 Scan-Work-Fields.
                88 Stream-Is-Released    VALUE "Y".
                88 Stream-Is-Held        VALUE "N".

        01 Step-Timing-Values.
            05 Step-Start-Date     PIC 9(08) VALUE ZERO.
            05 Step-Start-Time     PIC 9(08) VALUE ZERO.
            05 Step-Record-Volume  PIC 9(09) VALUE ZERO.

        PROCEDURE DIVISION.
        Main-Line.
            PERFORM Initialize-Run.
            PERFORM Gather-Latest-Execution.
            PERFORM Scan-Merge-Report.
            PERFORM Scan-Proof-Report.
            PERFORM Scan-Audit-Report.
            PERFORM Scan-Extract-Report.
            PERFORM Scan-Load-Report.
            PERFORM Scan-Print-Report.
            PERFORM Scan-Catalog-Report.
            PERFORM Scan-Backup-Report.
            PERFORM Scan-Hkp-Report.
            PERFORM Print-Step-Section.
            PERFORM Print-Request-Section.
            STOP RUN.

        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            PERFORM VARYING Slice-Index FROM 1 BY 1
                    UNTIL Slice-Index > 999
      * re-deriving a judgement of its own.  A missing report file
      * reads as a step that never ran.
      *---------------------------------------------------------------
        Scan-Proof-Report.
            MOVE "N" TO Report-At-End-Switch.
            OPEN INPUT Proof-Report-File.
            PERFORM UNTIL Report-At-End
                READ Proof-Report-File
                    AT END
                        SET Report-At-End TO TRUE
                    NOT AT END
                        IF Proof-Report-Record(1:14)
                                = "PROOF STATUS: "
                            MOVE Proof-Report-Record(21:12)
                                TO Proof-Status
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Proof-Report-File.

      *---------------------------------------------------------------
      * FZBMRG runs only on a partitioned night, so no merge report
      * is an unpartitioned night and stays NOT RUN.  A report with
      * no verdict line is a merge that never finished.
      *---------------------------------------------------------------
        Scan-Merge-Report.
            MOVE "N" TO Report-At-End-Switch.
            OPEN INPUT Merge-Report-File.
            PERFORM UNTIL Report-At-End
                READ Merge-Report-File
                    AT END
                        SET Report-At-End TO TRUE
                    NOT AT END
                        IF Merge-Status = "NOT RUN"
                            MOVE "NO VERDICT" TO Merge-Status
                        END-IF
                        IF Merge-Report-Record(1:14)
                                = "MERGE STATUS: "
                            MOVE Merge-Report-Record(21:12)
                                TO Merge-Status
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Merge-Report-File.

        Scan-Catalog-Report.
            MOVE "N" TO Report-At-End-Switch.
            OPEN INPUT Catalog-Report-File.
            PERFORM UNTIL Report-At-End
                READ Catalog-Report-File
                    AT END
                        SET Report-At-End TO TRUE
                    NOT AT END
                        IF Catalog-Report-Record(1:16)
                                = "CATALOG STATUS: "
                            MOVE Catalog-Report-Record(21:12)
                                TO Catalog-Status
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Catalog-Report-File.

        Scan-Backup-Report.
            MOVE "N" TO Report-At-End-Switch.
            OPEN INPUT Backup-Report-File.
            PERFORM UNTIL Report-At-End
                READ Backup-Report-File
                    AT END
                        SET Report-At-End TO TRUE
                    NOT AT END
                        IF Backup-Report-Record(1:15)
                                = "BACKUP STATUS: "
                            MOVE Backup-Report-Record(21:12)
                                TO Backup-Status
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Backup-Report-File.

        Scan-Audit-Report.
            MOVE "N" TO Report-At-End-Switch.
            OPEN INPUT Audit-Report-File.
            MOVE "FIZZBUZZ" TO SS-Step-Name.
            MOVE Fizzbuzz-Status TO SS-Status.
            PERFORM Write-Step-Status-Line.
            MOVE "FZBMRG" TO SS-Step-Name.
            MOVE Merge-Status TO SS-Status.
            PERFORM Write-Step-Status-Line.
            MOVE "FZBPROOF" TO SS-Step-Name.
            MOVE Proof-Status TO SS-Status.
            PERFORM Write-Step-Status-Line.
            MOVE "FZBAUDIT" TO SS-Step-Name.
            MOVE Audit-Status TO SS-Status.
            PERFORM Write-Step-Status-Line.
            MOVE "FZBLOAD" TO SS-Step-Name.
            MOVE Load-Status TO SS-Status.
            PERFORM Write-Step-Status-Line.
            MOVE "FZBCAT" TO SS-Step-Name.
            MOVE Catalog-Status TO SS-Status.
            PERFORM Write-Step-Status-Line.
            MOVE "FZBBKP" TO SS-Step-Name.
            MOVE Backup-Status TO SS-Status.
            PERFORM Write-Step-Status-Line.
            MOVE "FZBHKP" TO SS-Step-Name.
            MOVE Hkp-Status TO SS-Status.
            PERFORM Write-Step-Status-Line.

      *---------------------------------------------------------------
      * The release test, spelled out once so it is mechanical: the
      * run completed every request, the arithmetic proof agreed with
      * its control totals, the independent audit passed, the extract
      * was released and the master load ran.  Anything
      * less is HELD - including a step that simply never ran, since
      * a missing report proves nothing.  The partition merge is the
      * one exception: it runs only on a partitioned night, so a
      * missing merge report holds nothing, but a merge that ran and
      * did not merge leaves FZBRLG without the night's rows and
      * holds the release.
      *---------------------------------------------------------------
        Print-Verdict.
            IF Fizzbuzz-Status NOT = "COMPLETE"
                SET Stream-Is-Held TO TRUE
            END-IF.
            IF Merge-Status NOT = "NOT RUN"
                    AND Merge-Status NOT = "MERGED"
                SET Stream-Is-Held TO TRUE
            END-IF.
            IF Proof-Status NOT = "PROVEN"
                SET Stream-Is-Held TO TRUE
            END-IF.
            IF Audit-Status NOT = "PASS"
                SET Stream-Is-Held TO TRUE
            END-IF.
            IF Stream-Is-Held
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM Write-Step-Timing.

      *---------------------------------------------------------------
      * The step's row on the shared FZBSTPL step-timing log - when it
      * started and ended, the values of the execution it reported on
      * and the return code it leaves - for the FZBTRND trend report
      * and the FZBBLD batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Exec-Grand-Total TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBDAYE" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

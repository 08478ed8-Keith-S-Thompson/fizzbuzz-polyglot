      * LANGUAGE:       COBOL
      * Web site:       http://www.opencobol.org/
      *
      * Generation catalog for the FIZZBUZZ output.  FZBOUT and
      * FZBTOTF are written fresh by every execution, so the moment
      * the next night runs, last night's shipment is gone - a resend
      * planning asks for after FZBACK has aged the transmission out,
      * or a compare against the run before a rules cutover, used to
      * depend on whoever had thought to copy the files somewhere.
      * Run after the production FIZZBUZZ (or FZBMRG) step, this
      * step files tonight's FZBOUT/FZBTOTF pair as one generation in
      * the FZBGEN store and writes its FZBGCAT catalog entry, keyed
      * by the run date/time of the execution that produced it - the
      * identity FZBXTR stamps on the FZBXTF header - with the record
      * counts and I-value hash total the generation must still show
      * when FZBRCL recalls it.  The CATCTL card limits how many
      * generations are kept; once tonight's is filed, the oldest
      * beyond the limit are expired.
      *
      * Only a balanced pair is catalogued: FZBOUT must carry exactly
      * the records the FZBTOTF grand totals say were produced, the
      * same test FZBXTR holds a shipment to - a generation that
      * could never have been released is no use as a resend.  A
      * generation already on the catalog (the step rerun) is left as
      * it is if it still agrees with its entry, and refused if not:
      * the catalog never holds two different files under one
      * identity.  Any refusal ends with a nonzero return code and
      * nothing filed or expired.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. FZBCAT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT Catalog-Card-File ASSIGN TO "CATCTL"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Fizzbuzz-Out-File ASSIGN TO "FZBOUT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Totals-File ASSIGN TO "FZBTOTF"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT Run-Log-File ASSIGN TO "FZBRLG"
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

            SELECT Catalog-Report-File ASSIGN TO "FZBCATR"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL Step-Timing-File ASSIGN TO "FZBSTPL"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  Catalog-Card-File.
            COPY FZBCATC.

        FD  Fizzbuzz-Out-File.
            COPY FZBREC.

        FD  Totals-File.
            COPY FZBTOT.

        FD  Run-Log-File.
            COPY FZBRLOG.

        FD  Catalog-File.
            COPY FZBGCAT.

        FD  Generation-File.
            COPY FZBGEN.

        FD  Catalog-Report-File.
        01 Catalog-Report-Record  PIC X(80).

        FD  Step-Timing-File.
            COPY FZBSTP.

        WORKING-STORAGE SECTION.
        01 Catalog-File-Status     PIC X(02).
        01 Generation-File-Status  PIC X(02).

        01 Run-Date-Field    PIC 9(08) VALUE ZERO.
        01 Run-Time-Field    PIC 9(06) VALUE ZERO.
        01 Clock-Time-Field  PIC 9(08) VALUE ZERO.
        01 Retain-Limit      PIC 9(03) VALUE ZERO.

        01 Purge-Identity.
            05 Purge-Run-Date      PIC 9(08) VALUE ZERO.
            05 Purge-Run-Time      PIC 9(06) VALUE ZERO.

        01 Source-Identity.
            05 Source-Run-Date     PIC 9(08) VALUE ZERO.
            05 Source-Run-Time     PIC 9(06) VALUE ZERO.

        01 Generation-Counts.
            05 Out-Record-Count    PIC 9(07) VALUE ZERO.
            05 I-Value-Hash-Total  PIC 9(10) VALUE ZERO.
            05 Tot-Record-Count    PIC 9(07) VALUE ZERO.
            05 Request-Group-Count PIC 9(03) VALUE ZERO.
            05 Grand-Total-Sum     PIC 9(07) VALUE ZERO.
            05 Image-Seq-No        PIC 9(07) VALUE ZERO.
            05 Images-Filed        PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * The catalog is read oldest first (its key is the run date/
      * time), so the generations to expire are simply the first
      * ones read; their identities are held here while the read is
      * still open, and expired after it.
      *---------------------------------------------------------------
        01 Expiry-Table.
            05 Catalog-Entry-Count PIC 9(05) VALUE ZERO.
            05 Expire-Count        PIC 9(05) VALUE ZERO.
            05 Expire-Entry OCCURS 999 TIMES.
                10 Expire-Run-Date  PIC 9(08).
                10 Expire-Run-Time  PIC 9(06).
            05 Expire-Index        PIC 9(05) VALUE ZERO.
            05 Images-Expired      PIC 9(07) VALUE ZERO.

        01 Report-Title-Line.
            05 FILLER        PIC X(10) VALUE "RUN DATE: ".
            05 RT-Run-Date   PIC 9(08).
            05 FILLER        PIC X(04) VALUE SPACES.
            05 FILLER        PIC X(37) VALUE
                "FIZZBUZZ GENERATION CATALOG - FZBGCAT".
            05 FILLER        PIC X(21) VALUE SPACES.

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
            05 FILLER          PIC X(20) VALUE "CATALOG STATUS: ".
            05 VL-Verdict      PIC X(14).
            05 FILLER          PIC X(46) VALUE SPACES.

        01 Switches.
            05 Card-Missing-Switch  PIC X(01) VALUE "N".
                88 Card-Is-Missing      VALUE "Y".
            05 Log-At-End-Switch    PIC X(01) VALUE "N".
                88 Log-At-End           VALUE "Y".
            05 Detail-At-End-Switch PIC X(01) VALUE "N".
                88 Detail-At-End        VALUE "Y".
            05 Totals-At-End-Switch PIC X(01) VALUE "N".
                88 Totals-At-End        VALUE "Y".
            05 Catalog-At-End-Switch PIC X(01) VALUE "N".
                88 Catalog-At-End       VALUE "Y".
            05 Image-At-End-Switch  PIC X(01) VALUE "N".
                88 Image-At-End         VALUE "Y".
            05 On-Catalog-Switch    PIC X(01) VALUE "N".
                88 Already-On-Catalog   VALUE "Y".
            05 Files-Open-Switch    PIC X(01) VALUE "N".
                88 Catalog-Files-Open   VALUE "Y".
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
                PERFORM Read-Source-Run-Identity
            END-IF.
            IF Run-Is-Viable
                PERFORM Count-Generation
                PERFORM Open-Catalog-Files
                PERFORM Check-Existing-Entry
            END-IF.
            IF Run-Is-Viable AND NOT Already-On-Catalog
                PERFORM File-Generation
                IF Run-Is-Viable
                    PERFORM Write-Catalog-Entry
                END-IF
            END-IF.
            IF Run-Is-Viable
                PERFORM Expire-Old-Generations
            END-IF.
            PERFORM Write-Catalog-Summary.
            PERFORM Terminate-Run.
            STOP RUN.

      *---------------------------------------------------------------
      * The retention card is read and validated the way FZBHKP reads
      * its own: no card, or a limit of zero, abandons the step rather
      * than cataloguing under a retention nobody chose.
      *---------------------------------------------------------------
        Initialize-Run.
            ACCEPT Step-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Step-Start-Time FROM TIME.
            ACCEPT Run-Date-Field FROM DATE YYYYMMDD.
            ACCEPT Clock-Time-Field FROM TIME.
            MOVE Clock-Time-Field(1:6) TO Run-Time-Field.
            OPEN INPUT Catalog-Card-File.
            READ Catalog-Card-File
                AT END
                    SET Card-Is-Missing TO TRUE
                NOT AT END
                    IF FZBCATC-RETAIN-GENS NUMERIC
                        MOVE FZBCATC-RETAIN-GENS TO Retain-Limit
                    ELSE
                        MOVE ZERO TO Retain-Limit
                    END-IF
            END-READ.
            CLOSE Catalog-Card-File.
            OPEN OUTPUT Catalog-Report-File.
            MOVE Run-Date-Field TO RT-Run-Date.
            WRITE Catalog-Report-Record FROM Report-Title-Line.
            IF Card-Is-Missing OR Retain-Limit = ZERO
                MOVE "RETENTION CARD MISSING OR NOT 001-999 GENERATIONS"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
                SET Run-Is-Abandoned TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * The generation's identity, taken exactly as FZBXTR takes it
      * for the FZBXTF header: the last FZBRLG row that completed or
      * restarted a real request.  Request-zero and aborted rows
      * never produced output and so never name a generation.
      *---------------------------------------------------------------
        Read-Source-Run-Identity.
            OPEN INPUT Run-Log-File.
            PERFORM UNTIL Log-At-End
                READ Run-Log-File
                    AT END
                        SET Log-At-End TO TRUE
                    NOT AT END
                        IF FZBRLOG-REQUEST-ID NUMERIC
                                AND FZBRLOG-REQUEST-ID > ZERO
                                AND NOT FZBRLOG-ABORTED
                            MOVE FZBRLOG-RUN-DATE TO Source-Run-Date
                            MOVE FZBRLOG-RUN-TIME TO Source-Run-Time
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Run-Log-File.
            IF Source-Run-Date = ZERO
                MOVE "NO COMPLETED FZBRLG ROW - NOTHING TO CATALOG"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
                SET Run-Is-Abandoned TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * Both files are counted before anything is filed, so the
      * balance test and the duplicate test below are decided on the
      * figures alone.  The hash total is FZBXTR's: a plain sum of
      * the I-values truncated to ten digits.
      *---------------------------------------------------------------
        Count-Generation.
            OPEN INPUT Totals-File.
            PERFORM UNTIL Totals-At-End
                READ Totals-File
                    AT END
                        SET Totals-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Tot-Record-Count
                        IF FZBTOT-TYPE-GRAND
                            ADD FZBTOT-COUNT TO Grand-Total-Sum
                            ADD 1 TO Request-Group-Count
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE Totals-File.
            OPEN INPUT Fizzbuzz-Out-File.
            PERFORM UNTIL Detail-At-End
                READ Fizzbuzz-Out-File
                    AT END
                        SET Detail-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Out-Record-Count
                        ADD FZBREC-I-VALUE TO I-Value-Hash-Total
                END-READ
            END-PERFORM.
            CLOSE Fizzbuzz-Out-File.
            MOVE "GENERATION RUN IDENTITY" TO IL-Label.
            MOVE Source-Run-Date TO IL-Run-Date.
            MOVE Source-Run-Time TO IL-Run-Time.
            WRITE Catalog-Report-Record FROM Identity-Line
                AFTER ADVANCING 2 LINES.
            MOVE "FZBOUT RECORDS" TO RC-Label.
            MOVE Out-Record-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "EXPECTED PER FZBTOTF" TO RC-Label.
            MOVE Grand-Total-Sum TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "FZBTOTF RECORDS" TO RC-Label.
            MOVE Tot-Record-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "REQUEST GROUPS" TO RC-Label.
            MOVE Request-Group-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "I-VALUE HASH TOTAL" TO RC-Label.
            MOVE I-Value-Hash-Total TO RC-Count.
            PERFORM Write-Report-Count-Line.
            IF Out-Record-Count NOT = Grand-Total-Sum
                    OR Request-Group-Count = ZERO
                MOVE "FZBOUT OUT OF BALANCE WITH FZBTOTF - NOT FILED"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
                SET Run-Is-Abandoned TO TRUE
            END-IF.

      *---------------------------------------------------------------
      * A brand-new installation with no catalog or store yet gets
      * empty ones created on the fly, the way FZBLOAD bootstraps
      * FZBMAST.
      *---------------------------------------------------------------
        Open-Catalog-Files.
            OPEN I-O Catalog-File.
            IF Catalog-File-Status NOT = "00"
                OPEN OUTPUT Catalog-File
                CLOSE Catalog-File
                OPEN I-O Catalog-File
            END-IF.
            OPEN I-O Generation-File.
            IF Generation-File-Status NOT = "00"
                OPEN OUTPUT Generation-File
                CLOSE Generation-File
                OPEN I-O Generation-File
            END-IF.
            SET Catalog-Files-Open TO TRUE.

      *---------------------------------------------------------------
      * A rerun of this step finds its generation already filed.  If
      * the entry still agrees with the files there is nothing to do;
      * if it does not, the files under that identity have changed
      * since they were filed, and which one planning received can no
      * longer be told from the catalog - that is refused, not
      * overwritten.
      *---------------------------------------------------------------
        Check-Existing-Entry.
            MOVE Source-Run-Date TO FZBGCAT-RUN-DATE.
            MOVE Source-Run-Time TO FZBGCAT-RUN-TIME.
            READ Catalog-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET Already-On-Catalog TO TRUE
            END-READ.
            IF Already-On-Catalog
                IF FZBGCAT-OUT-COUNT = Out-Record-Count
                        AND FZBGCAT-HASH-TOTAL = I-Value-Hash-Total
                        AND FZBGCAT-TOT-COUNT = Tot-Record-Count
                    MOVE "GENERATION ALREADY CATALOGUED - LEFT AS FILED"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                ELSE
                    MOVE "IDENTITY ON CATALOG WITH OTHER FIGURES"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * Every record of both files goes to the store under the
      * generation's identity, numbered in file order.  The catalog
      * entry is written only after the last image, so a step that
      * dies part way leaves images with no entry - never an entry
      * promising images that are not there - and the rerun clears
      * whatever such a step left under the identity before filing.
      * An image the store will not take refuses the step the same
      * way: no entry is written, and the rerun files afresh.
      *---------------------------------------------------------------
        File-Generation.
            MOVE Source-Run-Date TO Purge-Run-Date.
            MOVE Source-Run-Time TO Purge-Run-Time.
            PERFORM Purge-Generation-Images.
            MOVE ZERO TO Images-Expired.
            MOVE "N" TO Detail-At-End-Switch.
            MOVE ZERO TO Image-Seq-No.
            OPEN INPUT Fizzbuzz-Out-File.
            PERFORM UNTIL Detail-At-End
                READ Fizzbuzz-Out-File
                    AT END
                        SET Detail-At-End TO TRUE
                    NOT AT END
                        MOVE "O" TO FZBGEN-FILE-TYPE
                        MOVE FZBREC-RECORD TO FZBGEN-IMAGE
                        PERFORM Write-Generation-Image
                END-READ
            END-PERFORM.
            CLOSE Fizzbuzz-Out-File.
            MOVE "N" TO Totals-At-End-Switch.
            MOVE ZERO TO Image-Seq-No.
            OPEN INPUT Totals-File.
            PERFORM UNTIL Totals-At-End
                READ Totals-File
                    AT END
                        SET Totals-At-End TO TRUE
                    NOT AT END
                        MOVE "T" TO FZBGEN-FILE-TYPE
                        MOVE FZBTOT-RECORD TO FZBGEN-IMAGE
                        PERFORM Write-Generation-Image
                END-READ
            END-PERFORM.
            CLOSE Totals-File.
            MOVE "IMAGES FILED TO FZBGEN" TO RC-Label.
            MOVE Images-Filed TO RC-Count.
            PERFORM Write-Report-Count-Line.
            IF Run-Is-Abandoned
                MOVE "IMAGES NOT ALL FILED - GENERATION NOT CATALOGUED"
                    TO TL-Text
                PERFORM Write-Report-Text-Line
            END-IF.

        Write-Generation-Image.
            ADD 1 TO Image-Seq-No.
            MOVE Source-Run-Date TO FZBGEN-RUN-DATE.
            MOVE Source-Run-Time TO FZBGEN-RUN-TIME.
            MOVE Image-Seq-No    TO FZBGEN-SEQ-NO.
            WRITE FZBGEN-RECORD
                INVALID KEY
                    REWRITE FZBGEN-RECORD
                        INVALID KEY
                            DISPLAY "FZBCAT: UNABLE TO FILE IMAGE "
                                FZBGEN-KEY
                            SET Run-Is-Abandoned TO TRUE
                        NOT INVALID KEY
                            ADD 1 TO Images-Filed
                    END-REWRITE
                NOT INVALID KEY
                    ADD 1 TO Images-Filed
            END-WRITE.

        Write-Catalog-Entry.
            MOVE SPACES TO FZBGCAT-RECORD.
            MOVE Source-Run-Date     TO FZBGCAT-RUN-DATE.
            MOVE Source-Run-Time     TO FZBGCAT-RUN-TIME.
            MOVE Run-Date-Field      TO FZBGCAT-CAT-DATE.
            MOVE Run-Time-Field      TO FZBGCAT-CAT-TIME.
            MOVE Out-Record-Count    TO FZBGCAT-OUT-COUNT.
            MOVE I-Value-Hash-Total  TO FZBGCAT-HASH-TOTAL.
            MOVE Tot-Record-Count    TO FZBGCAT-TOT-COUNT.
            MOVE Request-Group-Count TO FZBGCAT-REQUEST-CNT.
            MOVE Grand-Total-Sum     TO FZBGCAT-GRAND-TOTAL.
            MOVE ZERO                TO FZBGCAT-LAST-RECALL.
            MOVE ZERO                TO FZBGCAT-RECALL-COUNT.
            WRITE FZBGCAT-RECORD
                INVALID KEY
                    DISPLAY "FZBCAT: UNABLE TO CATALOG "
                        FZBGCAT-KEY
                    MOVE "CATALOG ENTRY COULD NOT BE WRITTEN"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                    SET Run-Is-Abandoned TO TRUE
            END-WRITE.

      *---------------------------------------------------------------
      * Retention by generation count, oldest first.  The generation
      * just filed is the newest on the catalog (or already was), and
      * the limit is at least one, so it is never the one expired.
      * An expired generation loses its store images before its
      * catalog entry, the reverse of filing.  The 999 slots are this
      * stream's usual flagged edge: more to expire than that in one
      * night leaves the rest for the next run and says so.
      *---------------------------------------------------------------
        Expire-Old-Generations.
            MOVE LOW-VALUES TO FZBGCAT-KEY.
            START Catalog-File KEY IS NOT LESS THAN FZBGCAT-KEY
                INVALID KEY
                    SET Catalog-At-End TO TRUE
            END-START.
            PERFORM UNTIL Catalog-At-End
                READ Catalog-File NEXT RECORD
                    AT END
                        SET Catalog-At-End TO TRUE
                    NOT AT END
                        ADD 1 TO Catalog-Entry-Count
                        IF Expire-Count < 999
                            ADD 1 TO Expire-Count
                            MOVE FZBGCAT-RUN-DATE
                                TO Expire-Run-Date(Expire-Count)
                            MOVE FZBGCAT-RUN-TIME
                                TO Expire-Run-Time(Expire-Count)
                        END-IF
                END-READ
            END-PERFORM.
            IF Catalog-Entry-Count > Retain-Limit
                COMPUTE Expire-Count =
                    Catalog-Entry-Count - Retain-Limit
                IF Expire-Count > 999
                    MOVE 999 TO Expire-Count
                    MOVE "OVER 999 TO EXPIRE - REST LEFT FOR NEXT RUN"
                        TO TL-Text
                    PERFORM Write-Report-Text-Line
                END-IF
            ELSE
                MOVE ZERO TO Expire-Count
            END-IF.
            PERFORM VARYING Expire-Index FROM 1 BY 1
                    UNTIL Expire-Index > Expire-Count
                PERFORM Expire-One-Generation
            END-PERFORM.
            MOVE "GENERATIONS ON CATALOG" TO RC-Label.
            COMPUTE RC-Count = Catalog-Entry-Count - Expire-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "RETENTION LIMIT" TO RC-Label.
            MOVE Retain-Limit TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "GENERATIONS EXPIRED" TO RC-Label.
            MOVE Expire-Count TO RC-Count.
            PERFORM Write-Report-Count-Line.
            MOVE "IMAGES EXPIRED FROM FZBGEN" TO RC-Label.
            MOVE Images-Expired TO RC-Count.
            PERFORM Write-Report-Count-Line.

        Expire-One-Generation.
            MOVE Expire-Run-Date(Expire-Index) TO Purge-Run-Date.
            MOVE Expire-Run-Time(Expire-Index) TO Purge-Run-Time.
            PERFORM Purge-Generation-Images.
            MOVE Expire-Run-Date(Expire-Index) TO FZBGCAT-RUN-DATE.
            MOVE Expire-Run-Time(Expire-Index) TO FZBGCAT-RUN-TIME.
            DELETE Catalog-File RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE.
            MOVE "EXPIRED GENERATION" TO IL-Label.
            MOVE Expire-Run-Date(Expire-Index) TO IL-Run-Date.
            MOVE Expire-Run-Time(Expire-Index) TO IL-Run-Time.
            WRITE Catalog-Report-Record FROM Identity-Line
                AFTER ADVANCING 1 LINES.

        Purge-Generation-Images.
            MOVE "N" TO Image-At-End-Switch.
            MOVE Purge-Run-Date TO FZBGEN-RUN-DATE.
            MOVE Purge-Run-Time TO FZBGEN-RUN-TIME.
            MOVE LOW-VALUES TO FZBGEN-FILE-TYPE.
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
                        IF FZBGEN-RUN-DATE = Purge-Run-Date
                                AND FZBGEN-RUN-TIME = Purge-Run-Time
                            DELETE Generation-File RECORD
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO Images-Expired
                            END-DELETE
                        ELSE
                            SET Image-At-End TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

        Write-Catalog-Summary.
            EVALUATE TRUE
                WHEN Run-Is-Abandoned
                    MOVE "REFUSED" TO VL-Verdict
                WHEN Already-On-Catalog
                    MOVE "ALREADY HELD" TO VL-Verdict
                WHEN OTHER
                    MOVE "CATALOGUED" TO VL-Verdict
            END-EVALUATE.
            WRITE Catalog-Report-Record FROM Verdict-Line
                AFTER ADVANCING 2 LINES.

        Write-Report-Count-Line.
            WRITE Catalog-Report-Record FROM Report-Count-Line
                AFTER ADVANCING 1 LINES.

        Write-Report-Text-Line.
            WRITE Catalog-Report-Record FROM Report-Text-Line
                AFTER ADVANCING 1 LINES.

        Terminate-Run.
            CLOSE Catalog-Report-File.
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
      * started and ended, the FZBOUT records it counted and the return
      * code it leaves - for the FZBTRND trend report and the FZBBLD
      * batch-window forecast.
      *---------------------------------------------------------------
        Write-Step-Timing.
            MOVE Out-Record-Count TO Step-Record-Volume.
            OPEN EXTEND Step-Timing-File.
            MOVE SPACES TO FZBSTP-RECORD.
            MOVE "FZBCAT" TO FZBSTP-STEP-NAME.
            MOVE Step-Start-Date TO FZBSTP-START-DATE.
            MOVE Step-Start-Time TO FZBSTP-START-TIME.
            ACCEPT FZBSTP-END-DATE FROM DATE YYYYMMDD.
            ACCEPT FZBSTP-END-TIME FROM TIME.
            MOVE Step-Record-Volume TO FZBSTP-RECORD-VOLUME.
            MOVE RETURN-CODE TO FZBSTP-RETURN-CODE.
            WRITE FZBSTP-RECORD.
            CLOSE Step-Timing-File.

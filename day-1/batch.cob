       *> failed instead of posted, and a successful post stamps the
       *> register entry so a replay of the same document id can never
       *> enter the consolidated sum twice.
       *> Each document is scored under the calibration rule its
       *> vendor is contracted on (digits only or digits plus words,
       *> from the vendor master, taking the prior rule for a document
       *> dated before the current rule's effective date); the trailer
       *> hash total is checked under that same rule, the rule used is
       *> shown against every per-file subtotal, and the consolidated
       *> sum is broken down by rule.
       *> The day's consolidated figures are posted to the keyed
       *> run-history file under program BATCH, and every posted
       *> document's register entry records the subtotal, line count,
       *> rule, and the run-history record it went into, so the
       *> supervisor reversal transaction (reversal.cob) can back a
       *> bad document out again. A document that replaces a reversed
       *> one - a resend under the same document id, or a new
       *> document whose HDR names the reversed id in its replaces
       *> field - completes the reversal's entry on the reversal
       *> ledger with the replacement's id, date, and subtotal.
       *> Each document posts to its HDR business date: one BATCH
       *> run-history record is posted per business date met (the run
       *> date's record, which also carries the failed-file count, is
       *> always posted). A document whose business date is on or
       *> before the last day the day-end stream closed posts as an
       *> adjustment entry for that earlier date, is reported as a
       *> late document, and has its register entry flagged late so
       *> the late-posting report (late-posting.cob) lists it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Batch.

            ACCESS MODE DYNAMIC
            RECORD KEY IS register-key
            FILE STATUS IS register-status.
        SELECT history-file
            ASSIGN TO DYNAMIC history-file-name
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS history-key
            FILE STATUS IS history-status.
        SELECT ledger-file
            ASSIGN TO DYNAMIC ledger-file-name
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS ledger-key
            FILE STATUS IS ledger-status.
        SELECT control-file
            ASSIGN TO DYNAMIC control-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS control-status.

        DATA DIVISION.
        FILE SECTION.
            05 vendor-name       PIC X(30).
            05 vendor-act-status PIC X.
            05 vendor-frequency  PIC 9(3).
            05 vendor-rule       PIC X.
            05 vendor-rule-date  PIC 9(8).
            05 vendor-prior-rule PIC X.

        FD register-file.
        01 register-record.
            05 register-edit-disp     PIC X(8).
            05 register-posted-date   PIC 9(8).
            05 register-dup-attempts  PIC 9(3).
            05 register-posted-amount PIC 9(10).
            05 register-posted-lines  PIC 9(10).
            05 register-posted-rule   PIC X.
            05 register-history-date  PIC 9(8).
            05 register-history-run   PIC 9(4).
            05 register-business-date PIC 9(8).
            05 register-late-posting  PIC X.

        FD history-file.
        01 history-record.
            05 history-key.
                10 history-program    PIC X(8).
                10 history-run-date   PIC 9(8).
                10 history-run-number PIC 9(4).
            05 history-records-read   PIC 9(10).
            05 history-included       PIC 9(10).
            05 history-excluded       PIC 9(10).
            05 history-sum            PIC 9(10).
            05 history-high-value     PIC 9(2).
            05 history-low-value      PIC 9(2).
            05 history-entry-type     PIC X.
            05 history-posted-on      PIC 9(8).

        FD ledger-file.
        01 ledger-record.
            05 ledger-key.
                10 ledger-document-id PIC X(10).
                10 ledger-entry-seq   PIC 9(4).
            05 ledger-vendor-id       PIC X(8).
            05 ledger-entry-status    PIC X(8).
            05 ledger-reversed-by     PIC X(8).
            05 ledger-reversed-date   PIC 9(8).
            05 ledger-reversed-time   PIC 9(6).
            05 ledger-reason          PIC X(30).
            05 ledger-posted-date     PIC 9(8).
            05 ledger-history-date    PIC 9(8).
            05 ledger-history-run     PIC 9(4).
            05 ledger-amount          PIC 9(10).
            05 ledger-lines           PIC 9(10).
            05 ledger-rule            PIC X.
            05 ledger-repost-id       PIC X(10).
            05 ledger-repost-date     PIC 9(8).
            05 ledger-repost-amount   PIC 9(10).

        FD control-file.
        01 control-record.
            05 control-lock-flag      PIC X.
            05 control-lock-holder    PIC X(8).
            05 control-lock-date      PIC 9(8).
            05 control-lock-time      PIC 9(6).
            05 control-maint-sessions PIC 9(3).
            05 control-maint-operator PIC X(8).
            05 control-maint-date     PIC 9(8).
            05 control-maint-time     PIC 9(6).
            05 control-closed-date    PIC 9(8).

        WORKING-STORAGE SECTION.
        01 run-control-params.
        01 vendor-status         PIC XX.
        01 register-file-name    PIC X(100).
        01 register-status       PIC XX.
        01 history-file-name     PIC X(100).
        01 history-status        PIC XX.
        01 history-open          PIC X     VALUE "N".
        01 control-file-name     PIC X(100).
        01 control-status        PIC XX.
        01 closed-date           PIC 9(8)  VALUE 0.
        01 business-date         PIC 9(8).
        01 business-buckets.
            05 bucket-count PIC 9(2) VALUE 0.
            05 bucket-entry OCCURS 40 TIMES.
                10 bucket-date  PIC 9(8).
                10 bucket-run   PIC 9(4).
                10 bucket-files PIC 9(5).
                10 bucket-lines PIC 9(10).
                10 bucket-sum   PIC 9(10).
        01 bucket-index          PIC 9(2).
        01 current-bucket        PIC 9(2).
        01 entry-type            PIC X.
        01 posting-label         PIC X(10).
        01 run-number-found      PIC X.
        01 posted-file-count     PIC 9(5)  VALUE 0.
        01 posted-line-count     PIC 9(10) VALUE 0.
        01 ledger-file-name      PIC X(100).
        01 ledger-status         PIC XX.
        01 ledger-open           PIC X     VALUE "N".
        01 ledger-probe-seq      PIC 9(4).
        01 ledger-open-seq       PIC 9(4).
        01 ledger-seq-found      PIC X.
        01 reversed-document-id  PIC X(10).
        01 input-line            PIC X(255).
        01 end-of-file-list      PIC X     VALUE "N".
        01 end-of-input          PIC X.
        01 failed-file-count     PIC 9(5)  VALUE 0.
        01 consolidated-sum      PIC 9(10) VALUE 0.
        01 file-subtotal         PIC 9(10).
        01 document-rule         PIC X.
        01 rule-label            PIC X(17).
        01 digits-only-sum       PIC 9(10) VALUE 0.
        01 digits-only-files     PIC 9(5)  VALUE 0.
        01 digits-words-sum      PIC 9(10) VALUE 0.
        01 digits-words-files    PIC 9(5)  VALUE 0.
        01 digit-found           PIC X.
        01 line-value.
            05 first-digit PIC 9.
            05 header-document-id   PIC X(10).
            05 header-vendor-id     PIC X(8).
            05 header-business-date PIC 9(8).
            05 header-replaces-id   PIC X(10).
        01 trailer-record.
            05 trailer-tag          PIC X(3).
            05 trailer-record-count PIC 9(10).
        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            PERFORM read-closed-date
            OPEN INPUT vendor-file
            IF vendor-status NOT = "00"
                DISPLAY "VENDOR FILE OPEN FAILED: " vendor-status
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM open-run-history
            PERFORM open-reversal-ledger
            OPEN INPUT file-list
            OPEN OUTPUT batch-report-file
            PERFORM write-parameter-line
            CLOSE file-list
            CLOSE vendor-file
            CLOSE register-file
            IF ledger-open = "Y"
                CLOSE ledger-file
            END-IF
            PERFORM post-run-history
            PERFORM write-consolidated-line
            CLOSE batch-report-file
            DISPLAY consolidated-sum
            MOVE param-batch-report TO batch-report-name
            MOVE param-vendor-file TO vendor-file-name
            MOVE param-register-file TO register-file-name
            MOVE param-history-file TO history-file-name
            MOVE param-reversal-ledger TO ledger-file-name
            MOVE param-system-control TO control-file-name
            .

       *> The last business date the day-end stream closed, off the
       *> system control record; none recorded means none closed.
        read-closed-date.
            OPEN INPUT control-file
            IF control-status = "00"
                READ control-file
                    AT END
                        CONTINUE
                    NOT AT END
                        IF control-closed-date NUMERIC
                            MOVE control-closed-date TO closed-date
                        END-IF
                END-READ
                CLOSE control-file
            END-IF
            .

       *> The run number for the run date's BATCH history record is
       *> taken up front, and for any other business date when its
       *> first document posts, so every document posted can record
       *> on its register entry which history record it went into.
        open-run-history.
            OPEN I-O history-file
            IF history-status = "35"
                OPEN OUTPUT history-file
                CLOSE history-file
                OPEN I-O history-file
            END-IF
            IF history-status NOT = "00"
                DISPLAY "RUN HISTORY NOT POSTED - OPEN FAILED: "
                        history-status
            ELSE
                MOVE "Y" TO history-open
            END-IF
            MOVE param-run-date TO business-date
            PERFORM add-business-bucket
            .

        add-business-bucket.
            ADD 1 TO bucket-count
            MOVE bucket-count TO current-bucket
            MOVE business-date TO bucket-date(current-bucket)
            MOVE 0 TO bucket-run(current-bucket)
            MOVE 0 TO bucket-files(current-bucket)
            MOVE 0 TO bucket-lines(current-bucket)
            MOVE 0 TO bucket-sum(current-bucket)
            IF history-open = "Y"
                MOVE "BATCH" TO history-program
                MOVE business-date TO history-run-date
                MOVE 0 TO history-run-number
                MOVE "N" TO run-number-found
                PERFORM find-next-run-number
                    UNTIL run-number-found = "Y"
                MOVE history-run-number TO bucket-run(current-bucket)
            END-IF
            .

       *> A document with no usable business date, or one dated after
       *> the run date, posts to the run date.
        select-business-bucket.
            IF header-business-date NUMERIC
                    AND header-business-date > 0
                    AND header-business-date NOT > param-run-date
                MOVE header-business-date TO business-date
            ELSE
                MOVE param-run-date TO business-date
            END-IF
            MOVE 1 TO current-bucket
            PERFORM find-bucket
                VARYING bucket-index FROM 1 BY 1
                UNTIL bucket-index > bucket-count
            IF bucket-date(current-bucket) NOT = business-date
                IF bucket-count < 40
                    PERFORM add-business-bucket
                ELSE
                    DISPLAY "BUSINESS DATE TABLE FULL - DOCUMENT "
                            header-document-id " POSTED TO RUN DATE"
                END-IF
            END-IF
            MOVE current-bucket TO bucket-index
            PERFORM set-entry-type
            .

        find-bucket.
            IF bucket-date(bucket-index) = business-date
                MOVE bucket-index TO current-bucket
            END-IF
            .

       *> An earlier business date the day-end stream has already
       *> closed takes an adjustment entry; the run date and an
       *> earlier date not yet closed take an original entry.
        set-entry-type.
            IF bucket-date(bucket-index) < param-run-date
                    AND bucket-date(bucket-index) NOT > closed-date
                MOVE "A" TO entry-type
                MOVE "ADJUSTMENT" TO posting-label
            ELSE
                MOVE "O" TO entry-type
                MOVE "ORIGINAL" TO posting-label
            END-IF
            .

        find-next-run-number.
            ADD 1 TO history-run-number
            READ history-file KEY IS history-key
                INVALID KEY
                    MOVE "Y" TO run-number-found
            END-READ
            .

        post-run-history.
            IF history-open = "Y"
                PERFORM write-history-record
                    VARYING bucket-index FROM 1 BY 1
                    UNTIL bucket-index > bucket-count
                CLOSE history-file
            END-IF
            .

       *> Failed files belong to no business date; they are counted
       *> against the run date.
        write-history-record.
            PERFORM set-entry-type
            MOVE "BATCH" TO history-program
            MOVE bucket-date(bucket-index) TO history-run-date
            MOVE bucket-run(bucket-index) TO history-run-number
            MOVE bucket-lines(bucket-index) TO history-records-read
            MOVE bucket-files(bucket-index) TO history-included
            IF bucket-index = 1
                MOVE failed-file-count TO history-excluded
            ELSE
                MOVE 0 TO history-excluded
            END-IF
            MOVE bucket-sum(bucket-index) TO history-sum
            MOVE 0 TO history-high-value
            MOVE 0 TO history-low-value
            MOVE entry-type TO history-entry-type
            MOVE param-run-date TO history-posted-on
            WRITE history-record
                INVALID KEY
                    DISPLAY "RUN-HISTORY WRITE FAILED: "
                            history-status
            END-WRITE
            .

       *> No ledger on file simply means nothing has ever been
       *> reversed, so there is nothing for a posting to complete.
        open-reversal-ledger.
            OPEN I-O ledger-file
            IF ledger-status = "00"
                MOVE "Y" TO ledger-open
            END-IF
            .

        write-parameter-line.
            MOVE SPACES TO batch-input-file-name
            MOVE FUNCTION TRIM(file-list-line) TO batch-input-file-name
            MOVE 0 TO file-subtotal
            MOVE "D" TO document-rule
            MOVE 0 TO data-record-count
            MOVE 0 TO data-hash-total
            MOVE "N" TO end-of-input
                PERFORM write-failure-line
            ELSE
                ADD file-subtotal TO consolidated-sum
                IF document-rule = "W"
                    ADD file-subtotal TO digits-words-sum
                    ADD 1 TO digits-words-files
                ELSE
                    ADD file-subtotal TO digits-only-sum
                    ADD 1 TO digits-only-files
                END-IF
                ADD 1 TO posted-file-count
                ADD data-record-count TO posted-line-count
                PERFORM select-business-bucket
                ADD 1 TO bucket-files(current-bucket)
                ADD data-record-count TO bucket-lines(current-bucket)
                ADD file-subtotal TO bucket-sum(current-bucket)
                PERFORM record-document-posted
                PERFORM write-subtotal-line
                IF entry-type = "A"
                    PERFORM write-late-document-line
                END-IF
                IF ledger-open = "Y"
                    PERFORM complete-open-reversal
                END-IF
            END-IF
            .

                    IF vendor-act-status NOT = "A"
                        MOVE "Y" TO file-failed
                        MOVE "VENDOR SUSPENDED" TO fail-reason
                    ELSE
                        PERFORM resolve-document-rule
                    END-IF
            END-READ
            IF file-failed = "N"
                            header-document-id
                NOT INVALID KEY
                    MOVE param-run-date TO register-posted-date
                    MOVE file-subtotal TO register-posted-amount
                    MOVE data-record-count TO register-posted-lines
                    MOVE document-rule TO register-posted-rule
                    IF history-open = "Y"
                        MOVE bucket-date(current-bucket)
                            TO register-history-date
                        MOVE bucket-run(current-bucket)
                            TO register-history-run
                    ELSE
                        MOVE 0 TO register-history-date
                        MOVE 0 TO register-history-run
                    END-IF
                    IF entry-type = "A"
                        MOVE "Y" TO register-late-posting
                    ELSE
                        MOVE "N" TO register-late-posting
                    END-IF
                    REWRITE register-record
                        INVALID KEY
                            DISPLAY "REGISTER REWRITE FAILED: "
            END-READ
            .

       *> A resend under the reversed document's own id completes that
       *> reversal; failing that, a document whose HDR names a
       *> reversed id in its replaces field completes the reversal of
       *> that id, provided both came from the same vendor.
        complete-open-reversal.
            MOVE header-document-id TO reversed-document-id
            PERFORM find-open-reversal
            IF ledger-open-seq = 0 AND header-replaces-id NOT = SPACES
                MOVE header-replaces-id TO reversed-document-id
                PERFORM find-open-reversal
            END-IF
            IF ledger-open-seq > 0
                MOVE reversed-document-id TO ledger-document-id
                MOVE ledger-open-seq TO ledger-entry-seq
                READ ledger-file KEY IS ledger-key
                    INVALID KEY
                        DISPLAY "LEDGER READ FAILED: " ledger-status
                    NOT INVALID KEY
                        MOVE "REPOSTED" TO ledger-entry-status
                        MOVE header-document-id TO ledger-repost-id
                        MOVE param-run-date TO ledger-repost-date
                        MOVE file-subtotal TO ledger-repost-amount
                        REWRITE ledger-record
                            INVALID KEY
                                DISPLAY "LEDGER REWRITE FAILED: "
                                        ledger-status
                            NOT INVALID KEY
                                PERFORM write-repost-line
                        END-REWRITE
                END-READ
            END-IF
            .

       *> Ledger entries for a document run unbroken from sequence 1;
       *> the highest one still marked REVERSED is the open reversal.
        find-open-reversal.
            MOVE 0 TO ledger-open-seq
            MOVE 0 TO ledger-probe-seq
            MOVE "N" TO ledger-seq-found
            PERFORM probe-ledger-seq
                UNTIL ledger-seq-found = "Y"
            .

        probe-ledger-seq.
            ADD 1 TO ledger-probe-seq
            MOVE reversed-document-id TO ledger-document-id
            MOVE ledger-probe-seq TO ledger-entry-seq
            READ ledger-file KEY IS ledger-key
                INVALID KEY
                    MOVE "Y" TO ledger-seq-found
                NOT INVALID KEY
                    IF ledger-entry-status = "REVERSED"
                            AND ledger-vendor-id = header-vendor-id
                        MOVE ledger-probe-seq TO ledger-open-seq
                    END-IF
            END-READ
            .

        write-repost-line.
            MOVE SPACES TO batch-report-line
            STRING "  REPOSTS REVERSED DOCUMENT " DELIMITED BY SIZE
                    reversed-document-id DELIMITED BY SIZE
                    " REVERSED-AMOUNT=" DELIMITED BY SIZE
                    ledger-amount DELIMITED BY SIZE
                    " REVERSED-BY=" DELIMITED BY SIZE
                    ledger-reversed-by DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    ledger-reversed-date DELIMITED BY SIZE
                INTO batch-report-line
            WRITE batch-report-line
            .

        verify-control-totals.
            IF file-failed = "N" AND header-seen = "N"
                MOVE "Y" TO file-failed
            END-IF
            .

       *> A document dated before the vendor's current rule took
       *> effect is scored under the rule it replaced.
        resolve-document-rule.
            IF header-business-date < vendor-rule-date
                MOVE vendor-prior-rule TO document-rule
            ELSE
                MOVE vendor-rule TO document-rule
            END-IF
            IF document-rule NOT = "W"
                MOVE "D" TO document-rule
            END-IF
            .

       *> The vendor's trailer hash is taken under its contracted
       *> rule, so the subtotal and the hash are both accumulated
       *> under the document's rule.
        handle-line.
            IF document-rule = "W"
                CALL "AOC-Extract-Digits-Words" USING input-line
                        first-digit last-digit digit-found
                END-CALL
            ELSE
                CALL "AOC-Extract-Digits-Only" USING input-line
                        first-digit last-digit digit-found
                END-CALL
            END-IF
            IF digit-found = "Y"
                ADD FUNCTION NUMVAL(line-value) TO file-subtotal
                ADD FUNCTION NUMVAL(line-value) TO data-hash-total
            .

        write-subtotal-line.
            PERFORM set-rule-label
            MOVE SPACES TO batch-report-line
            STRING "FILE " DELIMITED BY SIZE
                    FUNCTION TRIM(batch-input-file-name)
                    data-record-count DELIMITED BY SIZE
                    " SUBTOTAL=" DELIMITED BY SIZE
                    file-subtotal DELIMITED BY SIZE
                    " RULE=" DELIMITED BY SIZE
                    FUNCTION TRIM(rule-label) DELIMITED BY SIZE
                INTO batch-report-line
            WRITE batch-report-line
            .

        set-rule-label.
            IF document-rule = "W"
                MOVE "DIGITS-PLUS-WORDS" TO rule-label
            ELSE
                MOVE "DIGITS-ONLY" TO rule-label
            END-IF
            .

        write-failure-line.
            PERFORM set-rule-label
            MOVE SPACES TO batch-report-line
            STRING "FILE " DELIMITED BY SIZE
                    FUNCTION TRIM(batch-input-file-name)
                    trailer-hash-total DELIMITED BY SIZE
                    " READ-HASH=" DELIMITED BY SIZE
                    data-hash-total DELIMITED BY SIZE
                    " RULE=" DELIMITED BY SIZE
                    FUNCTION TRIM(rule-label) DELIMITED BY SIZE
                INTO batch-report-line
            WRITE batch-report-line
            .

        write-late-document-line.
            MOVE SPACES TO batch-report-line
            STRING "  LATE DOCUMENT - BUSINESS DATE " DELIMITED BY SIZE
                    business-date DELIMITED BY SIZE
                    " CLOSED - POSTED AS ADJUSTMENT RUN-HISTORY "
                        DELIMITED BY SIZE
                    bucket-date(current-bucket) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    bucket-run(current-bucket) DELIMITED BY SIZE
                INTO batch-report-line
            WRITE batch-report-line
            .

        write-business-date-line.
            PERFORM set-entry-type
            MOVE SPACES TO batch-report-line
            STRING "BUSINESS-DATE=" DELIMITED BY SIZE
                    bucket-date(bucket-index) DELIMITED BY SIZE
                    " POSTED-AS=" DELIMITED BY SIZE
                    posting-label DELIMITED BY SPACE
                    " FILES=" DELIMITED BY SIZE
                    bucket-files(bucket-index) DELIMITED BY SIZE
                    " LINES=" DELIMITED BY SIZE
                    bucket-lines(bucket-index) DELIMITED BY SIZE
                    " SUM=" DELIMITED BY SIZE
                    bucket-sum(bucket-index) DELIMITED BY SIZE
                    " RUN-HISTORY=" DELIMITED BY SIZE
                    bucket-date(bucket-index) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    bucket-run(bucket-index) DELIMITED BY SIZE
                INTO batch-report-line
            WRITE batch-report-line
            .
                    file-count DELIMITED BY SIZE
                    " FILES-FAILED=" DELIMITED BY SIZE
                    failed-file-count DELIMITED BY SIZE
                    " FILES-POSTED=" DELIMITED BY SIZE
                    posted-file-count DELIMITED BY SIZE
                    " LINES-POSTED=" DELIMITED BY SIZE
                    posted-line-count DELIMITED BY SIZE
                INTO batch-report-line
            WRITE batch-report-line
            MOVE SPACES TO batch-report-line
            STRING "RULE-SUM DIGITS-ONLY=" DELIMITED BY SIZE
                    digits-only-sum DELIMITED BY SIZE
                    " FILES=" DELIMITED BY SIZE
                    digits-only-files DELIMITED BY SIZE
                INTO batch-report-line
            WRITE batch-report-line
            MOVE SPACES TO batch-report-line
            STRING "RULE-SUM DIGITS-PLUS-WORDS=" DELIMITED BY SIZE
                    digits-words-sum DELIMITED BY SIZE
                    " FILES=" DELIMITED BY SIZE
                    digits-words-files DELIMITED BY SIZE
                INTO batch-report-line
            WRITE batch-report-line
            PERFORM write-business-date-line
                VARYING bucket-index FROM 1 BY 1
                UNTIL bucket-index > bucket-count
            .

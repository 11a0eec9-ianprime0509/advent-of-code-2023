       *> Vendor reject aging report: reads the reject ledger the
       *> pre-edit (edit.cob) keeps of every rejected document line and
       *> lists, vendor by vendor, each reject the vendor has not yet
       *> fixed - original document id, line position, reason code,
       *> date first rejected, age in days at the run date, the number
       *> of times the line has been rejected, the last resubmission
       *> that carried it, and the rejected text. Each vendor closes
       *> with its outstanding count, the age of its oldest reject, and
       *> the rejects aged 0-7, 8-30, and over 30 days; the report
       *> closes with the same totals for every vendor and the count
       *> of rejects already cleared by a resubmission.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Reject-Aging.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT reject-ledger-file
            ASSIGN TO DYNAMIC reject-ledger-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS reject-ledger-key
            FILE STATUS IS reject-ledger-status.
        SELECT vendor-file
            ASSIGN TO DYNAMIC vendor-file-name
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS vendor-id
            FILE STATUS IS vendor-status.
        SELECT aging-report-file
            ASSIGN TO DYNAMIC aging-report-name
            ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD reject-ledger-file.
        01 reject-ledger-record.
            05 reject-ledger-key.
                10 reject-vendor-id    PIC X(8).
                10 reject-document-id  PIC X(10).
                10 reject-line-number  PIC 9(10).
            05 reject-reason-code  PIC X(4).
            05 reject-status       PIC X(11).
            05 reject-first-date   PIC 9(8).
            05 reject-last-date    PIC 9(8).
            05 reject-attempts     PIC 9(3).
            05 reject-cleared-date PIC 9(8).
            05 reject-resubmit-id  PIC X(10).
            05 reject-text         PIC X(255).

        FD vendor-file.
        01 vendor-record.
            05 vendor-id         PIC X(8).
            05 vendor-name       PIC X(30).
            05 vendor-act-status PIC X.
            05 vendor-frequency  PIC 9(3).
            05 vendor-rule       PIC X.
            05 vendor-rule-date  PIC 9(8).
            05 vendor-prior-rule PIC X.

        FD aging-report-file.
        01 aging-report-line PIC X(400).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 reject-ledger-name   PIC X(100).
        01 vendor-file-name     PIC X(100).
        01 aging-report-name    PIC X(100).
        01 reject-ledger-status PIC XX.
        01 vendor-status        PIC XX.
        01 end-of-ledger        PIC X     VALUE "N".
        01 vendor-open          PIC X     VALUE "N".
        01 run-integer          PIC 9(8).
        01 reject-age           PIC 9(5).
        01 group-vendor-id      PIC X(8).
        01 group-vendor-name    PIC X(30).
        01 group-outstanding    PIC 9(5).
        01 group-oldest         PIC 9(5).
        01 group-week           PIC 9(5).
        01 group-month          PIC 9(5).
        01 group-older          PIC 9(5).
        01 vendor-group-count   PIC 9(5)  VALUE 0.
        01 total-outstanding    PIC 9(5)  VALUE 0.
        01 total-oldest         PIC 9(5)  VALUE 0.
        01 total-week           PIC 9(5)  VALUE 0.
        01 total-month          PIC 9(5)  VALUE 0.
        01 total-older          PIC 9(5)  VALUE 0.
        01 total-cleared        PIC 9(5)  VALUE 0.

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            COMPUTE run-integer
                = FUNCTION INTEGER-OF-DATE(param-run-date)
            OPEN INPUT vendor-file
            IF vendor-status = "00"
                MOVE "Y" TO vendor-open
            END-IF
            OPEN OUTPUT aging-report-file
            PERFORM write-parameter-line
            MOVE SPACES TO group-vendor-id
            OPEN INPUT reject-ledger-file
            IF reject-ledger-status = "00"
                PERFORM UNTIL end-of-ledger = "Y"
                    READ reject-ledger-file
                        AT END
                            MOVE "Y" TO end-of-ledger
                        NOT AT END
                            PERFORM age-ledger-entry
                    END-READ
                END-PERFORM
                CLOSE reject-ledger-file
                IF group-vendor-id NOT = SPACES
                    PERFORM write-vendor-total
                END-IF
            ELSE
                MOVE "NO REJECT LEDGER FOUND - NO REJECTS RECORDED"
                    TO aging-report-line
                WRITE aging-report-line
            END-IF
            PERFORM write-summary-lines
            CLOSE aging-report-file
            IF vendor-open = "Y"
                CLOSE vendor-file
            END-IF
            DISPLAY "REJECTS OUTSTANDING: " total-outstanding
                    " VENDORS: " vendor-group-count
            GOBACK
            .

        load-run-control.
            CALL "AOC-Run-Control" USING run-control-params
            END-CALL
            IF param-valid NOT = "Y"
                DISPLAY "RUN-CONTROL ERROR: "
                        FUNCTION TRIM(param-message)
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE param-reject-ledger TO reject-ledger-name
            MOVE param-vendor-file TO vendor-file-name
            MOVE param-reject-aging-report TO aging-report-name
            .

        write-parameter-line.
            MOVE SPACES TO aging-report-line
            STRING "PARAMETERS RUN-DATE=" DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    " REJECT-LEDGER=" DELIMITED BY SIZE
                    FUNCTION TRIM(reject-ledger-name)
                        DELIMITED BY SIZE
                INTO aging-report-line
            WRITE aging-report-line
            .

        age-ledger-entry.
            IF reject-status = "CLEARED"
                ADD 1 TO total-cleared
            ELSE
                IF reject-vendor-id NOT = group-vendor-id
                    IF group-vendor-id NOT = SPACES
                        PERFORM write-vendor-total
                    END-IF
                    PERFORM start-vendor-group
                END-IF
                MOVE 0 TO reject-age
                IF reject-first-date > 0
                        AND reject-first-date < param-run-date
                    COMPUTE reject-age = run-integer
                        - FUNCTION INTEGER-OF-DATE(reject-first-date)
                END-IF
                EVALUATE TRUE
                WHEN reject-age NOT > 7
                    ADD 1 TO group-week
                WHEN reject-age NOT > 30
                    ADD 1 TO group-month
                WHEN OTHER
                    ADD 1 TO group-older
                END-EVALUATE
                IF reject-age > group-oldest
                    MOVE reject-age TO group-oldest
                END-IF
                ADD 1 TO group-outstanding
                PERFORM write-reject-line
            END-IF
            .

        start-vendor-group.
            MOVE reject-vendor-id TO group-vendor-id
            MOVE "(NOT ON VENDOR MASTER)" TO group-vendor-name
            IF vendor-open = "Y"
                MOVE reject-vendor-id TO vendor-id
                READ vendor-file KEY IS vendor-id
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE vendor-name TO group-vendor-name
                END-READ
            END-IF
            MOVE 0 TO group-outstanding
            MOVE 0 TO group-oldest
            MOVE 0 TO group-week
            MOVE 0 TO group-month
            MOVE 0 TO group-older
            ADD 1 TO vendor-group-count
            MOVE SPACES TO aging-report-line
            STRING "VENDOR " DELIMITED BY SIZE
                    group-vendor-id DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    group-vendor-name DELIMITED BY SIZE
                INTO aging-report-line
            WRITE aging-report-line
            .

        write-reject-line.
            MOVE SPACES TO aging-report-line
            STRING "  DOCUMENT " DELIMITED BY SIZE
                    reject-document-id DELIMITED BY SIZE
                    " LINE " DELIMITED BY SIZE
                    reject-line-number DELIMITED BY SIZE
                    " REASON=" DELIMITED BY SIZE
                    reject-reason-code DELIMITED BY SIZE
                    " FIRST-REJECTED=" DELIMITED BY SIZE
                    reject-first-date DELIMITED BY SIZE
                    " AGE=" DELIMITED BY SIZE
                    reject-age DELIMITED BY SIZE
                    " ATTEMPTS=" DELIMITED BY SIZE
                    reject-attempts DELIMITED BY SIZE
                    " LAST-RESUBMISSION=" DELIMITED BY SIZE
                    reject-resubmit-id DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(reject-text) DELIMITED BY SIZE
                INTO aging-report-line
            WRITE aging-report-line
            .

        write-vendor-total.
            MOVE SPACES TO aging-report-line
            STRING "  VENDOR " DELIMITED BY SIZE
                    group-vendor-id DELIMITED BY SIZE
                    " OUTSTANDING=" DELIMITED BY SIZE
                    group-outstanding DELIMITED BY SIZE
                    " OLDEST=" DELIMITED BY SIZE
                    group-oldest DELIMITED BY SIZE
                    " DAYS  0-7=" DELIMITED BY SIZE
                    group-week DELIMITED BY SIZE
                    " 8-30=" DELIMITED BY SIZE
                    group-month DELIMITED BY SIZE
                    " OVER-30=" DELIMITED BY SIZE
                    group-older DELIMITED BY SIZE
                INTO aging-report-line
            WRITE aging-report-line
            ADD group-outstanding TO total-outstanding
            ADD group-week TO total-week
            ADD group-month TO total-month
            ADD group-older TO total-older
            IF group-oldest > total-oldest
                MOVE group-oldest TO total-oldest
            END-IF
            .

        write-summary-lines.
            MOVE SPACES TO aging-report-line
            STRING "VENDORS WITH REJECTS OUTSTANDING=" DELIMITED BY SIZE
                    vendor-group-count DELIMITED BY SIZE
                    " OUTSTANDING=" DELIMITED BY SIZE
                    total-outstanding DELIMITED BY SIZE
                    " OLDEST=" DELIMITED BY SIZE
                    total-oldest DELIMITED BY SIZE
                    " DAYS  0-7=" DELIMITED BY SIZE
                    total-week DELIMITED BY SIZE
                    " 8-30=" DELIMITED BY SIZE
                    total-month DELIMITED BY SIZE
                    " OVER-30=" DELIMITED BY SIZE
                    total-older DELIMITED BY SIZE
                INTO aging-report-line
            WRITE aging-report-line
            MOVE SPACES TO aging-report-line
            STRING "REJECTS CLEARED BY RESUBMISSION=" DELIMITED BY SIZE
                    total-cleared DELIMITED BY SIZE
                INTO aging-report-line
            WRITE aging-report-line
            .

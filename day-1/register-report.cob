       *> transmissions turned away, plus activity counts, replacing
       *> the paper checklist of which vendor documents were received,
       *> edited, and posted.
       *> A posted document a supervisor has backed out shows as
       *> REVERSED, and the report closes with the reversal ledger:
       *> every reversal with who made it, when, why, and the amount
       *> that was reversed, and - once the
       *> replacement document has posted - the replacement's id,
       *> posting date, and subtotal.
       *> A document posted after its business date had closed, and
       *> so posted as an adjustment, shows as POSTED-LATE.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Register-Report.

            ACCESS MODE SEQUENTIAL
            RECORD KEY IS register-key
            FILE STATUS IS register-status.
        SELECT ledger-file
            ASSIGN TO DYNAMIC ledger-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS ledger-key
            FILE STATUS IS ledger-status.
        SELECT register-report-file
            ASSIGN TO DYNAMIC register-report-name
            ORGANIZATION LINE SEQUENTIAL.
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

        FD register-report-file.
        01 register-report-line PIC X(200).
        01 register-file-name   PIC X(100).
        01 register-report-name PIC X(100).
        01 register-status      PIC XX.
        01 ledger-file-name     PIC X(100).
        01 ledger-status        PIC XX.
        01 end-of-ledger        PIC X     VALUE "N".
        01 reversed-count       PIC 9(5)  VALUE 0.
        01 open-reversal-count  PIC 9(5)  VALUE 0.
        01 reposted-count       PIC 9(5)  VALUE 0.
        01 reversed-amount      PIC 9(10) VALUE 0.
        01 end-of-register      PIC X     VALUE "N".
        01 document-status      PIC X(11).
        01 document-count       PIC 9(5)  VALUE 0.
        01 received-count       PIC 9(5)  VALUE 0.
        01 passed-count         PIC 9(5)  VALUE 0.
        01 failed-count         PIC 9(5)  VALUE 0.
        01 posted-count         PIC 9(5)  VALUE 0.
        01 late-count           PIC 9(5)  VALUE 0.
        01 duplicate-count      PIC 9(5)  VALUE 0.

        PROCEDURE DIVISION.
                WRITE register-report-line
            END-IF
            PERFORM write-summary-line
            PERFORM report-reversal-ledger
            CLOSE register-report-file
            DISPLAY "DOCUMENTS REGISTERED: " document-count
            GOBACK
            END-IF
            MOVE param-register-file TO register-file-name
            MOVE param-register-report TO register-report-name
            MOVE param-reversal-ledger TO ledger-file-name
            .

        write-heading-line.
            ADD 1 TO document-count
            ADD register-dup-attempts TO duplicate-count
            EVALUATE TRUE
            WHEN register-posted-date NOT = 0
                    AND register-late-posting = "Y"
                MOVE "POSTED-LATE" TO document-status
                ADD 1 TO posted-count
                ADD 1 TO late-count
            WHEN register-posted-date NOT = 0
                MOVE "POSTED" TO document-status
                ADD 1 TO posted-count
            WHEN register-edit-disp = "REVERSED"
                MOVE "REVERSED" TO document-status
                ADD 1 TO reversed-count
            WHEN register-edit-disp = "PASSED"
                MOVE "EDITED" TO document-status
                ADD 1 TO passed-count
                    failed-count DELIMITED BY SIZE
                    " POSTED=" DELIMITED BY SIZE
                    posted-count DELIMITED BY SIZE
                    " POSTED-LATE=" DELIMITED BY SIZE
                    late-count DELIMITED BY SIZE
                    " DUPLICATE-REJECTED=" DELIMITED BY SIZE
                    duplicate-count DELIMITED BY SIZE
                    " REVERSED=" DELIMITED BY SIZE
                    reversed-count DELIMITED BY SIZE
                INTO register-report-line
            WRITE register-report-line
            .

       *> No ledger on file means nothing has ever been reversed.
        report-reversal-ledger.
            OPEN INPUT ledger-file
            IF ledger-status NOT = "00"
                MOVE "NO REVERSALS ON THE LEDGER"
                    TO register-report-line
                WRITE register-report-line
            ELSE
                MOVE "REVERSAL LEDGER" TO register-report-line
                WRITE register-report-line
                PERFORM UNTIL end-of-ledger = "Y"
                    READ ledger-file
                        AT END
                            MOVE "Y" TO end-of-ledger
                        NOT AT END
                            PERFORM report-ledger-entry
                    END-READ
                END-PERFORM
                CLOSE ledger-file
                MOVE SPACES TO register-report-line
                STRING "REVERSALS-OPEN=" DELIMITED BY SIZE
                        open-reversal-count DELIMITED BY SIZE
                        " REPOSTED=" DELIMITED BY SIZE
                        reposted-count DELIMITED BY SIZE
                        " AMOUNT-REVERSED=" DELIMITED BY SIZE
                        reversed-amount DELIMITED BY SIZE
                    INTO register-report-line
                WRITE register-report-line
            END-IF
            .

        report-ledger-entry.
            ADD ledger-amount TO reversed-amount
            IF ledger-entry-status = "REPOSTED"
                ADD 1 TO reposted-count
            ELSE
                ADD 1 TO open-reversal-count
            END-IF
            MOVE SPACES TO register-report-line
            STRING "REVERSAL " DELIMITED BY SIZE
                    ledger-document-id DELIMITED BY SIZE
                    " SEQ=" DELIMITED BY SIZE
                    ledger-entry-seq DELIMITED BY SIZE
                    " VENDOR=" DELIMITED BY SIZE
                    ledger-vendor-id DELIMITED BY SIZE
                    " POSTED=" DELIMITED BY SIZE
                    ledger-posted-date DELIMITED BY SIZE
                    " AMOUNT=" DELIMITED BY SIZE
                    ledger-amount DELIMITED BY SIZE
                    " BY=" DELIMITED BY SIZE
                    ledger-reversed-by DELIMITED BY SIZE
                    " ON=" DELIMITED BY SIZE
                    ledger-reversed-date DELIMITED BY SIZE
                    " REASON=" DELIMITED BY SIZE
                    ledger-reason DELIMITED BY SIZE
                    " STATUS=" DELIMITED BY SIZE
                    ledger-entry-status DELIMITED BY SIZE
                INTO register-report-line
            WRITE register-report-line
            IF ledger-entry-status = "REPOSTED"
                MOVE SPACES TO register-report-line
                STRING "  REPLACED BY " DELIMITED BY SIZE
                        ledger-repost-id DELIMITED BY SIZE
                        " POSTED=" DELIMITED BY SIZE
                        ledger-repost-date DELIMITED BY SIZE
                        " AMOUNT=" DELIMITED BY SIZE
                        ledger-repost-amount DELIMITED BY SIZE
                    INTO register-report-line
                WRITE register-report-line
            END-IF
            .

       *> Reversal transaction for vendor documents already posted by
       *> the batch driver, for the vendor who tells us after posting
       *> that a file was bad. A supervisor names the document and
       *> vendor; the document's subtotal and line count are backed
       *> out of the BATCH run-history record the register says it
       *> posted into (so the day's consolidated figures and every
       *> report built off run-history come out without it), the
       *> register entry loses its posting stamp and is marked
       *> REVERSED so a corrected resend passes the pre-edit and
       *> posts, and the reversal is written to the keyed reversal
       *> ledger: who reversed the document, when, why, and for how
       *> much. When the replacement document posts, the batch driver
       *> completes the ledger entry with the replacement's id, date,
       *> and subtotal. The ledger can be inquired on here by
       *> document id, and register-report.cob lists it in full.
       *> Sign-on is checked against the operator profile file kept
       *> by operator-maint.cob: an unknown or revoked id is refused,
       *> and the transaction needs supervisor authority. Refusals
       *> are written to the security log.
       *> The register is only stamped REVERSED once the ledger entry
       *> is on file; if the ledger cannot be written the run-history
       *> record is put back as it was and the reversal is not made,
       *> so no document is ever reversed without a ledger entry.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Reversal.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT register-file
            ASSIGN TO DYNAMIC register-file-name
            ORGANIZATION INDEXED
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
        SELECT operator-file
            ASSIGN TO DYNAMIC operator-file-name
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS profile-operator-id
            FILE STATUS IS operator-status.
        SELECT security-log-file
            ASSIGN TO DYNAMIC security-log-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS security-status.

        DATA DIVISION.
        FILE SECTION.
        FD register-file.
        01 register-record.
            05 register-key.
                10 register-document-id PIC X(10).
                10 register-vendor-id   PIC X(8).
            05 register-first-receipt PIC 9(8).
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

        FD operator-file.
        01 operator-record.
            05 profile-operator-id PIC X(8).
            05 profile-name        PIC X(30).
            05 profile-act-status  PIC X.
            05 profile-authority   PIC X.

        FD security-log-file.
        01 security-record.
            05 security-date        PIC 9(8).
            05 security-time        PIC 9(6).
            05 security-operator-id PIC X(8).
            05 security-action      PIC X(12).
            05 security-result      PIC X(20).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 register-file-name PIC X(100).
        01 history-file-name  PIC X(100).
        01 ledger-file-name   PIC X(100).
        01 operator-file-name PIC X(100).
        01 security-log-name  PIC X(100).
        01 register-status    PIC XX.
        01 history-status     PIC XX.
        01 ledger-status      PIC XX.
        01 operator-status    PIC XX.
        01 security-status    PIC XX.
        01 continue-flag      PIC X VALUE "Y".
        01 operator-id        PIC X(8).
        01 operator-authority PIC X.
        01 signon-ok          PIC X.
        01 refused-action     PIC X(12).
        01 refused-result     PIC X(20).
        01 action-code        PIC X.
        01 confirm-code       PIC X.
        01 current-stamp      PIC X(21).
        01 document-id        PIC X(10).
        01 vendor-id          PIC X(8).
        01 entered-reason     PIC X(30).
        01 history-backed-out PIC X.
        01 ledger-written     PIC X.
        01 saved-history-record PIC X(73).
        01 next-ledger-seq    PIC 9(4).
        01 ledger-seq-found   PIC X.

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            DISPLAY "ENTER OPERATOR ID: "
            ACCEPT operator-id
            PERFORM check-sign-on
            IF signon-ok NOT = "Y"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            IF operator-authority NOT = "S"
                MOVE "REVERSAL" TO refused-action
                PERFORM refuse-action
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN I-O register-file
            IF register-status NOT = "00"
                DISPLAY "REGISTER FILE OPEN FAILED: " register-status
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN I-O history-file
            IF history-status = "35"
                OPEN OUTPUT history-file
                CLOSE history-file
                OPEN I-O history-file
            END-IF
            IF history-status NOT = "00"
                DISPLAY "RUN-HISTORY OPEN FAILED: " history-status
                CLOSE register-file
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN I-O ledger-file
            IF ledger-status = "35"
                OPEN OUTPUT ledger-file
                CLOSE ledger-file
                OPEN I-O ledger-file
            END-IF
            IF ledger-status NOT = "00"
                DISPLAY "REVERSAL LEDGER OPEN FAILED: " ledger-status
                CLOSE register-file
                CLOSE history-file
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM UNTIL continue-flag NOT = "Y"
                DISPLAY "ENTER ACTION (V=REVERSE DOCUMENT, "
                        "I=INQUIRE LEDGER, Q=QUIT): "
                ACCEPT action-code
                MOVE FUNCTION UPPER-CASE(action-code)
                    TO action-code
                EVALUATE action-code
                WHEN "V"
                    PERFORM reverse-document
                WHEN "I"
                    PERFORM inquire-ledger
                WHEN "Q"
                    MOVE "N" TO continue-flag
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION: " action-code
                END-EVALUATE
            END-PERFORM
            CLOSE register-file
            CLOSE history-file
            CLOSE ledger-file
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
            MOVE param-register-file TO register-file-name
            MOVE param-history-file TO history-file-name
            MOVE param-reversal-ledger TO ledger-file-name
            MOVE param-operator-file TO operator-file-name
            MOVE param-security-log TO security-log-name
            DISPLAY "PARAMETERS REGISTER-FILE="
                    FUNCTION TRIM(register-file-name)
                    " HISTORY-FILE="
                    FUNCTION TRIM(history-file-name)
                    " REVERSAL-LEDGER="
                    FUNCTION TRIM(ledger-file-name)
            .

       *> Sign-on is refused outright for an id not on the operator
       *> profile file or one marked revoked; the refusal itself goes
       *> to the security log so the attempt is on record.
        check-sign-on.
            MOVE "N" TO signon-ok
            OPEN INPUT operator-file
            IF operator-status NOT = "00"
                DISPLAY "OPERATOR FILE OPEN FAILED: " operator-status
                        " - RUN AOC-Day-1-Operator-Maint TO BUILD IT"
            ELSE
                MOVE operator-id TO profile-operator-id
                READ operator-file KEY IS profile-operator-id
                    INVALID KEY
                        DISPLAY "SIGN-ON REFUSED - UNKNOWN OPERATOR: "
                                operator-id
                        MOVE "SIGN-ON" TO refused-action
                        MOVE "UNKNOWN OPERATOR" TO refused-result
                        PERFORM write-security-entry
                    NOT INVALID KEY
                        IF profile-act-status NOT = "A"
                            DISPLAY "SIGN-ON REFUSED - OPERATOR "
                                    "REVOKED: " operator-id
                            MOVE "SIGN-ON" TO refused-action
                            MOVE "OPERATOR REVOKED" TO refused-result
                            PERFORM write-security-entry
                        ELSE
                            MOVE profile-authority
                                TO operator-authority
                            MOVE "Y" TO signon-ok
                            DISPLAY "SIGNED ON: "
                                    FUNCTION TRIM(profile-name)
                                    " AUTHORITY=" operator-authority
                        END-IF
                END-READ
                CLOSE operator-file
            END-IF
            .

        refuse-action.
            DISPLAY "NOT AUTHORIZED FOR " FUNCTION TRIM(refused-action)
                    " - AUTHORITY IS " operator-authority
            MOVE "NOT AUTHORIZED" TO refused-result
            PERFORM write-security-entry
            .

        write-security-entry.
            OPEN EXTEND security-log-file
            IF security-status NOT = "00"
                OPEN OUTPUT security-log-file
            END-IF
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            MOVE current-stamp(1:8) TO security-date
            MOVE current-stamp(9:6) TO security-time
            MOVE operator-id TO security-operator-id
            MOVE refused-action TO security-action
            MOVE refused-result TO security-result
            WRITE security-record
            IF security-status NOT = "00"
                DISPLAY "SECURITY LOG WRITE FAILED: " security-status
            END-IF
            CLOSE security-log-file
            .

       *> Only a document the register shows as posted can be
       *> reversed, a reason is required, and nothing is touched
       *> until the supervisor confirms. The run-history record is
       *> backed out first; if it cannot be, the register and ledger
       *> are left alone so the figures and the register never
       *> disagree.
        reverse-document.
            DISPLAY "ENTER DOCUMENT ID: "
            ACCEPT document-id
            DISPLAY "ENTER VENDOR ID: "
            ACCEPT vendor-id
            MOVE document-id TO register-document-id
            MOVE vendor-id TO register-vendor-id
            READ register-file KEY IS register-key
                INVALID KEY
                    DISPLAY "DOCUMENT NOT ON REGISTER: " document-id
                            " VENDOR " vendor-id
                NOT INVALID KEY
                    IF register-posted-date = 0
                        DISPLAY "DOCUMENT IS NOT POSTED - STATUS "
                                register-edit-disp
                    ELSE
                        PERFORM confirm-reversal
                    END-IF
            END-READ
            .

        confirm-reversal.
            DISPLAY "DOCUMENT " register-document-id
                    " VENDOR " register-vendor-id
                    " POSTED " register-posted-date
            DISPLAY "  AMOUNT=" register-posted-amount
                    " LINES=" register-posted-lines
                    " RULE=" register-posted-rule
                    " RUN-HISTORY " register-history-date
                    "/" register-history-run
            DISPLAY "ENTER REASON FOR REVERSAL: "
            ACCEPT entered-reason
            IF entered-reason = SPACES
                DISPLAY "REVERSAL NOT MADE - A REASON IS REQUIRED"
            ELSE
                DISPLAY "REVERSE THIS DOCUMENT (Y/N): "
                ACCEPT confirm-code
                MOVE FUNCTION UPPER-CASE(confirm-code)
                    TO confirm-code
                IF confirm-code NOT = "Y"
                    DISPLAY "REVERSAL NOT MADE"
                ELSE
                    PERFORM back-out-history
                    IF history-backed-out = "Y"
                        PERFORM write-ledger-entry
                        IF ledger-written = "Y"
                            PERFORM clear-posting-stamp
                        ELSE
                            PERFORM restore-history-record
                            DISPLAY "REVERSAL NOT MADE"
                        END-IF
                    END-IF
                END-IF
            END-IF
            .

       *> A posting made before the batch driver kept run-history
       *> carries no history reference; there is nothing to back out
       *> of, and the reversal goes ahead on the register alone.
        back-out-history.
            MOVE "N" TO history-backed-out
            IF register-history-date = 0
                DISPLAY "NO RUN-HISTORY RECORD ON REGISTER - "
                        "RUN-HISTORY NOT ADJUSTED"
                MOVE "Y" TO history-backed-out
            ELSE
                MOVE "BATCH" TO history-program
                MOVE register-history-date TO history-run-date
                MOVE register-history-run TO history-run-number
                READ history-file KEY IS history-key
                    INVALID KEY
                        DISPLAY "REVERSAL REFUSED - RUN-HISTORY "
                                "RECORD NOT FOUND: "
                                register-history-date "/"
                                register-history-run
                    NOT INVALID KEY
                        PERFORM adjust-history-record
                END-READ
            END-IF
            .

        adjust-history-record.
            MOVE history-record TO saved-history-record
            IF history-sum > register-posted-amount
                SUBTRACT register-posted-amount FROM history-sum
            ELSE
                MOVE 0 TO history-sum
            END-IF
            IF history-records-read > register-posted-lines
                SUBTRACT register-posted-lines
                    FROM history-records-read
            ELSE
                MOVE 0 TO history-records-read
            END-IF
            IF history-included > 0
                SUBTRACT 1 FROM history-included
            END-IF
            REWRITE history-record
                INVALID KEY
                    DISPLAY "RUN-HISTORY REWRITE FAILED: "
                            history-status
                NOT INVALID KEY
                    MOVE "Y" TO history-backed-out
                    DISPLAY "RUN-HISTORY " history-run-date "/"
                            history-run-number " SUM NOW "
                            history-sum
            END-REWRITE
            .

        write-ledger-entry.
            PERFORM find-next-ledger-seq
            MOVE register-document-id TO ledger-document-id
            MOVE next-ledger-seq TO ledger-entry-seq
            MOVE register-vendor-id TO ledger-vendor-id
            MOVE "REVERSED" TO ledger-entry-status
            MOVE operator-id TO ledger-reversed-by
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            MOVE current-stamp(1:8) TO ledger-reversed-date
            MOVE current-stamp(9:6) TO ledger-reversed-time
            MOVE entered-reason TO ledger-reason
            MOVE register-posted-date TO ledger-posted-date
            MOVE register-history-date TO ledger-history-date
            MOVE register-history-run TO ledger-history-run
            MOVE register-posted-amount TO ledger-amount
            MOVE register-posted-lines TO ledger-lines
            MOVE register-posted-rule TO ledger-rule
            MOVE SPACES TO ledger-repost-id
            MOVE 0 TO ledger-repost-date
            MOVE 0 TO ledger-repost-amount
            MOVE "N" TO ledger-written
            WRITE ledger-record
                INVALID KEY
                    DISPLAY "LEDGER WRITE FAILED: " ledger-status
                NOT INVALID KEY
                    MOVE "Y" TO ledger-written
            END-WRITE
            .

       *> The run-history record is read again before it is put back,
       *> since the record area is not kept across the rewrite.
        restore-history-record.
            IF register-history-date NOT = 0
                MOVE "BATCH" TO history-program
                MOVE register-history-date TO history-run-date
                MOVE register-history-run TO history-run-number
                READ history-file KEY IS history-key
                    INVALID KEY
                        DISPLAY "RUN-HISTORY RESTORE FAILED - RECORD "
                                "NOT FOUND: " register-history-date
                                "/" register-history-run
                    NOT INVALID KEY
                        MOVE saved-history-record TO history-record
                        REWRITE history-record
                            INVALID KEY
                                DISPLAY "RUN-HISTORY RESTORE FAILED: "
                                        history-status
                            NOT INVALID KEY
                                DISPLAY "RUN-HISTORY "
                                        history-run-date "/"
                                        history-run-number
                                        " RESTORED"
                        END-REWRITE
                END-READ
            END-IF
            .

       *> The REVERSED disposition stays on the register until the
       *> corrected resend is edited, so the register report shows
       *> the gap in the meantime.
        clear-posting-stamp.
            MOVE 0 TO register-posted-date
            MOVE "REVERSED" TO register-edit-disp
            MOVE 0 TO register-posted-amount
            MOVE 0 TO register-posted-lines
            MOVE SPACE TO register-posted-rule
            MOVE 0 TO register-history-date
            MOVE 0 TO register-history-run
            MOVE "N" TO register-late-posting
            REWRITE register-record
                INVALID KEY
                    DISPLAY "REGISTER REWRITE FAILED: "
                            register-status
                NOT INVALID KEY
                    DISPLAY "DOCUMENT " register-document-id
                            " REVERSED - LEDGER ENTRY "
                            next-ledger-seq
            END-REWRITE
            .

       *> Ledger entries for a document run unbroken from sequence 1,
       *> so the first free sequence is found by keyed probes.
        find-next-ledger-seq.
            MOVE 0 TO next-ledger-seq
            MOVE "N" TO ledger-seq-found
            PERFORM probe-ledger-seq
                UNTIL ledger-seq-found = "Y"
            .

        probe-ledger-seq.
            ADD 1 TO next-ledger-seq
            MOVE document-id TO ledger-document-id
            MOVE next-ledger-seq TO ledger-entry-seq
            READ ledger-file KEY IS ledger-key
                INVALID KEY
                    MOVE "Y" TO ledger-seq-found
                NOT INVALID KEY
                    IF action-code = "I"
                        PERFORM display-ledger-entry
                    END-IF
            END-READ
            .

        inquire-ledger.
            DISPLAY "ENTER DOCUMENT ID: "
            ACCEPT document-id
            PERFORM find-next-ledger-seq
            IF next-ledger-seq = 1
                DISPLAY "NO REVERSALS ON THE LEDGER FOR " document-id
            END-IF
            .

        display-ledger-entry.
            DISPLAY "REVERSAL " ledger-entry-seq
                    " VENDOR " ledger-vendor-id
                    " STATUS " ledger-entry-status
                    " AMOUNT " ledger-amount
                    " LINES " ledger-lines
            DISPLAY "  REVERSED BY " ledger-reversed-by
                    " ON " ledger-reversed-date
                    " AT " ledger-reversed-time
                    " REASON " FUNCTION TRIM(ledger-reason)
            DISPLAY "  ORIGINALLY POSTED " ledger-posted-date
                    " TO RUN-HISTORY " ledger-history-date "/"
                    ledger-history-run
            IF ledger-entry-status = "REPOSTED"
                DISPLAY "  REPLACED BY " ledger-repost-id
                        " POSTED " ledger-repost-date
                        " AMOUNT " ledger-repost-amount
            END-IF
            .

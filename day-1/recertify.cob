       *> Operator access recertification report, for the audit
       *> committee's quarterly sign-off on who can change the
       *> calibration master: lists every profile on the operator file
       *> kept by operator-maint.cob with its status and authority
       *> level (I/C/S) and the last date the operator keyed a
       *> correction (pending queue, review log, and correction
       *> journal), approved or rejected one (review log written by
       *> master-maint.cob), ran a backout (correction journal), used a
       *> supervisor override, or was refused (security log), or
       *> reversed a posted document (reversal ledger kept by
       *> reversal.cob).
       *> The recertification period is the RECERT-DAYS days ending on
       *> the run date. An active supervisor with no supervisor
       *> activity (review, backout, override, or reversal) in the
       *> period is flagged UNUSED-SUPERVISOR, an active id with no
       *> activity of any kind in the period is flagged DORMANT, and
       *> an operator who approved a correction they keyed themselves
       *> under an override is flagged SELF-APPROVED, with each such
       *> item listed. Every flagged active operator goes to the
       *> revoke-candidate file with a suggested action - V to revoke
       *> a dormant id, D to take supervisor authority down to C - for
       *> a supervisor to work through operator-maint.cob.
       *> Profiles beyond the capacity of the operator table are not
       *> listed; the report says so and the run ends with a non-zero
       *> return code, so a partial recertification is never taken
       *> for a full one.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Recertify.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT operator-file
            ASSIGN TO DYNAMIC operator-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS profile-operator-id
            FILE STATUS IS operator-status.
        SELECT journal-file
            ASSIGN TO DYNAMIC journal-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS journal-key
            ALTERNATE RECORD KEY IS journal-date WITH DUPLICATES
            FILE STATUS IS journal-status.
        SELECT pending-file
            ASSIGN TO DYNAMIC pending-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS pending-status-code.
        SELECT review-log-file
            ASSIGN TO DYNAMIC review-log-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS review-log-status.
        SELECT security-log-file
            ASSIGN TO DYNAMIC security-log-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS security-status.
        SELECT ledger-file
            ASSIGN TO DYNAMIC ledger-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS ledger-key
            FILE STATUS IS ledger-status.
        SELECT recert-report-file
            ASSIGN TO DYNAMIC recert-report-name
            ORGANIZATION LINE SEQUENTIAL.
        SELECT candidate-file
            ASSIGN TO DYNAMIC candidate-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS candidate-status.

        DATA DIVISION.
        FILE SECTION.
        FD operator-file.
        01 operator-record.
            05 profile-operator-id PIC X(8).
            05 profile-name        PIC X(30).
            05 profile-act-status  PIC X.
            05 profile-authority   PIC X.

        FD journal-file.
        01 journal-record.
            05 journal-key.
                10 journal-document-id PIC X(10).
                10 journal-line-number PIC 9(10).
                10 journal-entry-seq   PIC 9(4).
            05 journal-action      PIC X(8).
            05 journal-operator-id PIC X(8).
            05 journal-date        PIC 9(8).
            05 journal-time        PIC 9(6).
            05 journal-before-text PIC X(255).
            05 journal-after-text  PIC X(255).

        FD pending-file.
        01 pending-record.
            05 pending-status       PIC X(8).
            05 pending-document-id  PIC X(10).
            05 pending-line-number  PIC 9(10).
            05 pending-entered-by   PIC X(8).
            05 pending-entered-date PIC 9(8).
            05 pending-entered-time PIC 9(6).
            05 pending-approved-by  PIC X(8).
            05 pending-reason       PIC X(30).
            05 pending-before-text  PIC X(255).
            05 pending-after-text   PIC X(255).

        FD review-log-file.
        01 review-record.
            05 review-date        PIC 9(8).
            05 review-time        PIC 9(6).
            05 review-operator-id PIC X(8).
            05 review-decision    PIC X(8).
            05 review-document-id PIC X(10).
            05 review-line-number PIC 9(10).
            05 review-keyed-by    PIC X(8).
            05 review-keyed-date  PIC 9(8).
            05 review-override    PIC X.

        FD security-log-file.
        01 security-record.
            05 security-date        PIC 9(8).
            05 security-time        PIC 9(6).
            05 security-operator-id PIC X(8).
            05 security-action      PIC X(12).
            05 security-result      PIC X(20).

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

        FD recert-report-file.
        01 recert-report-line PIC X(300).

        FD candidate-file.
        01 candidate-record.
            05 candidate-operator-id PIC X(8).
            05 candidate-action      PIC X.
            05 candidate-reason      PIC X(18).
            05 candidate-authority   PIC X.
            05 candidate-run-date    PIC 9(8).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 operator-file-name   PIC X(100).
        01 journal-file-name    PIC X(100).
        01 pending-file-name    PIC X(100).
        01 review-log-name      PIC X(100).
        01 security-log-name    PIC X(100).
        01 ledger-file-name     PIC X(100).
        01 recert-report-name   PIC X(100).
        01 candidate-file-name  PIC X(100).
        01 operator-status      PIC XX.
        01 journal-status       PIC XX.
        01 pending-status-code  PIC XX.
        01 review-log-status    PIC XX.
        01 security-status      PIC XX.
        01 ledger-status        PIC XX.
        01 candidate-status     PIC XX.
        01 end-of-input         PIC X.
        01 period-start         PIC 9(8).
        01 activity-operator    PIC X(8).
        01 activity-date        PIC 9(8).
        01 activity-kind        PIC X.
        01 access-slot          PIC 9(3).
        01 scan-slot            PIC 9(3).
        01 operator-found       PIC X.
        01 dormant-flag         PIC X(8).
        01 unused-flag          PIC X(18).
        01 self-flag            PIC X(14).
        01 profile-count        PIC 9(5)  VALUE 0.
        01 active-count         PIC 9(5)  VALUE 0.
        01 revoked-count        PIC 9(5)  VALUE 0.
        01 dormant-count        PIC 9(5)  VALUE 0.
        01 unused-count         PIC 9(5)  VALUE 0.
        01 self-approval-count  PIC 9(5)  VALUE 0.
        01 candidate-count      PIC 9(5)  VALUE 0.
        01 unknown-count        PIC 9(5)  VALUE 0.
        01 unlisted-count       PIC 9(5)  VALUE 0.
        01 access-table.
            05 access-count PIC 9(3) VALUE 0.
            05 access-entry OCCURS 500 TIMES.
                10 access-operator-id   PIC X(8).
                10 access-name          PIC X(30).
                10 access-status        PIC X.
                10 access-authority     PIC X.
                10 access-last-keyed    PIC 9(8).
                10 access-last-reviewed PIC 9(8).
                10 access-last-backout  PIC 9(8).
                10 access-last-override PIC 9(8).
                10 access-last-refused  PIC 9(8).
                10 access-last-reversal PIC 9(8).
                10 access-period-count  PIC 9(5).
                10 access-period-super  PIC 9(5).
                10 access-self-approved PIC 9(5).

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            COMPUTE period-start = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(param-run-date)
                    - param-recert-days + 1)
            PERFORM load-access-table
            IF access-count = 0
                DISPLAY "NO OPERATOR PROFILES ON "
                        FUNCTION TRIM(operator-file-name)
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM scan-pending-file
            PERFORM scan-review-log
            PERFORM scan-journal-file
            PERFORM scan-security-log
            PERFORM scan-reversal-ledger
            OPEN OUTPUT recert-report-file
            OPEN OUTPUT candidate-file
            PERFORM write-heading-lines
            PERFORM report-operator
                VARYING access-slot FROM 1 BY 1
                UNTIL access-slot > access-count
            PERFORM report-self-approvals
            PERFORM write-summary-lines
            CLOSE recert-report-file
            CLOSE candidate-file
            DISPLAY "PROFILES=" profile-count
                    " DORMANT=" dormant-count
                    " UNUSED-SUPERVISOR=" unused-count
                    " SELF-APPROVALS=" self-approval-count
                    " REVOKE-CANDIDATES=" candidate-count
                    " NOT LISTED=" unlisted-count
            IF unlisted-count > 0
                MOVE 8 TO RETURN-CODE
            END-IF
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
            MOVE param-operator-file TO operator-file-name
            MOVE param-journal-file TO journal-file-name
            MOVE param-pending-file TO pending-file-name
            MOVE param-review-log TO review-log-name
            MOVE param-security-log TO security-log-name
            MOVE param-reversal-ledger TO ledger-file-name
            MOVE param-recert-report TO recert-report-name
            MOVE param-revoke-candidates TO candidate-file-name
            .

        load-access-table.
            MOVE "N" TO end-of-input
            OPEN INPUT operator-file
            IF operator-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ operator-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            PERFORM add-access-entry
                    END-READ
                END-PERFORM
                CLOSE operator-file
            ELSE
                DISPLAY "OPERATOR FILE OPEN FAILED: " operator-status
            END-IF
            .

        add-access-entry.
            IF access-count < 500
                ADD 1 TO access-count
                INITIALIZE access-entry(access-count)
                MOVE profile-operator-id
                    TO access-operator-id(access-count)
                MOVE profile-name TO access-name(access-count)
                MOVE profile-act-status TO access-status(access-count)
                MOVE profile-authority
                    TO access-authority(access-count)
            ELSE
                ADD 1 TO unlisted-count
                DISPLAY "OPERATOR TABLE FULL - PROFILE "
                        profile-operator-id " NOT LISTED"
            END-IF
            .

       *> Items still queued show who keyed them and when.
        scan-pending-file.
            MOVE "N" TO end-of-input
            OPEN INPUT pending-file
            IF pending-status-code = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ pending-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            MOVE pending-entered-by
                                TO activity-operator
                            MOVE pending-entered-date TO activity-date
                            MOVE "K" TO activity-kind
                            PERFORM note-activity
                    END-READ
                END-PERFORM
                CLOSE pending-file
            END-IF
            .

       *> Each review entry is activity for the reviewer and, through
       *> the keyed-by id and date it carries, for the keyer of an
       *> item that has since left the queue.
        scan-review-log.
            MOVE "N" TO end-of-input
            OPEN INPUT review-log-file
            IF review-log-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ review-log-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            PERFORM note-review-entry
                    END-READ
                END-PERFORM
                CLOSE review-log-file
            END-IF
            .

        note-review-entry.
            MOVE review-operator-id TO activity-operator
            MOVE review-date TO activity-date
            MOVE "R" TO activity-kind
            PERFORM note-activity
            IF operator-found = "Y"
                    AND review-override = "Y"
                    AND review-date NOT < period-start
                    AND review-date NOT > param-run-date
                ADD 1 TO access-self-approved(scan-slot)
            END-IF
            MOVE review-keyed-by TO activity-operator
            MOVE review-keyed-date TO activity-date
            MOVE "K" TO activity-kind
            PERFORM note-activity
            .

       *> Applied corrections are journalled under the operator who
       *> keyed them; backouts under the supervisor who ran them.
        scan-journal-file.
            MOVE "N" TO end-of-input
            OPEN INPUT journal-file
            IF journal-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ journal-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            MOVE journal-operator-id
                                TO activity-operator
                            MOVE journal-date TO activity-date
                            IF journal-action = "BACKOUT"
                                MOVE "B" TO activity-kind
                            ELSE
                                MOVE "K" TO activity-kind
                            END-IF
                            PERFORM note-activity
                    END-READ
                END-PERFORM
                CLOSE journal-file
            END-IF
            .

       *> A lock override or a self-approval override is a supervisor
       *> act only when it took effect (LOCK CLEARED or OVERRIDE
       *> USED); every other security log entry, including an
       *> override attempt refused as NOT AUTHORIZED, is a refusal.
        scan-security-log.
            MOVE "N" TO end-of-input
            OPEN INPUT security-log-file
            IF security-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ security-log-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            MOVE security-operator-id
                                TO activity-operator
                            MOVE security-date TO activity-date
                            IF security-result = "LOCK CLEARED"
                                    OR security-result = "OVERRIDE USED"
                                MOVE "O" TO activity-kind
                            ELSE
                                MOVE "F" TO activity-kind
                            END-IF
                            PERFORM note-activity
                    END-READ
                END-PERFORM
                CLOSE security-log-file
            END-IF
            .

       *> Reversing a posted document takes supervisor authority, and
       *> the reversal ledger is its only record.
        scan-reversal-ledger.
            MOVE "N" TO end-of-input
            OPEN INPUT ledger-file
            IF ledger-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ ledger-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            MOVE ledger-reversed-by
                                TO activity-operator
                            MOVE ledger-reversed-date TO activity-date
                            MOVE "V" TO activity-kind
                            PERFORM note-activity
                    END-READ
                END-PERFORM
                CLOSE ledger-file
            END-IF
            .

       *> Activity after the run date (a rerun for an earlier quarter)
       *> is left out altogether.
        note-activity.
            PERFORM find-access-operator
            IF operator-found = "N"
                IF activity-operator NOT = SPACES
                        AND activity-operator NOT = "DAYEND"
                        AND activity-operator NOT = "RECOVERY"
                    ADD 1 TO unknown-count
                END-IF
            ELSE
                IF activity-date NOT > param-run-date
                    PERFORM note-last-date
                    IF activity-date NOT < period-start
                        ADD 1 TO access-period-count(scan-slot)
                        IF activity-kind = "R" OR activity-kind = "B"
                                OR activity-kind = "O"
                                OR activity-kind = "V"
                            ADD 1 TO access-period-super(scan-slot)
                        END-IF
                    END-IF
                END-IF
            END-IF
            .

        note-last-date.
            EVALUATE activity-kind
            WHEN "K"
                IF activity-date > access-last-keyed(scan-slot)
                    MOVE activity-date TO access-last-keyed(scan-slot)
                END-IF
            WHEN "R"
                IF activity-date > access-last-reviewed(scan-slot)
                    MOVE activity-date
                        TO access-last-reviewed(scan-slot)
                END-IF
            WHEN "B"
                IF activity-date > access-last-backout(scan-slot)
                    MOVE activity-date
                        TO access-last-backout(scan-slot)
                END-IF
            WHEN "O"
                IF activity-date > access-last-override(scan-slot)
                    MOVE activity-date
                        TO access-last-override(scan-slot)
                END-IF
            WHEN "V"
                IF activity-date > access-last-reversal(scan-slot)
                    MOVE activity-date
                        TO access-last-reversal(scan-slot)
                END-IF
            WHEN OTHER
                IF activity-date > access-last-refused(scan-slot)
                    MOVE activity-date
                        TO access-last-refused(scan-slot)
                END-IF
            END-EVALUATE
            .

        find-access-operator.
            MOVE "N" TO operator-found
            PERFORM VARYING scan-slot FROM 1 BY 1
                    UNTIL scan-slot > access-count
                    OR operator-found = "Y"
                IF access-operator-id(scan-slot) = activity-operator
                    MOVE "Y" TO operator-found
                END-IF
            END-PERFORM
            IF operator-found = "Y"
                SUBTRACT 1 FROM scan-slot
            END-IF
            .

        write-heading-lines.
            MOVE SPACES TO recert-report-line
            STRING "PARAMETERS RUN-DATE=" DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    " RECERT-DAYS=" DELIMITED BY SIZE
                    param-recert-days DELIMITED BY SIZE
                    " OPERATOR-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(operator-file-name)
                        DELIMITED BY SIZE
                    " REVERSAL-LEDGER=" DELIMITED BY SIZE
                    FUNCTION TRIM(ledger-file-name)
                        DELIMITED BY SIZE
                INTO recert-report-line
            WRITE recert-report-line
            IF unlisted-count > 0
                MOVE SPACES TO recert-report-line
                STRING "*** OPERATOR TABLE FULL - PROFILES NOT LISTED="
                            DELIMITED BY SIZE
                        unlisted-count DELIMITED BY SIZE
                    INTO recert-report-line
                WRITE recert-report-line
            END-IF
            MOVE SPACES TO recert-report-line
            STRING "OPERATOR ACCESS RECERTIFICATION FOR PERIOD "
                        DELIMITED BY SIZE
                    period-start DELIMITED BY SIZE
                    " TO " DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                INTO recert-report-line
            WRITE recert-report-line
            .

       *> Flags are raised on active ids only; a revoked id is listed
       *> for the record but has nothing left to take away.
        report-operator.
            MOVE SPACES TO dormant-flag
            MOVE SPACES TO unused-flag
            MOVE SPACES TO self-flag
            ADD 1 TO profile-count
            IF access-status(access-slot) = "A"
                ADD 1 TO active-count
                IF access-period-count(access-slot) = 0
                    MOVE " DORMANT" TO dormant-flag
                    ADD 1 TO dormant-count
                END-IF
                IF access-authority(access-slot) = "S"
                        AND access-period-super(access-slot) = 0
                    MOVE " UNUSED-SUPERVISOR" TO unused-flag
                    ADD 1 TO unused-count
                END-IF
                IF access-self-approved(access-slot) > 0
                    MOVE " SELF-APPROVED" TO self-flag
                END-IF
            ELSE
                ADD 1 TO revoked-count
            END-IF
            MOVE SPACES TO recert-report-line
            STRING "OPERATOR " DELIMITED BY SIZE
                    access-operator-id(access-slot) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    access-name(access-slot) DELIMITED BY SIZE
                    " STATUS=" DELIMITED BY SIZE
                    access-status(access-slot) DELIMITED BY SIZE
                    " AUTHORITY=" DELIMITED BY SIZE
                    access-authority(access-slot) DELIMITED BY SIZE
                    " LAST-KEYED=" DELIMITED BY SIZE
                    access-last-keyed(access-slot) DELIMITED BY SIZE
                    " LAST-REVIEWED=" DELIMITED BY SIZE
                    access-last-reviewed(access-slot)
                        DELIMITED BY SIZE
                    " LAST-BACKOUT=" DELIMITED BY SIZE
                    access-last-backout(access-slot)
                        DELIMITED BY SIZE
                    " LAST-OVERRIDE=" DELIMITED BY SIZE
                    access-last-override(access-slot)
                        DELIMITED BY SIZE
                    " LAST-REFUSED=" DELIMITED BY SIZE
                    access-last-refused(access-slot)
                        DELIMITED BY SIZE
                    " LAST-REVERSAL=" DELIMITED BY SIZE
                    access-last-reversal(access-slot)
                        DELIMITED BY SIZE
                    " ACTIVITY=" DELIMITED BY SIZE
                    access-period-count(access-slot)
                        DELIMITED BY SIZE
                    dormant-flag DELIMITED BY SIZE
                    unused-flag DELIMITED BY SIZE
                    self-flag DELIMITED BY SIZE
                INTO recert-report-line
            WRITE recert-report-line
            EVALUATE TRUE
            WHEN dormant-flag NOT = SPACES
                MOVE "V" TO candidate-action
                MOVE "DORMANT" TO candidate-reason
                PERFORM write-candidate
            WHEN unused-flag NOT = SPACES
                MOVE "D" TO candidate-action
                MOVE "UNUSED-SUPERVISOR" TO candidate-reason
                PERFORM write-candidate
            WHEN self-flag NOT = SPACES
                MOVE "D" TO candidate-action
                MOVE "SELF-APPROVED" TO candidate-reason
                PERFORM write-candidate
            END-EVALUATE
            .

        write-candidate.
            MOVE access-operator-id(access-slot)
                TO candidate-operator-id
            MOVE access-authority(access-slot) TO candidate-authority
            MOVE param-run-date TO candidate-run-date
            WRITE candidate-record
            IF candidate-status NOT = "00"
                DISPLAY "REVOKE-CANDIDATE WRITE FAILED: "
                        candidate-status
            ELSE
                ADD 1 TO candidate-count
            END-IF
            .

        report-self-approvals.
            MOVE "CORRECTIONS APPROVED BY THE OPERATOR WHO KEYED THEM"
                TO recert-report-line
            WRITE recert-report-line
            MOVE "N" TO end-of-input
            OPEN INPUT review-log-file
            IF review-log-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ review-log-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            IF review-override = "Y"
                                    AND review-date
                                        NOT < period-start
                                    AND review-date
                                        NOT > param-run-date
                                PERFORM write-self-approval-line
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE review-log-file
            END-IF
            IF self-approval-count = 0
                MOVE "  NONE IN THE PERIOD" TO recert-report-line
                WRITE recert-report-line
            END-IF
            .

        write-self-approval-line.
            ADD 1 TO self-approval-count
            MOVE SPACES TO recert-report-line
            STRING "  OPERATOR " DELIMITED BY SIZE
                    review-operator-id DELIMITED BY SIZE
                    " KEYED ON " DELIMITED BY SIZE
                    review-keyed-date DELIMITED BY SIZE
                    " AND " DELIMITED BY SIZE
                    review-decision DELIMITED BY SIZE
                    " UNDER OVERRIDE ON " DELIMITED BY SIZE
                    review-date DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    review-time DELIMITED BY SIZE
                    " DOCUMENT " DELIMITED BY SIZE
                    review-document-id DELIMITED BY SIZE
                    " LINE " DELIMITED BY SIZE
                    review-line-number DELIMITED BY SIZE
                INTO recert-report-line
            WRITE recert-report-line
            .

        write-summary-lines.
            MOVE SPACES TO recert-report-line
            STRING "PROFILES=" DELIMITED BY SIZE
                    profile-count DELIMITED BY SIZE
                    " ACTIVE=" DELIMITED BY SIZE
                    active-count DELIMITED BY SIZE
                    " REVOKED=" DELIMITED BY SIZE
                    revoked-count DELIMITED BY SIZE
                    " DORMANT=" DELIMITED BY SIZE
                    dormant-count DELIMITED BY SIZE
                    " UNUSED-SUPERVISOR=" DELIMITED BY SIZE
                    unused-count DELIMITED BY SIZE
                    " SELF-APPROVALS=" DELIMITED BY SIZE
                    self-approval-count DELIMITED BY SIZE
                INTO recert-report-line
            WRITE recert-report-line
            MOVE SPACES TO recert-report-line
            STRING "REVOKE CANDIDATES WRITTEN TO " DELIMITED BY SIZE
                    FUNCTION TRIM(candidate-file-name)
                        DELIMITED BY SIZE
                    " =" DELIMITED BY SIZE
                    candidate-count DELIMITED BY SIZE
                    " ACTIVITY BY IDS NOT ON FILE=" DELIMITED BY SIZE
                    unknown-count DELIMITED BY SIZE
                INTO recert-report-line
            WRITE recert-report-line
            .

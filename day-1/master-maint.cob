       *> refused sign-on and unauthorized action attempt is written
       *> to the security log, which journal-report.cob prints
       *> alongside the day's corrections activity.
       *> Every session is counted on the system control record while
       *> it is signed on, so the day-end stream will not start under
       *> an open session. While the day-end stream (or a recovery)
       *> holds the master lock on that record, correction, review,
       *> and backout are refused and the refusal is logged; a
       *> supervisor can override a lock left behind by an abended
       *> run, which is logged too.
       *> Every approve and reject decision is written to the review
       *> log with the reviewer, the item, and who keyed it, since the
       *> queue itself loses the item once the apply step has run; the
       *> access recertification report (recertify.cob) reads it. A
       *> supervisor cannot approve a correction they keyed themselves
       *> without an explicit override, which goes to the security log
       *> and is marked on the review log entry. A backout is
       *> journalled under action BACKOUT.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Master-Maint.

            ASSIGN TO DYNAMIC security-log-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS security-status.
        SELECT control-file
            ASSIGN TO DYNAMIC control-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS control-status.
        SELECT review-log-file
            ASSIGN TO DYNAMIC review-log-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS review-log-status.

        DATA DIVISION.
        FILE SECTION.
            05 security-action      PIC X(12).
            05 security-result      PIC X(20).

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

        FD pending-work-file.
        01 pending-work-record PIC X(598).

        01 pending-work-name PIC X(100).
        01 operator-file-name PIC X(100).
        01 security-log-name PIC X(100).
        01 control-file-name PIC X(100).
        01 review-log-name PIC X(100).
        01 master-status   PIC XX.
        01 journal-status  PIC XX.
        01 pending-status-code PIC XX.
        01 pending-work-status PIC XX.
        01 operator-status PIC XX.
        01 security-status PIC XX.
        01 control-status  PIC XX.
        01 review-log-status PIC XX.
        01 entry-action    PIC X(8).
        01 self-override   PIC X.
        01 master-locked   PIC X.
        01 continue-flag   PIC X VALUE "Y".
        01 document-id     PIC X(10).
        01 operator-id     PIC X(8).
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM open-maint-session
            PERFORM UNTIL continue-flag NOT = "Y"
                DISPLAY "ENTER ACTION (C=QUEUE CORRECTION, "
                        "B=BACKOUT, R=REVIEW PENDING, "
                        "O=OVERRIDE LOCK, Q=QUIT): "
                ACCEPT action-code
                MOVE FUNCTION UPPER-CASE(action-code)
                    TO action-code
                WHEN "C"
                    IF operator-authority = "C"
                            OR operator-authority = "S"
                        MOVE "CORRECT" TO refused-action
                        PERFORM check-master-lock
                        IF master-locked = "N"
                            PERFORM queue-correction
                        END-IF
                    ELSE
                        MOVE "CORRECT" TO refused-action
                        PERFORM refuse-action
                    END-IF
                WHEN "B"
                    IF operator-authority = "S"
                        MOVE "BACKOUT" TO refused-action
                        PERFORM check-master-lock
                        IF master-locked = "N"
                            PERFORM backout-line
                        END-IF
                    ELSE
                        MOVE "BACKOUT" TO refused-action
                        PERFORM refuse-action
                    END-IF
                WHEN "R"
                    IF operator-authority = "S"
                        MOVE "REVIEW" TO refused-action
                        PERFORM check-master-lock
                        IF master-locked = "N"
                            PERFORM review-pending
                        END-IF
                    ELSE
                        MOVE "REVIEW" TO refused-action
                        PERFORM refuse-action
                    END-IF
                WHEN "O"
                    IF operator-authority = "S"
                        PERFORM override-master-lock
                    ELSE
                        MOVE "OVERRIDE" TO refused-action
                        PERFORM refuse-action
                    END-IF
                WHEN "Q"
                    MOVE "N" TO continue-flag
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION: " action-code
                END-EVALUATE
            END-PERFORM
            PERFORM close-maint-session
            CLOSE master-file
            CLOSE journal-file
            GOBACK
            MOVE param-pending-file TO pending-file-name
            MOVE param-operator-file TO operator-file-name
            MOVE param-security-log TO security-log-name
            MOVE param-system-control TO control-file-name
            MOVE param-review-log TO review-log-name
            DISPLAY "PARAMETERS MASTER-FILE="
                    FUNCTION TRIM(master-file-name)
                    " JOURNAL-FILE="
            CLOSE security-log-file
            .

       *> The system control record is a single line; when there is
       *> none yet the master is free and no session is open.
        read-system-control.
            MOVE "N" TO control-lock-flag
            MOVE SPACES TO control-lock-holder
            MOVE 0 TO control-lock-date
            MOVE 0 TO control-lock-time
            MOVE 0 TO control-maint-sessions
            MOVE SPACES TO control-maint-operator
            MOVE 0 TO control-maint-date
            MOVE 0 TO control-maint-time
            MOVE 0 TO control-closed-date
            OPEN INPUT control-file
            IF control-status = "00"
                READ control-file
                    AT END
                        MOVE "N" TO control-lock-flag
                END-READ
                CLOSE control-file
            END-IF
            .

        write-system-control.
            OPEN OUTPUT control-file
            WRITE control-record
            IF control-status NOT = "00"
                DISPLAY "SYSTEM CONTROL WRITE FAILED: " control-status
            END-IF
            CLOSE control-file
            .

        open-maint-session.
            PERFORM read-system-control
            ADD 1 TO control-maint-sessions
            MOVE operator-id TO control-maint-operator
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            MOVE current-stamp(1:8) TO control-maint-date
            MOVE current-stamp(9:6) TO control-maint-time
            PERFORM write-system-control
            IF control-lock-flag = "Y"
                DISPLAY "MASTER FILE LOCKED BY "
                        FUNCTION TRIM(control-lock-holder)
                        " SINCE " control-lock-date " "
                        control-lock-time
                        " - CORRECTION, REVIEW, AND BACKOUT "
                        "UNAVAILABLE"
            END-IF
            .

        close-maint-session.
            PERFORM read-system-control
            IF control-maint-sessions > 0
                SUBTRACT 1 FROM control-maint-sessions
            END-IF
            PERFORM write-system-control
            .

       *> The lock is looked at afresh for every action, since the
       *> day-end stream may have taken the master since sign-on.
       *> The caller names the action in refused-action.
        check-master-lock.
            PERFORM read-system-control
            IF control-lock-flag = "Y"
                MOVE "Y" TO master-locked
                DISPLAY "MASTER FILE LOCKED BY "
                        FUNCTION TRIM(control-lock-holder)
                        " SINCE " control-lock-date " "
                        control-lock-time " - "
                        FUNCTION TRIM(refused-action) " REFUSED"
                MOVE "MASTER LOCKED" TO refused-result
                PERFORM write-security-entry
            ELSE
                MOVE "N" TO master-locked
            END-IF
            .

       *> For a lock left behind by an abended day-end run or
       *> recovery: the lock is cleared and the open-session count is
       *> reset to this session alone, since sessions that abended
       *> never signed off. The override is on the security log.
        override-master-lock.
            PERFORM read-system-control
            IF control-lock-flag NOT = "Y"
                    AND control-maint-sessions NOT > 1
                DISPLAY "MASTER FILE IS NOT LOCKED - NOTHING TO "
                        "OVERRIDE"
            ELSE
                DISPLAY "LOCK FLAG=" control-lock-flag
                        " HOLDER=" control-lock-holder
                        " SINCE " control-lock-date " "
                        control-lock-time
                DISPLAY "OPEN SESSIONS=" control-maint-sessions
                        " LAST SIGN-ON " control-maint-operator
                        " AT " control-maint-date " "
                        control-maint-time
                DISPLAY "OVERRIDE ONLY IF NO DAY-END OR RECOVERY "
                        "IS RUNNING - CONFIRM (Y/N): "
                ACCEPT review-code
                MOVE FUNCTION UPPER-CASE(review-code)
                    TO review-code
                IF review-code = "Y"
                    MOVE "N" TO control-lock-flag
                    MOVE SPACES TO control-lock-holder
                    MOVE 0 TO control-lock-date
                    MOVE 0 TO control-lock-time
                    MOVE 1 TO control-maint-sessions
                    PERFORM write-system-control
                    MOVE "OVERRIDE" TO refused-action
                    MOVE "LOCK CLEARED" TO refused-result
                    PERFORM write-security-entry
                    DISPLAY "MASTER LOCK CLEARED"
                ELSE
                    DISPLAY "OVERRIDE NOT MADE"
                END-IF
            END-IF
            .

       *> The corrected text is queued, not applied: the master is
       *> untouched until a supervisor approves the item and the
       *> batch apply step rewrites it.
                    TO review-code
                EVALUATE review-code
                WHEN "A"
                    MOVE "N" TO self-override
                    IF pending-entered-by = operator-id
                        PERFORM confirm-self-approval
                    END-IF
                    IF review-code = "A"
                        MOVE "APPROVED" TO pending-status
                        MOVE operator-id TO pending-approved-by
                        ADD 1 TO reviewed-count
                        PERFORM write-review-entry
                    END-IF
                WHEN "R"
                    DISPLAY "ENTER REJECT REASON: "
                    ACCEPT entered-reason
                    MOVE operator-id TO pending-approved-by
                    MOVE entered-reason TO pending-reason
                    ADD 1 TO reviewed-count
                    MOVE "N" TO self-override
                    PERFORM write-review-entry
                WHEN OTHER
                    CONTINUE
                END-EVALUATE
            END-IF
            .

       *> Approving a correction the reviewer keyed defeats dual
       *> control, so it takes a deliberate override; without one the
       *> item stays pending for another supervisor.
        confirm-self-approval.
            DISPLAY "YOU KEYED THIS CORRECTION - APPROVING IT "
                    "YOURSELF NEEDS AN OVERRIDE (Y/N): "
            ACCEPT review-code
            MOVE FUNCTION UPPER-CASE(review-code)
                TO review-code
            IF review-code = "Y"
                MOVE "A" TO review-code
                MOVE "Y" TO self-override
                MOVE "SELF-APPROVE" TO refused-action
                MOVE "OVERRIDE USED" TO refused-result
                PERFORM write-security-entry
            ELSE
                MOVE "S" TO review-code
                DISPLAY "ITEM LEFT PENDING FOR ANOTHER SUPERVISOR"
            END-IF
            .

        write-review-entry.
            OPEN EXTEND review-log-file
            IF review-log-status NOT = "00"
                OPEN OUTPUT review-log-file
            END-IF
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            MOVE current-stamp(1:8) TO review-date
            MOVE current-stamp(9:6) TO review-time
            MOVE operator-id TO review-operator-id
            MOVE pending-status TO review-decision
            MOVE pending-document-id TO review-document-id
            MOVE pending-line-number TO review-line-number
            MOVE pending-entered-by TO review-keyed-by
            MOVE pending-entered-date TO review-keyed-date
            MOVE self-override TO review-override
            WRITE review-record
            IF review-log-status NOT = "00"
                DISPLAY "REVIEW LOG WRITE FAILED: " review-log-status
            END-IF
            CLOSE review-log-file
            .

       *> The queue is rebuilt through a work file so items beyond
       *> the review table's capacity are copied through untouched
       *> instead of being dropped with the rewrite.
                    DISPLAY "REWRITE FAILED: " master-status
                NOT INVALID KEY
                    MOVE current-text TO before-image
                    MOVE "BACKOUT" TO entry-action
                    PERFORM write-journal-record
            END-REWRITE
            .
            END-READ
            .

       *> The caller names the action in entry-action; it is moved in
       *> only after the sequence probes, whose reads overlay the
       *> journal record area.
        write-journal-record.
            PERFORM find-next-journal-seq
            MOVE document-id TO journal-document-id
            MOVE master-line-number TO journal-line-number
            MOVE next-entry-seq TO journal-entry-seq
            MOVE entry-action TO journal-action
            MOVE operator-id TO journal-operator-id
            MOVE before-image TO journal-before-text
            MOVE master-line-text TO journal-after-text

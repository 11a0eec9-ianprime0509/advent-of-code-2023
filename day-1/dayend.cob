       *> Day-end job-stream orchestrator: runs the whole evening
       *> sequence - AOC-Day-1-Master-Load,
       *> AOC-Day-1-Apply-Corrections, AOC-Day-1-Backup,
       *> AOC-Day-1-Part-1, AOC-Day-1-Part-2, AOC-Day-1-Reconcile,
       *> AOC-Day-1-Archive, AOC-Day-1-Delivery-Monitor - capturing a
       *> condition code per step, logging the start, end, and
       *> outcome of every step to the central job log, stopping the
       *> stream on the first failing step, and recording the last
       *> completed step in a restart file so a rerun picks the
       *> stream up at the failed step without repeating the steps
       *> that already completed.
       *> The stream takes the master lock on the system control
       *> record before Master-Load and releases it once
       *> Apply-Corrections and the generation backup are through, so
       *> online maintenance cannot act on the master while it is
       *> being rebuilt, corrected, and copied.
       *> It refuses to start while a maintenance session is still
       *> signed on or another job (a recovery) holds the lock; the
       *> refusal is written to the job log and the security log. A
       *> lock this stream left behind when it abended does not stop
       *> the restart.
       *> When the whole stream completes, the run date is recorded
       *> on the system control record as the last closed business
       *> day: a vendor document dated on or before it that turns up
       *> later is posted as an adjustment to its own business date
       *> rather than as part of that day's original figures.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Day-End.

            ASSIGN TO DYNAMIC restart-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS restart-status.
        SELECT control-file
            ASSIGN TO DYNAMIC control-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS control-status.
        SELECT security-log-file
            ASSIGN TO DYNAMIC security-log-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS security-status.

        DATA DIVISION.
        FILE SECTION.
        01 restart-record.
            05 restart-last-step PIC 9(2).

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
        01 restart-file-name PIC X(100).
        01 job-log-status  PIC XX.
        01 restart-status  PIC XX.
        01 control-file-name PIC X(100).
        01 security-log-name PIC X(100).
        01 control-status  PIC XX.
        01 security-status PIC XX.
        01 stream-refused  PIC X     VALUE "N".
        01 refused-result  PIC X(20).
        01 lock-release-step PIC 9(2) VALUE 3.
        01 step-table.
            05 step-entry OCCURS 8 TIMES.
                10 step-name    PIC X(12).
                10 step-program PIC X(30).
        01 step-index      PIC 9(2).
            MOVE "AOC-Day-1-Master-Load" TO step-program(1)
            MOVE "APPLY-CORR" TO step-name(2)
            MOVE "AOC-Day-1-Apply-Corrections" TO step-program(2)
            MOVE "BACKUP" TO step-name(3)
            MOVE "AOC-Day-1-Backup" TO step-program(3)
            MOVE "PART-1" TO step-name(4)
            MOVE "AOC-Day-1-Part-1" TO step-program(4)
            MOVE "PART-2" TO step-name(5)
            MOVE "AOC-Day-1-Part-2" TO step-program(5)
            MOVE "RECONCILE" TO step-name(6)
            MOVE "AOC-Day-1-Reconcile" TO step-program(6)
            MOVE "ARCHIVE" TO step-name(7)
            MOVE "AOC-Day-1-Archive" TO step-program(7)
            MOVE "DELIVERY-MON" TO step-name(8)
            MOVE "AOC-Day-1-Delivery-Monitor" TO step-program(8)
            PERFORM read-restart-file
            OPEN EXTEND job-log-file
            IF job-log-status NOT = "00"
                OPEN OUTPUT job-log-file
            END-IF
            PERFORM check-master-available
            IF stream-refused = "Y"
                CLOSE job-log-file
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM log-stream-start
            IF first-step NOT > lock-release-step
                PERFORM take-master-lock
            END-IF
            PERFORM run-one-step
                VARYING step-index FROM first-step BY 1
                UNTIL step-index > 8 OR stream-failed = "Y"
            PERFORM log-stream-end
            IF stream-failed = "N"
                PERFORM close-business-date
            END-IF
            CLOSE job-log-file
            IF stream-failed = "N"
                PERFORM reset-restart-file
            END-IF
            MOVE param-dayend-log TO job-log-name
            MOVE param-dayend-restart TO restart-file-name
            MOVE param-system-control TO control-file-name
            MOVE param-security-log TO security-log-name
            .

        read-restart-file.
            ELSE
                MOVE step-index TO last-done-step
                PERFORM save-restart-file
                IF step-index = lock-release-step
                    PERFORM release-master-lock
                END-IF
            END-IF
            .

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

       *> An open maintenance session, or a lock held by anything but
       *> this stream, stops the stream before any step runs.
        check-master-available.
            PERFORM read-system-control
            EVALUATE TRUE
            WHEN control-maint-sessions > 0
                MOVE "Y" TO stream-refused
                MOVE "MAINT SESSION OPEN" TO refused-result
            WHEN control-lock-flag = "Y"
                    AND control-lock-holder NOT = "DAYEND"
                MOVE "Y" TO stream-refused
                MOVE "MASTER LOCKED" TO refused-result
            WHEN control-lock-flag = "Y"
                PERFORM format-stamp
                MOVE SPACES TO job-log-line
                STRING stamp-display DELIMITED BY SIZE
                        " MASTER LOCK LEFT BY AN EARLIER DAY-END RUN"
                            DELIMITED BY SIZE
                        " SINCE " DELIMITED BY SIZE
                        control-lock-date DELIMITED BY SIZE
                        " - RESUMING" DELIMITED BY SIZE
                    INTO job-log-line
                WRITE job-log-line
                IF first-step > lock-release-step
                    PERFORM release-master-lock
                END-IF
            END-EVALUATE
            IF stream-refused = "Y"
                PERFORM log-stream-refused
                PERFORM write-security-entry
            END-IF
            .

        log-stream-refused.
            PERFORM format-stamp
            MOVE SPACES TO job-log-line
            IF control-maint-sessions > 0
                STRING stamp-display DELIMITED BY SIZE
                        " DAY-END STREAM REFUSED - " DELIMITED BY SIZE
                        control-maint-sessions DELIMITED BY SIZE
                        " MAINTENANCE SESSION(S) OPEN, LAST SIGN-ON "
                            DELIMITED BY SIZE
                        control-maint-operator DELIMITED BY SIZE
                    INTO job-log-line
            ELSE
                STRING stamp-display DELIMITED BY SIZE
                        " DAY-END STREAM REFUSED - MASTER LOCKED BY "
                            DELIMITED BY SIZE
                        control-lock-holder DELIMITED BY SIZE
                        " SINCE " DELIMITED BY SIZE
                        control-lock-date DELIMITED BY SIZE
                    INTO job-log-line
            END-IF
            WRITE job-log-line
            DISPLAY FUNCTION TRIM(job-log-line)
            .

        write-security-entry.
            OPEN EXTEND security-log-file
            IF security-status NOT = "00"
                OPEN OUTPUT security-log-file
            END-IF
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            MOVE current-stamp(1:8) TO security-date
            MOVE current-stamp(9:6) TO security-time
            MOVE "DAYEND" TO security-operator-id
            MOVE "DAY-END" TO security-action
            MOVE refused-result TO security-result
            WRITE security-record
            IF security-status NOT = "00"
                DISPLAY "SECURITY LOG WRITE FAILED: " security-status
            END-IF
            CLOSE security-log-file
            .

        take-master-lock.
            PERFORM read-system-control
            MOVE "Y" TO control-lock-flag
            MOVE "DAYEND" TO control-lock-holder
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            MOVE current-stamp(1:8) TO control-lock-date
            MOVE current-stamp(9:6) TO control-lock-time
            PERFORM write-system-control
            PERFORM log-lock-change
            .

        release-master-lock.
            PERFORM read-system-control
            MOVE "N" TO control-lock-flag
            MOVE SPACES TO control-lock-holder
            MOVE 0 TO control-lock-date
            MOVE 0 TO control-lock-time
            PERFORM write-system-control
            PERFORM log-lock-change
            .

        log-lock-change.
            PERFORM format-stamp
            MOVE SPACES TO job-log-line
            IF control-lock-flag = "Y"
                STRING stamp-display DELIMITED BY SIZE
                        " MASTER LOCK TAKEN" DELIMITED BY SIZE
                    INTO job-log-line
            ELSE
                STRING stamp-display DELIMITED BY SIZE
                        " MASTER LOCK RELEASED" DELIMITED BY SIZE
                    INTO job-log-line
            END-IF
            WRITE job-log-line
            .

       *> A rerun of an earlier run date never moves the closed date
       *> backwards.
        close-business-date.
            PERFORM read-system-control
            IF control-closed-date NOT NUMERIC
                MOVE 0 TO control-closed-date
            END-IF
            IF param-run-date > control-closed-date
                MOVE param-run-date TO control-closed-date
                PERFORM write-system-control
            END-IF
            PERFORM format-stamp
            MOVE SPACES TO job-log-line
            STRING stamp-display DELIMITED BY SIZE
                    " BUSINESS DATE CLOSED THROUGH " DELIMITED BY SIZE
                    control-closed-date DELIMITED BY SIZE
                INTO job-log-line
            WRITE job-log-line
            .

        save-restart-file.

       *> Master-file forward recovery utility, for an indexed master
       *> damaged between day-end runs: lists the generations in the
       *> generation catalog written by backup.cob, restores the one
       *> chosen (the latest when none is named) into the master file
       *> and proves the restored record count against the count
       *> catalogued for it, then replays every correction-journal
       *> entry stamped at or after the moment the generation was
       *> taken - in journal key order, document id, line number, and
       *> entry sequence - writing each entry's after-image back to
       *> the master. A proof report follows: for every document line
       *> the replay touched, the recovered master text is read back
       *> and compared with the latest after-image the journal holds
       *> for it, and the recovered master's record count is compared
       *> with the generation's; any difference puts the recovery out
       *> of balance and ends it with a non-zero return code.
       *> Recovery holds the master lock on the system control record
       *> while it runs (holder RECOVERY), so online maintenance and
       *> the day-end stream keep off the master; it will not start
       *> while a maintenance session is signed on or another job
       *> holds the lock, and the refusal goes to the security log.
       *> An out-of-balance recovery leaves the lock in place until
       *> the master has been looked at and a supervisor overrides it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Recovery.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT master-file
            ASSIGN TO DYNAMIC master-file-name
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS master-key
            FILE STATUS IS master-status.
        SELECT journal-file
            ASSIGN TO DYNAMIC journal-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS journal-key
            ALTERNATE RECORD KEY IS journal-date WITH DUPLICATES
            FILE STATUS IS journal-status.
        SELECT generation-file
            ASSIGN TO DYNAMIC generation-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS generation-status.
        SELECT catalog-file
            ASSIGN TO DYNAMIC catalog-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS catalog-status.
        SELECT control-file
            ASSIGN TO DYNAMIC control-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS control-status.
        SELECT security-log-file
            ASSIGN TO DYNAMIC security-log-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS security-status.
        SELECT recovery-report-file
            ASSIGN TO DYNAMIC recovery-report-name
            ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD master-file.
        01 master-record.
            05 master-key.
                10 master-document-id PIC X(10).
                10 master-line-number PIC 9(10).
            05 master-line-text   PIC X(255).

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

        FD generation-file.
        01 generation-record PIC X(275).

        FD catalog-file.
        01 catalog-record.
            05 catalog-slot            PIC 9(2).
            05 catalog-generation      PIC 9(6).
            05 catalog-run-date        PIC 9(8).
            05 catalog-backup-date     PIC 9(8).
            05 catalog-backup-time     PIC 9(6).
            05 catalog-record-count    PIC 9(10).
            05 catalog-generation-file PIC X(100).

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

        FD recovery-report-file.
        01 recovery-report-line PIC X(400).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 master-file-name     PIC X(100).
        01 journal-file-name    PIC X(100).
        01 generation-file-name PIC X(100).
        01 catalog-file-name    PIC X(100).
        01 control-file-name    PIC X(100).
        01 security-log-name    PIC X(100).
        01 recovery-report-name PIC X(100).
        01 master-status        PIC XX.
        01 journal-status       PIC XX.
        01 generation-status    PIC XX.
        01 catalog-status       PIC XX.
        01 control-status       PIC XX.
        01 security-status      PIC XX.
        01 end-of-input         PIC X.
        01 current-stamp        PIC X(21).
        01 entered-generation   PIC X(6).
        01 chosen-generation    PIC 9(6)  VALUE 0.
        01 confirm-code         PIC X.
        01 recovery-refused     PIC X     VALUE "N".
        01 refused-result       PIC X(20).
        01 generation-stamp     PIC 9(14).
        01 journal-stamp        PIC 9(14).
        01 restored-count       PIC 9(10) VALUE 0.
        01 recovered-count      PIC 9(10) VALUE 0.
        01 journal-read-count   PIC 9(10) VALUE 0.
        01 replayed-count       PIC 9(10) VALUE 0.
        01 not-on-master-count  PIC 9(10) VALUE 0.
        01 chain-count          PIC 9(10) VALUE 0.
        01 chain-match-count    PIC 9(10) VALUE 0.
        01 chain-error-count    PIC 9(10) VALUE 0.
        01 chain-active         PIC X.
        01 chain-document       PIC X(10).
        01 chain-line           PIC 9(10).
        01 chain-seq            PIC 9(4).
        01 chain-after-text     PIC X(255).
        01 proof-result         PIC X(40).
        01 catalog-index        PIC 9(2).
        01 chosen-index         PIC 9(2)  VALUE 0.
        01 catalog-table.
            05 catalog-count PIC 9(2) VALUE 0.
            05 catalog-entry OCCURS 99 TIMES.
                10 table-catalog-record PIC X(140).

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            PERFORM load-catalog-table
            IF catalog-count = 0
                DISPLAY "NO MASTER GENERATIONS CATALOGUED IN "
                        FUNCTION TRIM(catalog-file-name)
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM display-catalog-entry
                VARYING catalog-index FROM 1 BY 1
                UNTIL catalog-index > catalog-count
            DISPLAY "ENTER GENERATION TO RESTORE (BLANK FOR LATEST): "
            ACCEPT entered-generation
            IF entered-generation NOT = SPACES
                MOVE FUNCTION NUMVAL(entered-generation)
                    TO chosen-generation
            END-IF
            PERFORM choose-catalog-entry
                VARYING catalog-index FROM 1 BY 1
                UNTIL catalog-index > catalog-count
            IF chosen-index = 0
                DISPLAY "GENERATION NOT IN CATALOG: "
                        entered-generation
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE table-catalog-record(chosen-index) TO catalog-record
            MOVE catalog-generation-file TO generation-file-name
            COMPUTE generation-stamp
                = catalog-backup-date * 1000000 + catalog-backup-time
            DISPLAY "RESTORING GENERATION " catalog-generation
                    " TAKEN " catalog-backup-date " "
                    catalog-backup-time " OVER "
                    FUNCTION TRIM(master-file-name)
            DISPLAY "THE CURRENT MASTER WILL BE REPLACED - "
                    "CONFIRM (Y/N): "
            ACCEPT confirm-code
            IF FUNCTION UPPER-CASE(confirm-code) NOT = "Y"
                DISPLAY "RECOVERY NOT RUN"
                GOBACK
            END-IF
            PERFORM check-master-available
            IF recovery-refused = "Y"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM take-master-lock
            OPEN OUTPUT recovery-report-file
            PERFORM write-parameter-line
            PERFORM restore-generation
            IF restored-count NOT = catalog-record-count
                MOVE SPACES TO recovery-report-line
                STRING "*** RESTORE OUT OF BALANCE - CATALOGUED "
                            DELIMITED BY SIZE
                        catalog-record-count DELIMITED BY SIZE
                        " RESTORED " DELIMITED BY SIZE
                        restored-count DELIMITED BY SIZE
                        " - NO JOURNAL REPLAY, MASTER STAYS LOCKED ***"
                            DELIMITED BY SIZE
                    INTO recovery-report-line
                WRITE recovery-report-line
                CLOSE recovery-report-file
                DISPLAY FUNCTION TRIM(recovery-report-line)
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM replay-journal
            PERFORM prove-recovery
            PERFORM write-summary-lines
            CLOSE recovery-report-file
            IF chain-error-count = 0
                    AND recovered-count = catalog-record-count
                PERFORM release-master-lock
                DISPLAY "RECOVERY IN BALANCE - REPLAYED="
                        replayed-count
            ELSE
                DISPLAY "RECOVERY OUT OF BALANCE - SEE "
                        FUNCTION TRIM(recovery-report-name)
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
            MOVE param-master-file TO master-file-name
            MOVE param-journal-file TO journal-file-name
            MOVE param-generation-catalog TO catalog-file-name
            MOVE param-system-control TO control-file-name
            MOVE param-security-log TO security-log-name
            MOVE param-recovery-report TO recovery-report-name
            .

        load-catalog-table.
            MOVE "N" TO end-of-input
            OPEN INPUT catalog-file
            IF catalog-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ catalog-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            IF catalog-count < 99
                                ADD 1 TO catalog-count
                                MOVE catalog-record
                                    TO table-catalog-record
                                        (catalog-count)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE catalog-file
            END-IF
            .

        display-catalog-entry.
            MOVE table-catalog-record(catalog-index) TO catalog-record
            DISPLAY "GENERATION " catalog-generation
                    " RUN-DATE=" catalog-run-date
                    " TAKEN=" catalog-backup-date " "
                    catalog-backup-time
                    " RECORDS=" catalog-record-count
                    " FILE=" FUNCTION TRIM(catalog-generation-file)
            .

       *> With no generation named, the highest-numbered one is taken.
        choose-catalog-entry.
            MOVE table-catalog-record(catalog-index) TO catalog-record
            IF entered-generation = SPACES
                IF chosen-index = 0
                        OR catalog-generation > chosen-generation
                    MOVE catalog-index TO chosen-index
                    MOVE catalog-generation TO chosen-generation
                END-IF
            ELSE
                IF catalog-generation = chosen-generation
                    MOVE catalog-index TO chosen-index
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

       *> A lock left by an earlier recovery that abended does not
       *> stop this one; any other lock, or an open maintenance
       *> session, does.
        check-master-available.
            PERFORM read-system-control
            EVALUATE TRUE
            WHEN control-maint-sessions > 0
                MOVE "Y" TO recovery-refused
                MOVE "MAINT SESSION OPEN" TO refused-result
                DISPLAY "RECOVERY REFUSED - " control-maint-sessions
                        " MAINTENANCE SESSION(S) OPEN, LAST SIGN-ON "
                        control-maint-operator
            WHEN control-lock-flag = "Y"
                    AND control-lock-holder NOT = "RECOVERY"
                MOVE "Y" TO recovery-refused
                MOVE "MASTER LOCKED" TO refused-result
                DISPLAY "RECOVERY REFUSED - MASTER LOCKED BY "
                        FUNCTION TRIM(control-lock-holder)
                        " SINCE " control-lock-date " "
                        control-lock-time
            END-EVALUATE
            IF recovery-refused = "Y"
                PERFORM write-security-entry
            END-IF
            .

        write-security-entry.
            OPEN EXTEND security-log-file
            IF security-status NOT = "00"
                OPEN OUTPUT security-log-file
            END-IF
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            MOVE current-stamp(1:8) TO security-date
            MOVE current-stamp(9:6) TO security-time
            MOVE "RECOVERY" TO security-operator-id
            MOVE "RECOVERY" TO security-action
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
            MOVE "RECOVERY" TO control-lock-holder
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            MOVE current-stamp(1:8) TO control-lock-date
            MOVE current-stamp(9:6) TO control-lock-time
            PERFORM write-system-control
            .

        release-master-lock.
            PERFORM read-system-control
            MOVE "N" TO control-lock-flag
            MOVE SPACES TO control-lock-holder
            MOVE 0 TO control-lock-date
            MOVE 0 TO control-lock-time
            PERFORM write-system-control
            .

        write-parameter-line.
            MOVE SPACES TO recovery-report-line
            STRING "PARAMETERS RUN-DATE=" DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    " MASTER-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(master-file-name)
                        DELIMITED BY SIZE
                    " JOURNAL-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(journal-file-name)
                        DELIMITED BY SIZE
                INTO recovery-report-line
            WRITE recovery-report-line
            MOVE SPACES TO recovery-report-line
            STRING "GENERATION " DELIMITED BY SIZE
                    catalog-generation DELIMITED BY SIZE
                    " RUN-DATE=" DELIMITED BY SIZE
                    catalog-run-date DELIMITED BY SIZE
                    " TAKEN=" DELIMITED BY SIZE
                    catalog-backup-date DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    catalog-backup-time DELIMITED BY SIZE
                    " RECORDS=" DELIMITED BY SIZE
                    catalog-record-count DELIMITED BY SIZE
                    " FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(generation-file-name)
                        DELIMITED BY SIZE
                INTO recovery-report-line
            WRITE recovery-report-line
            .

        restore-generation.
            OPEN INPUT generation-file
            IF generation-status NOT = "00"
                DISPLAY "GENERATION FILE OPEN FAILED: "
                        generation-status " "
                        FUNCTION TRIM(generation-file-name)
            ELSE
                OPEN OUTPUT master-file
                MOVE "N" TO end-of-input
                PERFORM UNTIL end-of-input = "Y"
                    READ generation-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            PERFORM restore-one-record
                    END-READ
                END-PERFORM
                CLOSE master-file
                CLOSE generation-file
            END-IF
            .

        restore-one-record.
            MOVE generation-record TO master-record
            WRITE master-record
                INVALID KEY
                    DISPLAY "MASTER WRITE FAILED FOR DOCUMENT "
                            master-document-id " LINE "
                            master-line-number
                NOT INVALID KEY
                    ADD 1 TO restored-count
            END-WRITE
            .

       *> Journal entries come back in primary key order, so each
       *> line's changes are replayed oldest first and the latest
       *> after-image is the one left on the master. An entry stamped
       *> in the same second the generation was taken is replayed
       *> too: replaying an after-image already on the master changes
       *> nothing.
        replay-journal.
            OPEN INPUT journal-file
            IF journal-status NOT = "00"
                MOVE "NO CORRECTION JOURNAL ON FILE - NOTHING TO REPLAY"
                    TO recovery-report-line
                WRITE recovery-report-line
            ELSE
                OPEN I-O master-file
                MOVE "N" TO end-of-input
                PERFORM UNTIL end-of-input = "Y"
                    READ journal-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            ADD 1 TO journal-read-count
                            COMPUTE journal-stamp
                                = journal-date * 1000000
                                    + journal-time
                            IF journal-stamp NOT < generation-stamp
                                PERFORM replay-one-entry
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE master-file
                CLOSE journal-file
            END-IF
            .

        replay-one-entry.
            MOVE journal-document-id TO master-document-id
            MOVE journal-line-number TO master-line-number
            READ master-file KEY IS master-key
                INVALID KEY
                    ADD 1 TO not-on-master-count
                    MOVE "*NOT ON GENERATION*" TO proof-result
                NOT INVALID KEY
                    MOVE journal-after-text TO master-line-text
                    REWRITE master-record
                        INVALID KEY
                            MOVE "*REWRITE FAILED*" TO proof-result
                        NOT INVALID KEY
                            ADD 1 TO replayed-count
                            MOVE "REPLAYED" TO proof-result
                    END-REWRITE
            END-READ
            MOVE SPACES TO recovery-report-line
            STRING "DOCUMENT " DELIMITED BY SIZE
                    journal-document-id DELIMITED BY SIZE
                    " LINE " DELIMITED BY SIZE
                    journal-line-number DELIMITED BY SIZE
                    " SEQ " DELIMITED BY SIZE
                    journal-entry-seq DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    journal-action DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE
                    journal-operator-id DELIMITED BY SIZE
                    " AT " DELIMITED BY SIZE
                    journal-date DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    journal-time DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    proof-result DELIMITED BY SIZE
                INTO recovery-report-line
            WRITE recovery-report-line
            .

       *> The proof reads the journal again independently of the
       *> replay: every document line with an entry in the replay
       *> window is one chain, and the recovered master must hold the
       *> chain's latest after-image.
        prove-recovery.
            MOVE "PROOF OF RECOVERED MASTER AGAINST THE JOURNAL"
                TO recovery-report-line
            WRITE recovery-report-line
            OPEN INPUT master-file
            OPEN INPUT journal-file
            IF journal-status = "00"
                MOVE "N" TO chain-active
                MOVE "N" TO end-of-input
                PERFORM UNTIL end-of-input = "Y"
                    READ journal-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            COMPUTE journal-stamp
                                = journal-date * 1000000
                                    + journal-time
                            IF journal-stamp NOT < generation-stamp
                                PERFORM follow-chain
                            END-IF
                    END-READ
                END-PERFORM
                IF chain-active = "Y"
                    PERFORM prove-one-chain
                END-IF
                CLOSE journal-file
            END-IF
            PERFORM count-recovered-master
            CLOSE master-file
            .

        follow-chain.
            IF chain-active = "Y"
                    AND (journal-document-id NOT = chain-document
                        OR journal-line-number NOT = chain-line)
                PERFORM prove-one-chain
            END-IF
            MOVE "Y" TO chain-active
            MOVE journal-document-id TO chain-document
            MOVE journal-line-number TO chain-line
            MOVE journal-entry-seq TO chain-seq
            MOVE journal-after-text TO chain-after-text
            .

        prove-one-chain.
            ADD 1 TO chain-count
            MOVE chain-document TO master-document-id
            MOVE chain-line TO master-line-number
            READ master-file KEY IS master-key
                INVALID KEY
                    ADD 1 TO chain-error-count
                    MOVE "*** LINE MISSING FROM MASTER" TO proof-result
                    PERFORM write-proof-exception
                NOT INVALID KEY
                    IF master-line-text = chain-after-text
                        ADD 1 TO chain-match-count
                    ELSE
                        ADD 1 TO chain-error-count
                        MOVE "*** MASTER DIFFERS FROM JOURNAL"
                            TO proof-result
                        PERFORM write-proof-exception
                    END-IF
            END-READ
            .

        write-proof-exception.
            MOVE SPACES TO recovery-report-line
            STRING proof-result DELIMITED BY SIZE
                    " DOCUMENT " DELIMITED BY SIZE
                    chain-document DELIMITED BY SIZE
                    " LINE " DELIMITED BY SIZE
                    chain-line DELIMITED BY SIZE
                    " LATEST SEQ " DELIMITED BY SIZE
                    chain-seq DELIMITED BY SIZE
                    " JOURNAL=" DELIMITED BY SIZE
                    FUNCTION TRIM(chain-after-text)
                        DELIMITED BY SIZE
                INTO recovery-report-line
            WRITE recovery-report-line
            .

        count-recovered-master.
            MOVE 0 TO recovered-count
            MOVE "N" TO end-of-input
            MOVE LOW-VALUES TO master-key
            START master-file KEY NOT < master-key
                INVALID KEY
                    MOVE "Y" TO end-of-input
            END-START
            PERFORM UNTIL end-of-input = "Y"
                READ master-file NEXT RECORD
                    AT END
                        MOVE "Y" TO end-of-input
                    NOT AT END
                        ADD 1 TO recovered-count
                END-READ
            END-PERFORM
            .

        write-summary-lines.
            MOVE SPACES TO recovery-report-line
            STRING "RESTORED=" DELIMITED BY SIZE
                    restored-count DELIMITED BY SIZE
                    " JOURNAL-READ=" DELIMITED BY SIZE
                    journal-read-count DELIMITED BY SIZE
                    " REPLAYED=" DELIMITED BY SIZE
                    replayed-count DELIMITED BY SIZE
                    " NOT-ON-GENERATION=" DELIMITED BY SIZE
                    not-on-master-count DELIMITED BY SIZE
                INTO recovery-report-line
            WRITE recovery-report-line
            MOVE SPACES TO recovery-report-line
            STRING "LINES-PROVED=" DELIMITED BY SIZE
                    chain-count DELIMITED BY SIZE
                    " MATCHED=" DELIMITED BY SIZE
                    chain-match-count DELIMITED BY SIZE
                    " DIFFERENT=" DELIMITED BY SIZE
                    chain-error-count DELIMITED BY SIZE
                    " MASTER-RECORDS=" DELIMITED BY SIZE
                    recovered-count DELIMITED BY SIZE
                    " GENERATION-RECORDS=" DELIMITED BY SIZE
                    catalog-record-count DELIMITED BY SIZE
                INTO recovery-report-line
            WRITE recovery-report-line
            IF chain-error-count = 0
                    AND recovered-count = catalog-record-count
                MOVE "RECOVERY IN BALANCE - MASTER MATCHES THE JOURNAL"
                    TO recovery-report-line
            ELSE
                MOVE SPACES TO recovery-report-line
                STRING "*** RECOVERY OUT OF BALANCE - MASTER "
                            DELIMITED BY SIZE
                        "STAYS LOCKED ***" DELIMITED BY SIZE
                    INTO recovery-report-line
            END-IF
            WRITE recovery-report-line
            .

       *> control figures are logged to the transmit log so the
       *> acknowledgment processor (ack.cob) can match the downstream
       *> shop's receipt against what was actually sent.
       *> Run-history is posted by business date: reading the master,
       *> each document's lines are counted to the HDR business date
       *> master-load recorded for it on the load-control file, and one
       *> run-history record is posted per business date met (the run
       *> date's record is always posted). A business date on or
       *> before the last day the day-end stream closed is posted as
       *> an adjustment entry for that earlier date instead of being
       *> folded into the run date's original figures.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Part-1.

            ACCESS MODE DYNAMIC
            RECORD KEY IS history-key
            FILE STATUS IS history-status.
        SELECT load-control-file
            ASSIGN TO DYNAMIC load-control-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS load-control-status.
        SELECT control-file
            ASSIGN TO DYNAMIC control-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS control-status.

        DATA DIVISION.
        FILE SECTION.
            05 checkpoint-rec-high-line  PIC 9(10).
            05 checkpoint-rec-low-value  PIC 9(2).
            05 checkpoint-rec-low-line   PIC 9(10).
            05 checkpoint-rec-buckets.
                10 checkpoint-rec-bucket-count PIC 9(2).
                10 checkpoint-rec-bucket OCCURS 40 TIMES PIC X(53).
            05 checkpoint-rec-trailer    PIC X(03).

        FD history-file.
            05 history-sum            PIC 9(10).
            05 history-high-value     PIC 9(2).
            05 history-low-value      PIC 9(2).
            05 history-entry-type     PIC X.
            05 history-posted-on      PIC 9(8).

        FD load-control-file.
        01 load-control-record.
            05 load-document-id   PIC X(10).
            05 load-vendor-id     PIC X(8).
            05 load-business-date PIC 9(8).
            05 load-line-count    PIC 9(10).
            05 load-rule          PIC X.
            05 load-trailer-seen  PIC X.
            05 load-trailer-count PIC 9(10).
            05 load-trailer-hash  PIC 9(10).
            05 load-hash-total    PIC 9(10).
            05 load-date          PIC 9(8).
            05 load-time          PIC 9(6).

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
        01 history-program-name PIC X(8) VALUE "PART-1".
        01 run-date           PIC 9(8)  VALUE 0.
        01 run-number-found   PIC X.
        01 load-control-name  PIC X(100).
        01 load-control-status PIC XX.
        01 control-file-name  PIC X(100).
        01 control-status     PIC XX.
        01 closed-date        PIC 9(8)  VALUE 0.
        01 end-of-load-control PIC X    VALUE "N".
        01 load-table.
            05 load-count PIC 9(4) VALUE 0.
            05 load-entry OCCURS 1000 TIMES.
                10 table-document-id   PIC X(10).
                10 table-business-date PIC 9(8).
        01 load-index         PIC 9(4).
        01 current-document-id   PIC X(10) VALUE SPACES.
        01 current-business-date PIC 9(8).
        01 business-buckets.
            05 bucket-count PIC 9(2) VALUE 0.
            05 bucket-entry OCCURS 40 TIMES.
                10 bucket-date     PIC 9(8).
                10 bucket-read     PIC 9(10).
                10 bucket-included PIC 9(10).
                10 bucket-excluded PIC 9(10).
                10 bucket-sum      PIC 9(10).
                10 bucket-high     PIC 9(2).
                10 bucket-low      PIC 9(2).
                10 bucket-set      PIC X.
        01 bucket-index       PIC 9(2).
        01 current-bucket     PIC 9(2)  VALUE 1.
        01 entry-type         PIC X.
        01 posting-label      PIC X(10).

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            PERFORM load-business-dates
            PERFORM restore-checkpoint
            IF input-source = "MASTER"
                OPEN INPUT master-file
                IF end-of-file NOT = "Y"
                    ADD 1 TO line-count
                    IF line-count > restart-line-count
                        PERFORM select-business-bucket
                        ADD 1 TO bucket-read(current-bucket)
                        IF line-overflow = "Y"
                            ADD 1 TO excluded-count
                            ADD 1 TO bucket-excluded(current-bucket)
                            PERFORM write-overflow-line
                        ELSE
                            PERFORM handle-line
            ELSE
                CLOSE input-file
            END-IF
            PERFORM write-business-date-line
                VARYING bucket-index FROM 1 BY 1
                UNTIL bucket-index > bucket-count
            CLOSE report-file
            CLOSE exceptions-file
            CLOSE checkpoint-file
            MOVE param-select-document TO select-document
            MOVE param-checkpoint-interval TO checkpoint-interval
            MOVE param-run-date TO run-date
            MOVE param-load-control TO load-control-name
            MOVE param-system-control TO control-file-name
            .

       *> The last closed business date comes off the system control
       *> record the day-end stream stamps on completion; the
       *> document business dates come off the load-control file
       *> master-load wrote, so they are only needed reading the
       *> master. The run date is always the first business date.
        load-business-dates.
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
            IF input-source = "MASTER"
                OPEN INPUT load-control-file
                IF load-control-status = "00"
                    PERFORM UNTIL end-of-load-control = "Y"
                        READ load-control-file
                            AT END
                                MOVE "Y" TO end-of-load-control
                            NOT AT END
                                PERFORM take-load-control-entry
                        END-READ
                    END-PERFORM
                    CLOSE load-control-file
                ELSE
                    DISPLAY "LOAD-CONTROL FILE NOT FOUND - ALL LINES "
                            "POSTED TO RUN DATE " run-date
                END-IF
            END-IF
            MOVE 1 TO bucket-count
            MOVE run-date TO current-business-date
            PERFORM clear-bucket
            .

        take-load-control-entry.
            IF load-count < 1000
                ADD 1 TO load-count
                MOVE load-document-id TO table-document-id(load-count)
                MOVE load-business-date
                    TO table-business-date(load-count)
            ELSE
                DISPLAY "LOAD-CONTROL TABLE FULL - DOCUMENT "
                        load-document-id " POSTED TO RUN DATE"
            END-IF
            .

        clear-bucket.
            MOVE current-business-date TO bucket-date(bucket-count)
            MOVE 0 TO bucket-read(bucket-count)
            MOVE 0 TO bucket-included(bucket-count)
            MOVE 0 TO bucket-excluded(bucket-count)
            MOVE 0 TO bucket-sum(bucket-count)
            MOVE 0 TO bucket-high(bucket-count)
            MOVE 0 TO bucket-low(bucket-count)
            MOVE "N" TO bucket-set(bucket-count)
            .

       *> Lines read from the single input file, and the lines of a
       *> document the load-control file does not know, belong to the
       *> run date; a business date after the run date is never
       *> posted ahead of it.
        select-business-bucket.
            IF input-source = "MASTER"
                    AND master-document-id NOT = current-document-id
                MOVE master-document-id TO current-document-id
                MOVE run-date TO current-business-date
                PERFORM find-load-entry
                    VARYING load-index FROM 1 BY 1
                    UNTIL load-index > load-count
                IF current-business-date > run-date
                        OR current-business-date = 0
                    MOVE run-date TO current-business-date
                END-IF
                MOVE 0 TO current-bucket
                PERFORM find-bucket
                    VARYING bucket-index FROM 1 BY 1
                    UNTIL bucket-index > bucket-count
                IF current-bucket = 0
                    IF bucket-count < 40
                        ADD 1 TO bucket-count
                        PERFORM clear-bucket
                        MOVE bucket-count TO current-bucket
                    ELSE
                        DISPLAY "BUSINESS DATE TABLE FULL - DOCUMENT "
                                current-document-id
                                " POSTED TO RUN DATE"
                        MOVE 1 TO current-bucket
                    END-IF
                END-IF
            END-IF
            .

        find-load-entry.
            IF table-document-id(load-index) = current-document-id
                MOVE table-business-date(load-index)
                    TO current-business-date
            END-IF
            .

        find-bucket.
            IF bucket-date(bucket-index) = current-business-date
                MOVE bucket-index TO current-bucket
            END-IF
            .

       *> An earlier business date the day-end stream has already
       *> closed takes an adjustment entry; the run date itself (even
       *> on a rerun of a closed day) and an earlier date not yet
       *> closed take an original entry.
        set-entry-type.
            IF bucket-date(bucket-index) < run-date
                    AND bucket-date(bucket-index) NOT > closed-date
                MOVE "A" TO entry-type
                MOVE "ADJUSTMENT" TO posting-label
            ELSE
                MOVE "O" TO entry-type
                MOVE "ORIGINAL" TO posting-label
            END-IF
            .

        write-business-date-line.
            PERFORM set-entry-type
            MOVE SPACES TO report-line
            STRING "BUSINESS-DATE=" DELIMITED BY SIZE
                    bucket-date(bucket-index) DELIMITED BY SIZE
                    " POSTED-AS=" DELIMITED BY SIZE
                    posting-label DELIMITED BY SPACE
                    " READ=" DELIMITED BY SIZE
                    bucket-read(bucket-index) DELIMITED BY SIZE
                    " INCLUDED=" DELIMITED BY SIZE
                    bucket-included(bucket-index) DELIMITED BY SIZE
                    " EXCLUDED=" DELIMITED BY SIZE
                    bucket-excluded(bucket-index) DELIMITED BY SIZE
                    " SUM=" DELIMITED BY SIZE
                    bucket-sum(bucket-index) DELIMITED BY SIZE
                INTO report-line
            WRITE report-line
            .

        write-parameter-line.
            .

       *> Posts the run's control totals to the keyed run-history
       *> file, one record per business date, each stamped with the
       *> next free run number for that date, so day-over-day movement
       *> can be trended by trend-report.cob instead of a paper log.
        post-run-history.
            OPEN I-O history-file
            IF history-status = "35"
                        history-status
            ELSE
                PERFORM write-history-record
                    VARYING bucket-index FROM 1 BY 1
                    UNTIL bucket-index > bucket-count
                CLOSE history-file
            END-IF
            .

        write-history-record.
            PERFORM set-entry-type
            MOVE history-program-name TO history-program
            MOVE bucket-date(bucket-index) TO history-run-date
            MOVE 0 TO history-run-number
            MOVE "N" TO run-number-found
            PERFORM find-next-run-number
                UNTIL run-number-found = "Y"
            MOVE bucket-read(bucket-index) TO history-records-read
            MOVE bucket-included(bucket-index) TO history-included
            MOVE bucket-excluded(bucket-index) TO history-excluded
            MOVE bucket-sum(bucket-index) TO history-sum
            MOVE bucket-high(bucket-index) TO history-high-value
            MOVE bucket-low(bucket-index) TO history-low-value
            MOVE entry-type TO history-entry-type
            MOVE run-date TO history-posted-on
            WRITE history-record
                INVALID KEY
                    DISPLAY "RUN-HISTORY WRITE FAILED: " history-status
                                IF included-count > 0
                                    MOVE "Y" TO high-low-set
                                END-IF
                                MOVE checkpoint-rec-buckets
                                    TO business-buckets
                            ELSE
                                *> a record left mid-write by an abend
                                *> reads back as a short line padded
                MOVE highest-value-line TO checkpoint-rec-high-line
                MOVE lowest-value TO checkpoint-rec-low-value
                MOVE lowest-value-line TO checkpoint-rec-low-line
                MOVE business-buckets TO checkpoint-rec-buckets
                MOVE "EOR" TO checkpoint-rec-trailer
                WRITE checkpoint-record
            END-IF
                ADD 1 TO included-count
                ADD FUNCTION NUMVAL(line-value) TO calibration-sum
                PERFORM tally-digit-stats
                PERFORM tally-bucket
                PERFORM write-report-line
            ELSE
                ADD 1 TO excluded-count
                ADD 1 TO bucket-excluded(current-bucket)
                PERFORM write-exception-line
            END-IF
            .
            END-IF
            .

        tally-bucket.
            ADD 1 TO bucket-included(current-bucket)
            ADD current-value TO bucket-sum(current-bucket)
            IF bucket-set(current-bucket) = "N"
                MOVE current-value TO bucket-high(current-bucket)
                MOVE current-value TO bucket-low(current-bucket)
                MOVE "Y" TO bucket-set(current-bucket)
            ELSE
                IF current-value > bucket-high(current-bucket)
                    MOVE current-value TO bucket-high(current-bucket)
                END-IF
                IF current-value < bucket-low(current-bucket)
                    MOVE current-value TO bucket-low(current-bucket)
                END-IF
            END-IF
            .

        write-report-line.
            MOVE SPACES TO report-line
            STRING "LINE " DELIMITED BY SIZE

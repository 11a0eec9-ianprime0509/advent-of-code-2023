       *> nothing is lost between runs. Approved and rejected items
       *> leave the queue once they are on the report; the journal and
       *> the report are the audit record.
       *> When the step runs after Part-1 or Part-2 has already cut
       *> and logged its CSV extract for the run date (a rerun, or an
       *> apply taken outside the day-end stream), the downstream shop
       *> holds the old value for every line corrected here, so an
       *> adjustment extract (ADJUST-CSV) is written alongside: one row
       *> per applied correction with the document id, line number,
       *> old and new calibration value under the digits-only and the
       *> digits-plus-words rule, and the journal entry sequence that
       *> made the change, between the same HDR/TRL control records
       *> as the main CSV - run date on the header, row count and a
       *> hash total (the sum of the new values under both rules) on
       *> the trailer. Each apply cuts its own extract, named from the
       *> ADJUST-CSV prefix, the run date, and the first free sequence
       *> number for that date (adjust-calibration-20240115-001.csv),
       *> so a second apply on the same day never overwrites rows the
       *> downstream shop may not yet have taken. The extract is logged
       *> to the transmit log under that name like any other feed so
       *> ack.cob matches its acknowledgment. A correction whose
       *> journal entry could not be written still goes on the
       *> extract, with NONE in place of the journal sequence.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Apply-Corrections.

        SELECT apply-report-file
            ASSIGN TO DYNAMIC apply-report-name
            ORGANIZATION LINE SEQUENTIAL.
        SELECT history-file
            ASSIGN TO DYNAMIC history-file-name
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS history-key
            FILE STATUS IS history-status.
        SELECT adjust-csv-file
            ASSIGN TO DYNAMIC adjust-csv-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS adjust-csv-status.
        SELECT transmit-log-file
            ASSIGN TO DYNAMIC transmit-log-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS transmit-status.

        DATA DIVISION.
        FILE SECTION.
        FD apply-report-file.
        01 apply-report-line PIC X(600).

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

        FD adjust-csv-file.
        01 adjust-csv-line PIC X(100).

        FD transmit-log-file.
        01 transmit-record.
            05 transmit-extract-name PIC X(100).
            05 transmit-run-date     PIC 9(8).
            05 transmit-row-count    PIC 9(10).
            05 transmit-hash-total   PIC 9(10).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 pending-file-name PIC X(100).
        01 pending-work-name PIC X(100).
        01 apply-report-name PIC X(100).
        01 history-file-name PIC X(100).
        01 adjust-csv-name   PIC X(100).
        01 transmit-log-name PIC X(100).
        01 history-status    PIC XX.
        01 transmit-status   PIC XX.
        01 adjust-csv-status PIC XX.
        01 adjust-csv-seq    PIC 9(3)  VALUE 0.
        01 adjust-name-free  PIC X     VALUE "N".
        01 journal-written   PIC X.
        01 adjust-journal-seq PIC X(4).
        01 extract-cut       PIC X     VALUE "N".
        01 adjust-open       PIC X     VALUE "N".
        01 adjust-row-count  PIC 9(10) VALUE 0.
        01 adjust-hash-total PIC 9(10) VALUE 0.
        01 extract-line      PIC X(255).
        01 digit-found       PIC X.
        01 line-value.
            05 first-digit PIC 9.
            05 last-digit  PIC 9.
        01 old-digits-value  PIC 9(2).
        01 new-digits-value  PIC 9(2).
        01 old-words-value   PIC 9(2).
        01 new-words-value   PIC 9(2).
        01 master-status       PIC XX.
        01 journal-status      PIC XX.
        01 pending-status-code PIC XX.
            OPEN OUTPUT apply-report-file
            PERFORM write-parameter-line
            PERFORM load-pending-table
            PERFORM check-extract-cut
            IF pending-count > 0
                OPEN I-O master-file
                OPEN I-O journal-file
                PERFORM apply-one-item
                    VARYING pending-slot FROM 1 BY 1
                    UNTIL pending-slot > pending-count
                IF adjust-open = "Y"
                    PERFORM close-adjustment-extract
                END-IF
                CLOSE master-file
                CLOSE journal-file
                PERFORM rewrite-pending-file
            MOVE param-journal-file TO journal-file-name
            MOVE param-pending-file TO pending-file-name
            MOVE param-apply-report TO apply-report-name
            MOVE param-history-file TO history-file-name
            MOVE param-transmit-log TO transmit-log-name
            .

       *> The extract has been cut for the run date when Part-1 or
       *> Part-2 has posted its first run-history record for it.
        check-extract-cut.
            OPEN INPUT history-file
            IF history-status = "00"
                MOVE "PART-1" TO history-program
                PERFORM probe-extract-history
                IF extract-cut = "N"
                    MOVE "PART-2" TO history-program
                    PERFORM probe-extract-history
                END-IF
                CLOSE history-file
            END-IF
            IF extract-cut = "Y"
                PERFORM choose-adjustment-name
                MOVE SPACES TO apply-report-line
                STRING "EXTRACT ALREADY CUT FOR " DELIMITED BY SIZE
                        param-run-date DELIMITED BY SIZE
                        " - APPLIED CORRECTIONS GO TO "
                            DELIMITED BY SIZE
                        FUNCTION TRIM(adjust-csv-name)
                            DELIMITED BY SIZE
                    INTO apply-report-line
                WRITE apply-report-line
            END-IF
            .

       *> The first sequence number with no extract on disk for the
       *> run date names this apply's adjustment extract.
        choose-adjustment-name.
            MOVE 0 TO adjust-csv-seq
            MOVE "N" TO adjust-name-free
            PERFORM probe-adjustment-name
                UNTIL adjust-name-free = "Y"
                    OR adjust-csv-seq = 999
            .

        probe-adjustment-name.
            ADD 1 TO adjust-csv-seq
            MOVE SPACES TO adjust-csv-name
            STRING FUNCTION TRIM(param-adjust-csv) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    adjust-csv-seq DELIMITED BY SIZE
                    ".csv" DELIMITED BY SIZE
                INTO adjust-csv-name
            OPEN INPUT adjust-csv-file
            IF adjust-csv-status = "00"
                CLOSE adjust-csv-file
            ELSE
                MOVE "Y" TO adjust-name-free
            END-IF
            .

        probe-extract-history.
            MOVE param-run-date TO history-run-date
            MOVE 1 TO history-run-number
            READ history-file KEY IS history-key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO extract-cut
            END-READ
            .

        write-parameter-line.
                            MOVE "APPLIED" TO item-outcome
                            PERFORM write-journal-record
                            PERFORM write-item-line
                            IF extract-cut = "Y"
                                PERFORM write-adjustment-row
                            END-IF
                    END-REWRITE
            END-READ
            .
            MOVE pending-after-text TO journal-after-text
            WRITE journal-record
                INVALID KEY
                    MOVE "N" TO journal-written
                    DISPLAY "JOURNAL WRITE FAILED: " journal-status
                NOT INVALID KEY
                    MOVE "Y" TO journal-written
            END-WRITE
            .

                INTO apply-report-line
            WRITE apply-report-line
            .

       *> Row values come from the journalled before-image and the
       *> corrected text, scored under both rules. The journal
       *> sequence is the one this apply assigned, and only when the
       *> journal entry was actually written.
        write-adjustment-row.
            IF adjust-open = "N"
                PERFORM open-adjustment-extract
            END-IF
            IF journal-written = "Y"
                MOVE next-entry-seq TO adjust-journal-seq
            ELSE
                MOVE "NONE" TO adjust-journal-seq
            END-IF
            MOVE before-image TO extract-line
            PERFORM score-digits-only
            MOVE line-value TO old-digits-value
            PERFORM score-digits-words
            MOVE line-value TO old-words-value
            MOVE pending-after-text TO extract-line
            PERFORM score-digits-only
            MOVE line-value TO new-digits-value
            PERFORM score-digits-words
            MOVE line-value TO new-words-value
            ADD 1 TO adjust-row-count
            ADD new-digits-value TO adjust-hash-total
            ADD new-words-value TO adjust-hash-total
            MOVE SPACES TO adjust-csv-line
            STRING FUNCTION TRIM(pending-document-id)
                        DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    pending-line-number DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    old-digits-value DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    new-digits-value DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    old-words-value DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    new-words-value DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    adjust-journal-seq DELIMITED BY SIZE
                INTO adjust-csv-line
            WRITE adjust-csv-line
            .

        score-digits-only.
            CALL "AOC-Extract-Digits-Only" USING extract-line
                    first-digit last-digit digit-found
            END-CALL
            IF digit-found NOT = "Y"
                MOVE "00" TO line-value
            END-IF
            .

        score-digits-words.
            CALL "AOC-Extract-Digits-Words" USING extract-line
                    first-digit last-digit digit-found
            END-CALL
            IF digit-found NOT = "Y"
                MOVE "00" TO line-value
            END-IF
            .

        open-adjustment-extract.
            OPEN OUTPUT adjust-csv-file
            MOVE "Y" TO adjust-open
            MOVE SPACES TO adjust-csv-line
            STRING "HDR," DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                INTO adjust-csv-line
            WRITE adjust-csv-line
            MOVE SPACES TO adjust-csv-line
            STRING "DOCUMENT,LINE,OLD-DIGITS,NEW-DIGITS,OLD-WORDS,"
                        DELIMITED BY SIZE
                    "NEW-WORDS,JOURNAL-SEQ" DELIMITED BY SIZE
                INTO adjust-csv-line
            WRITE adjust-csv-line
            .

        close-adjustment-extract.
            MOVE SPACES TO adjust-csv-line
            STRING "TRL," DELIMITED BY SIZE
                    adjust-row-count DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    adjust-hash-total DELIMITED BY SIZE
                INTO adjust-csv-line
            WRITE adjust-csv-line
            CLOSE adjust-csv-file
            MOVE "N" TO adjust-open
            PERFORM log-adjustment-transmission
            MOVE SPACES TO apply-report-line
            STRING "ADJUSTMENT EXTRACT " DELIMITED BY SIZE
                    FUNCTION TRIM(adjust-csv-name) DELIMITED BY SIZE
                    " ROWS=" DELIMITED BY SIZE
                    adjust-row-count DELIMITED BY SIZE
                    " HASH=" DELIMITED BY SIZE
                    adjust-hash-total DELIMITED BY SIZE
                INTO apply-report-line
            WRITE apply-report-line
            .

        log-adjustment-transmission.
            OPEN EXTEND transmit-log-file
            IF transmit-status NOT = "00"
                OPEN OUTPUT transmit-log-file
            END-IF
            IF transmit-status NOT = "00"
                DISPLAY "TRANSMIT LOG OPEN FAILED: " transmit-status
            ELSE
                MOVE adjust-csv-name TO transmit-extract-name
                MOVE param-run-date TO transmit-run-date
                MOVE adjust-row-count TO transmit-row-count
                MOVE adjust-hash-total TO transmit-hash-total
                WRITE transmit-record
                IF transmit-status NOT = "00"
                    DISPLAY "TRANSMIT LOG WRITE FAILED: "
                            transmit-status
                END-IF
                CLOSE transmit-log-file
            END-IF
            .

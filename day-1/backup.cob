       *> Master-file generation backup, run in the day-end stream
       *> once Apply-Corrections has brought the master up to date:
       *> copies the indexed master record for record into a
       *> sequential generation file and records the generation in
       *> the generation catalog with its sequence number, run date,
       *> the date and time it was taken, and its record count. The
       *> last GENERATION-COUNT generations are kept in rotating slots
       *> named from the GENERATION-PREFIX (prefix-G01.dat,
       *> prefix-G02.dat, ...), the oldest slot being reused for the
       *> newest generation. The copy is read back and counted before
       *> the catalog is updated, and a copy that does not balance to
       *> the master fails the step. recovery.cob restores a catalogued
       *> generation and rolls it forward from the correction journal.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Backup.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT master-file
            ASSIGN TO DYNAMIC master-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS master-key
            FILE STATUS IS master-status.
        SELECT generation-file
            ASSIGN TO DYNAMIC generation-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS generation-status.
        SELECT catalog-file
            ASSIGN TO DYNAMIC catalog-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS catalog-status.
        SELECT backup-report-file
            ASSIGN TO DYNAMIC backup-report-name
            ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD master-file.
        01 master-record.
            05 master-key.
                10 master-document-id PIC X(10).
                10 master-line-number PIC 9(10).
            05 master-line-text   PIC X(255).

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

        FD backup-report-file.
        01 backup-report-line PIC X(200).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 master-file-name     PIC X(100).
        01 generation-file-name PIC X(100).
        01 catalog-file-name    PIC X(100).
        01 backup-report-name   PIC X(100).
        01 master-status        PIC XX.
        01 generation-status    PIC XX.
        01 catalog-status       PIC XX.
        01 generation-count     PIC 9(2).
        01 end-of-input         PIC X.
        01 current-stamp        PIC X(21).
        01 next-generation      PIC 9(6)  VALUE 0.
        01 new-slot             PIC 9(2).
        01 copied-count         PIC 9(10) VALUE 0.
        01 verified-count       PIC 9(10) VALUE 0.
        01 catalog-index        PIC 9(2).
        01 found-index          PIC 9(2).
        01 new-marker           PIC X(6).
        01 catalog-table.
            05 catalog-count PIC 9(2) VALUE 0.
            05 catalog-entry OCCURS 99 TIMES.
                10 table-catalog-record PIC X(140).

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            OPEN OUTPUT backup-report-file
            PERFORM write-parameter-line
            PERFORM load-catalog-table
            PERFORM choose-generation-slot
            OPEN INPUT master-file
            IF master-status NOT = "00"
                DISPLAY "MASTER FILE OPEN FAILED: " master-status
                MOVE "*** MASTER FILE COULD NOT BE OPENED - NO BACKUP"
                    TO backup-report-line
                WRITE backup-report-line
                CLOSE backup-report-file
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            OPEN OUTPUT generation-file
            MOVE "N" TO end-of-input
            PERFORM UNTIL end-of-input = "Y"
                READ master-file
                    AT END
                        MOVE "Y" TO end-of-input
                    NOT AT END
                        MOVE master-record TO generation-record
                        WRITE generation-record
                        ADD 1 TO copied-count
                END-READ
            END-PERFORM
            CLOSE master-file
            CLOSE generation-file
            PERFORM verify-generation-copy
            IF verified-count NOT = copied-count
                MOVE SPACES TO backup-report-line
                STRING "*** BACKUP OUT OF BALANCE - MASTER RECORDS "
                            DELIMITED BY SIZE
                        copied-count DELIMITED BY SIZE
                        " GENERATION RECORDS " DELIMITED BY SIZE
                        verified-count DELIMITED BY SIZE
                        " - CATALOG NOT UPDATED ***" DELIMITED BY SIZE
                    INTO backup-report-line
                WRITE backup-report-line
                CLOSE backup-report-file
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM catalog-new-generation
            PERFORM rewrite-catalog-file
            PERFORM report-catalog-entry
                VARYING catalog-index FROM 1 BY 1
                UNTIL catalog-index > catalog-count
            CLOSE backup-report-file
            DISPLAY "GENERATION " next-generation " WRITTEN TO "
                    FUNCTION TRIM(generation-file-name)
                    " RECORDS=" copied-count
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
            MOVE param-generation-catalog TO catalog-file-name
            MOVE param-backup-report TO backup-report-name
            MOVE param-generation-count TO generation-count
            .

        write-parameter-line.
            MOVE SPACES TO backup-report-line
            STRING "PARAMETERS RUN-DATE=" DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    " MASTER-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(master-file-name)
                        DELIMITED BY SIZE
                    " GENERATION-COUNT=" DELIMITED BY SIZE
                    generation-count DELIMITED BY SIZE
                    " GENERATION-CATALOG=" DELIMITED BY SIZE
                    FUNCTION TRIM(catalog-file-name)
                        DELIMITED BY SIZE
                INTO backup-report-line
            WRITE backup-report-line
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
                            PERFORM take-catalog-entry
                    END-READ
                END-PERFORM
                CLOSE catalog-file
            END-IF
            .

       *> A slot beyond a since-reduced GENERATION-COUNT drops out of
       *> the catalog; its file is simply no longer offered.
        take-catalog-entry.
            IF catalog-slot NOT > generation-count
                    AND catalog-count < 99
                ADD 1 TO catalog-count
                MOVE catalog-record
                    TO table-catalog-record(catalog-count)
                IF catalog-generation > next-generation
                    MOVE catalog-generation TO next-generation
                END-IF
            END-IF
            .

       *> Generations are numbered on from the highest catalogued,
       *> and generation n goes to slot ((n - 1) mod count) + 1.
        choose-generation-slot.
            ADD 1 TO next-generation
            COMPUTE new-slot
                = FUNCTION MOD(next-generation - 1, generation-count)
                    + 1
            MOVE SPACES TO generation-file-name
            STRING FUNCTION TRIM(param-generation-prefix)
                        DELIMITED BY SIZE
                    "-G" DELIMITED BY SIZE
                    new-slot DELIMITED BY SIZE
                    ".dat" DELIMITED BY SIZE
                INTO generation-file-name
            .

        verify-generation-copy.
            MOVE 0 TO verified-count
            MOVE "N" TO end-of-input
            OPEN INPUT generation-file
            IF generation-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ generation-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            ADD 1 TO verified-count
                    END-READ
                END-PERFORM
                CLOSE generation-file
            END-IF
            .

        catalog-new-generation.
            MOVE new-slot TO catalog-slot
            MOVE next-generation TO catalog-generation
            MOVE param-run-date TO catalog-run-date
            MOVE current-stamp(1:8) TO catalog-backup-date
            MOVE current-stamp(9:6) TO catalog-backup-time
            MOVE copied-count TO catalog-record-count
            MOVE generation-file-name TO catalog-generation-file
            MOVE 0 TO found-index
            PERFORM find-slot-entry
                VARYING catalog-index FROM 1 BY 1
                UNTIL catalog-index > catalog-count
            IF found-index = 0
                ADD 1 TO catalog-count
                MOVE catalog-count TO found-index
            END-IF
            MOVE catalog-record TO table-catalog-record(found-index)
            .

        find-slot-entry.
            IF table-catalog-record(catalog-index)(1:2) = new-slot
                MOVE catalog-index TO found-index
            END-IF
            .

        rewrite-catalog-file.
            OPEN OUTPUT catalog-file
            PERFORM write-catalog-entry
                VARYING catalog-index FROM 1 BY 1
                UNTIL catalog-index > catalog-count
            CLOSE catalog-file
            .

        write-catalog-entry.
            MOVE table-catalog-record(catalog-index) TO catalog-record
            WRITE catalog-record
            .

        report-catalog-entry.
            MOVE table-catalog-record(catalog-index) TO catalog-record
            IF catalog-generation = next-generation
                MOVE " (NEW)" TO new-marker
            ELSE
                MOVE SPACES TO new-marker
            END-IF
            MOVE SPACES TO backup-report-line
            STRING "GENERATION " DELIMITED BY SIZE
                    catalog-generation DELIMITED BY SIZE
                    " SLOT=" DELIMITED BY SIZE
                    catalog-slot DELIMITED BY SIZE
                    " RUN-DATE=" DELIMITED BY SIZE
                    catalog-run-date DELIMITED BY SIZE
                    " TAKEN=" DELIMITED BY SIZE
                    catalog-backup-date DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    catalog-backup-time DELIMITED BY SIZE
                    " RECORDS=" DELIMITED BY SIZE
                    catalog-record-count DELIMITED BY SIZE
                    " FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(catalog-generation-file)
                        DELIMITED BY SIZE
                    new-marker DELIMITED BY SIZE
                INTO backup-report-line
            WRITE backup-report-line
            .

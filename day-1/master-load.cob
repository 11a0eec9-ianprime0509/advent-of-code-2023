       *> record and numbering lines within the document, so a bad
       *> line anywhere in the day's thirty vendor documents is
       *> addressable by the maintenance transaction.
       *> Every document loaded is recorded on the load-control file
       *> with its vendor, its HDR business date, and the number of
       *> lines loaded, so the calibration runs can post each
       *> document's figures to the business date it belongs to (the
       *> single-file load is recorded under the run date).
       *> For the master integrity audit (integrity-audit.cob) the
       *> load-control record also keeps the vendor's TRL record count
       *> and hash total, the count and hash actually loaded (taken
       *> under the vendor's contracted rule, as the trailer is), and
       *> the date and time of the load, and every line loaded is
       *> copied to the load image, so what the vendors sent can
       *> always be proved against what the master now holds.
       *> Dataset names come from the run-control parameter file read
       *> by AOC-Run-Control, and the accepted names are echoed so
       *> each run's settings are on record.
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS master-key.
        SELECT load-control-file
            ASSIGN TO DYNAMIC load-control-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS load-control-status.
        SELECT load-image-file
            ASSIGN TO DYNAMIC load-image-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS load-image-status.
        SELECT vendor-file
            ASSIGN TO DYNAMIC vendor-file-name
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS vendor-id
            FILE STATUS IS vendor-status.

        DATA DIVISION.
        FILE SECTION.
                10 master-line-number PIC 9(10).
            05 master-line-text   PIC X(255).

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

        FD load-image-file.
        01 load-image-record.
            05 image-document-id PIC X(10).
            05 image-line-number PIC 9(10).
            05 image-line-text   PIC X(255).

        FD vendor-file.
        01 vendor-record.
            05 vendor-id         PIC X(8).
            05 vendor-name       PIC X(30).
            05 vendor-act-status PIC X.
            05 vendor-frequency  PIC 9(3).
            05 vendor-rule       PIC X.
            05 vendor-rule-date  PIC 9(8).
            05 vendor-prior-rule PIC X.

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 input-file-name  PIC X(100).
        01 master-file-name PIC X(100).
        01 file-list-status PIC XX.
        01 load-control-name   PIC X(100).
        01 load-control-status PIC XX.
        01 load-image-name     PIC X(100).
        01 load-image-status   PIC XX.
        01 vendor-file-name    PIC X(100).
        01 vendor-status       PIC XX.
        01 vendor-open         PIC X     VALUE "N".
        01 current-stamp       PIC X(21).
        01 document-rule       PIC X.
        01 document-hash       PIC 9(10).
        01 trailer-seen        PIC X.
        01 input-line          PIC X(255).
        01 digit-found         PIC X.
        01 line-value.
            05 first-digit PIC 9.
            05 last-digit  PIC 9.
        01 load-source      PIC X(6).
        01 end-of-file-list PIC X.
        01 end-of-file      PIC X.
            05 header-document-id   PIC X(10).
            05 header-vendor-id     PIC X(8).
            05 header-business-date PIC 9(8).
        01 trailer-record.
            05 trailer-tag          PIC X(3).
            05 trailer-record-count PIC 9(10).
            05 trailer-hash-total   PIC 9(10).

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
       *> The master is only replaced once the load-control file and
       *> the load image are both open, so a failed open leaves the
       *> previous master as it was.
            OPEN OUTPUT load-control-file
            IF load-control-status NOT = "00"
                DISPLAY "LOAD-CONTROL FILE OPEN FAILED: "
                        load-control-status " - MASTER NOT REPLACED"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT load-image-file
            IF load-image-status NOT = "00"
                DISPLAY "LOAD IMAGE OPEN FAILED: " load-image-status
                        " - MASTER NOT REPLACED"
                CLOSE load-control-file
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT master-file
            OPEN INPUT vendor-file
            IF vendor-status = "00"
                MOVE "Y" TO vendor-open
            END-IF
            MOVE FUNCTION CURRENT-DATE TO current-stamp
            IF load-source = "BATCH"
                PERFORM load-from-batch-list
            ELSE
                PERFORM load-from-input-file
            END-IF
            CLOSE master-file
            CLOSE load-control-file
            CLOSE load-image-file
            IF vendor-open = "Y"
                CLOSE vendor-file
            END-IF
            DISPLAY "LOADED " line-count " LINES FROM "
                    document-count " DOCUMENTS INTO MASTER FILE"
            IF overflow-count > 0
            MOVE param-master-file TO master-file-name
            MOVE param-file-list TO file-list-name
            MOVE param-load-source TO load-source
            MOVE param-load-control TO load-control-name
            MOVE param-load-image TO load-image-name
            MOVE param-vendor-file TO vendor-file-name
            DISPLAY "PARAMETERS RUN-DATE=" param-run-date
                    " LOAD-SOURCE=" load-source
                    " INPUT-FILE=" FUNCTION TRIM(input-file-name)
                    " FILE-LIST=" FUNCTION TRIM(file-list-name)
                    " MASTER-FILE=" FUNCTION TRIM(master-file-name)
                    " LOAD-CONTROL=" FUNCTION TRIM(load-control-name)
            .

        load-from-input-file.
            MOVE "INPUT" TO document-id
            MOVE 0 TO document-line
            MOVE SPACES TO header-record
            MOVE param-run-date TO header-business-date
            MOVE "D" TO document-rule
            MOVE 0 TO document-hash
            MOVE "N" TO trailer-seen
            MOVE "N" TO end-of-file
            ADD 1 TO document-count
            OPEN INPUT input-file
                END-READ
            END-PERFORM
            CLOSE input-file
            PERFORM write-load-control
            .

       *> The clean documents still carry their HDR/TRL control
            MOVE FUNCTION TRIM(file-list-line) TO input-file-name
            MOVE SPACES TO document-id
            MOVE 0 TO document-line
            MOVE SPACES TO header-record
            MOVE param-run-date TO header-business-date
            MOVE "D" TO document-rule
            MOVE 0 TO document-hash
            MOVE "N" TO trailer-seen
            MOVE "N" TO end-of-file
            ADD 1 TO document-count
            OPEN INPUT input-file
                        WHEN input-record(1:3) = "HDR"
                            MOVE input-record(1:29) TO header-record
                            MOVE header-document-id TO document-id
                            PERFORM resolve-document-rule
                        WHEN input-record(1:3) = "TRL"
                            MOVE input-record(1:23) TO trailer-record
                            MOVE "Y" TO trailer-seen
                        WHEN OTHER
                            PERFORM load-one-line
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE input-file
            PERFORM write-load-control
            .

       *> A document with no usable HDR business date is taken to
       *> belong to the run date.
       *> The vendor's trailer hash is taken under its contracted
       *> rule (the prior rule for a document dated before the current
       *> rule took effect), so the loaded hash is taken the same way;
       *> a vendor the master cannot find is taken as digits only.
        resolve-document-rule.
            MOVE "D" TO document-rule
            IF vendor-open = "Y"
                MOVE header-vendor-id TO vendor-id
                READ vendor-file KEY IS vendor-id
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF header-business-date < vendor-rule-date
                            MOVE vendor-prior-rule TO document-rule
                        ELSE
                            MOVE vendor-rule TO document-rule
                        END-IF
                END-READ
            END-IF
            IF document-rule NOT = "W"
                MOVE "D" TO document-rule
            END-IF
            .

        write-load-control.
            MOVE document-id TO load-document-id
            MOVE header-vendor-id TO load-vendor-id
            IF header-business-date NUMERIC
                    AND header-business-date > 0
                MOVE header-business-date TO load-business-date
            ELSE
                MOVE param-run-date TO load-business-date
            END-IF
            MOVE document-line TO load-line-count
            MOVE document-rule TO load-rule
            MOVE document-hash TO load-hash-total
            IF trailer-seen = "Y"
                    AND trailer-record-count NUMERIC
                    AND trailer-hash-total NUMERIC
                MOVE "Y" TO load-trailer-seen
                MOVE trailer-record-count TO load-trailer-count
                MOVE trailer-hash-total TO load-trailer-hash
            ELSE
                MOVE "N" TO load-trailer-seen
                MOVE document-line TO load-trailer-count
                MOVE document-hash TO load-trailer-hash
            END-IF
            MOVE current-stamp(1:8) TO load-date
            MOVE current-stamp(9:6) TO load-time
            WRITE load-control-record
            IF load-control-status NOT = "00"
                DISPLAY "LOAD-CONTROL WRITE FAILED FOR DOCUMENT "
                        document-id ": " load-control-status
            END-IF
            .

        load-one-line.
                    DISPLAY "MASTER WRITE FAILED FOR DOCUMENT "
                            document-id " LINE " document-line
            END-WRITE
            MOVE master-record TO load-image-record
            WRITE load-image-record
            MOVE master-line-text TO input-line
            IF document-rule = "W"
                CALL "AOC-Extract-Digits-Words" USING input-line
                        first-digit last-digit digit-found
                END-CALL
            ELSE
                CALL "AOC-Extract-Digits-Only" USING input-line
                        first-digit last-digit digit-found
                END-CALL
            END-IF
            IF digit-found = "Y"
                ADD FUNCTION NUMVAL(line-value) TO document-hash
            END-IF
            .

       *> Master-file integrity audit: proves that what the indexed
       *> master holds is what the vendors sent plus the approved
       *> corrections and nothing more. For every document on the
       *> load-control file written by master-load.cob it takes the
       *> vendor's TRL record count and hash total, checks the load
       *> image (every line as it was loaded) against them, allows for
       *> every correction and backout on the correction journal
       *> stamped at or after the load - the line's latest
       *> after-image replaces the loaded text - and compares the
       *> expected count and hash with the count and hash recomputed
       *> from the master under the vendor's contracted rule.
       *> Every line the master cannot account for is listed: a line
       *> missing from the master, a line on the master that was never
       *> loaded, a line changed with no journal entry behind it, and
       *> a line whose master text does not match its latest journal
       *> after-image. Each document then closes with its vendor,
       *> load, expected, and master figures and BALANCED or OUT OF
       *> BALANCE; any document out of balance, any document on the
       *> master that was never loaded, and any load-control document
       *> the audit had no room to check ends the audit with a
       *> non-zero return code.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Integrity-Audit.

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
            ACCESS MODE DYNAMIC
            RECORD KEY IS journal-key
            ALTERNATE RECORD KEY IS journal-date WITH DUPLICATES
            FILE STATUS IS journal-status.
        SELECT load-control-file
            ASSIGN TO DYNAMIC load-control-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS load-control-status.
        SELECT load-image-file
            ASSIGN TO DYNAMIC load-image-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS load-image-status.
        SELECT audit-report-file
            ASSIGN TO DYNAMIC audit-report-name
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

        FD audit-report-file.
        01 audit-report-line PIC X(400).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 master-file-name    PIC X(100).
        01 journal-file-name   PIC X(100).
        01 load-control-name   PIC X(100).
        01 load-image-name     PIC X(100).
        01 audit-report-name   PIC X(100).
        01 master-status       PIC XX.
        01 journal-status      PIC XX.
        01 load-control-status PIC XX.
        01 load-image-status   PIC XX.
        01 journal-open        PIC X     VALUE "N".
        01 end-of-input        PIC X.
        01 audit-table.
            05 audit-count PIC 9(4) VALUE 0.
            05 audit-entry OCCURS 1000 TIMES.
                10 audit-document-id   PIC X(10).
                10 audit-vendor-id     PIC X(8).
                10 audit-rule          PIC X.
                10 audit-trailer-seen  PIC X.
                10 audit-trailer-count PIC 9(10).
                10 audit-trailer-hash  PIC 9(10).
                10 audit-loaded-count  PIC 9(10).
                10 audit-loaded-hash   PIC 9(10).
                10 audit-load-stamp    PIC 9(14).
                10 audit-image-count   PIC 9(10).
                10 audit-image-hash    PIC 9(10).
                10 audit-expected-hash PIC 9(10).
                10 audit-master-count  PIC 9(10).
                10 audit-master-hash   PIC 9(10).
                10 audit-journaled     PIC 9(5).
                10 audit-exceptions    PIC 9(5).
        01 audit-index         PIC 9(4).
        01 found-document      PIC 9(4)  VALUE 0.
        01 wanted-document-id  PIC X(10).
        01 journal-stamp       PIC 9(14).
        01 chain-seq           PIC 9(4).
        01 chain-entries       PIC 9(4).
        01 chain-seq-found     PIC X.
        01 chain-first-before  PIC X(255).
        01 chain-after-text    PIC X(255).
        01 expected-text       PIC X(255).
        01 value-rule          PIC X.
        01 value-text          PIC X(255).
        01 text-value          PIC 9(2).
        01 digit-found         PIC X.
        01 line-value.
            05 first-digit PIC 9.
            05 last-digit  PIC 9.
        01 exception-document  PIC X(10).
        01 exception-line      PIC 9(10).
        01 exception-reason    PIC X(36).
        01 exception-text      PIC X(255).
        01 journal-adjustment  PIC S9(11).
        01 edited-adjustment   PIC -(10)9.
        01 balance-result      PIC X(16).
        01 image-result        PIC X(20).
        01 missing-count       PIC 9(7)  VALUE 0.
        01 added-count         PIC 9(7)  VALUE 0.
        01 unjournaled-count   PIC 9(7)  VALUE 0.
        01 mismatch-count      PIC 9(7)  VALUE 0.
        01 unknown-count       PIC 9(7)  VALUE 0.
        01 dropped-count       PIC 9(7)  VALUE 0.
        01 balanced-count      PIC 9(4)  VALUE 0.
        01 unbalanced-count    PIC 9(4)  VALUE 0.
        01 journaled-total     PIC 9(7)  VALUE 0.

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            OPEN OUTPUT audit-report-file
            PERFORM write-parameter-line
            PERFORM load-control-table
            IF audit-count = 0
                MOVE "NO LOAD-CONTROL RECORDS FOUND - NOTHING TO AUDIT"
                    TO audit-report-line
                WRITE audit-report-line
                CLOSE audit-report-file
                DISPLAY FUNCTION TRIM(audit-report-line)
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT master-file
            IF master-status NOT = "00"
                MOVE SPACES TO audit-report-line
                STRING "*** MASTER FILE COULD NOT BE OPENED - STATUS "
                            DELIMITED BY SIZE
                        master-status DELIMITED BY SIZE
                    INTO audit-report-line
                WRITE audit-report-line
                CLOSE audit-report-file
                DISPLAY FUNCTION TRIM(audit-report-line)
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT journal-file
            IF journal-status = "00"
                MOVE "Y" TO journal-open
            END-IF
            MOVE "LINE EXCEPTIONS" TO audit-report-line
            WRITE audit-report-line
            PERFORM audit-load-image
            PERFORM audit-master-file
            CLOSE master-file
            IF journal-open = "Y"
                CLOSE journal-file
            END-IF
            MOVE SPACES TO audit-report-line
            WRITE audit-report-line
            MOVE "DOCUMENT BALANCES" TO audit-report-line
            WRITE audit-report-line
            PERFORM report-document-balance
                VARYING audit-index FROM 1 BY 1
                UNTIL audit-index > audit-count
            PERFORM write-summary-lines
            CLOSE audit-report-file
            DISPLAY "DOCUMENTS AUDITED=" audit-count
                    " BALANCED=" balanced-count
                    " OUT OF BALANCE=" unbalanced-count
                    " NEVER LOADED=" unknown-count
                    " NOT AUDITED=" dropped-count
            IF unbalanced-count > 0
                    OR unknown-count > 0
                    OR dropped-count > 0
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
            MOVE param-load-control TO load-control-name
            MOVE param-load-image TO load-image-name
            MOVE param-audit-report TO audit-report-name
            .

        write-parameter-line.
            MOVE SPACES TO audit-report-line
            STRING "PARAMETERS RUN-DATE=" DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    " MASTER-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(master-file-name)
                        DELIMITED BY SIZE
                    " LOAD-CONTROL=" DELIMITED BY SIZE
                    FUNCTION TRIM(load-control-name)
                        DELIMITED BY SIZE
                    " LOAD-IMAGE=" DELIMITED BY SIZE
                    FUNCTION TRIM(load-image-name)
                        DELIMITED BY SIZE
                    " JOURNAL-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(journal-file-name)
                        DELIMITED BY SIZE
                INTO audit-report-line
            WRITE audit-report-line
            .

        load-control-table.
            MOVE "N" TO end-of-input
            OPEN INPUT load-control-file
            IF load-control-status = "00"
                PERFORM UNTIL end-of-input = "Y"
                    READ load-control-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            PERFORM take-load-control-entry
                    END-READ
                END-PERFORM
                CLOSE load-control-file
            END-IF
            .

        take-load-control-entry.
            IF audit-count < 1000
                ADD 1 TO audit-count
                MOVE audit-count TO audit-index
                MOVE load-document-id TO audit-document-id(audit-index)
                MOVE load-vendor-id TO audit-vendor-id(audit-index)
                MOVE load-rule TO audit-rule(audit-index)
                MOVE load-trailer-seen
                    TO audit-trailer-seen(audit-index)
                MOVE load-trailer-count
                    TO audit-trailer-count(audit-index)
                MOVE load-trailer-hash
                    TO audit-trailer-hash(audit-index)
                MOVE load-line-count TO audit-loaded-count(audit-index)
                MOVE load-hash-total TO audit-loaded-hash(audit-index)
                COMPUTE audit-load-stamp(audit-index)
                    = load-date * 1000000 + load-time
                MOVE 0 TO audit-image-count(audit-index)
                MOVE 0 TO audit-image-hash(audit-index)
                MOVE 0 TO audit-expected-hash(audit-index)
                MOVE 0 TO audit-master-count(audit-index)
                MOVE 0 TO audit-master-hash(audit-index)
                MOVE 0 TO audit-journaled(audit-index)
                MOVE 0 TO audit-exceptions(audit-index)
            ELSE
                ADD 1 TO dropped-count
                DISPLAY "LOAD-CONTROL TABLE FULL - DOCUMENT "
                        load-document-id " NOT AUDITED"
                MOVE SPACES TO audit-report-line
                STRING "*** LOAD-CONTROL TABLE FULL - DOCUMENT "
                            DELIMITED BY SIZE
                        load-document-id DELIMITED BY SIZE
                        " NOT AUDITED" DELIMITED BY SIZE
                    INTO audit-report-line
                WRITE audit-report-line
            END-IF
            .

       *> Consecutive lines almost always belong to the same document,
       *> so the last document found is tried first.
        find-document.
            IF found-document = 0
                    OR audit-document-id(found-document)
                        NOT = wanted-document-id
                MOVE 0 TO found-document
                PERFORM match-document
                    VARYING audit-index FROM 1 BY 1
                    UNTIL audit-index > audit-count
                        OR found-document > 0
            END-IF
            .

        match-document.
            IF audit-document-id(audit-index) = wanted-document-id
                MOVE audit-index TO found-document
            END-IF
            .

       *> Pass one runs down the load image: each loaded line is
       *> carried forward through its journal chain to the text the
       *> master ought to hold, which is then read from the master
       *> and compared.
        audit-load-image.
            MOVE "N" TO end-of-input
            OPEN INPUT load-image-file
            IF load-image-status NOT = "00"
                MOVE "*** LOAD IMAGE NOT FOUND - LINES NOT PROVED"
                    TO audit-report-line
                WRITE audit-report-line
            ELSE
                PERFORM UNTIL end-of-input = "Y"
                    READ load-image-file
                        AT END
                            MOVE "Y" TO end-of-input
                        NOT AT END
                            PERFORM audit-image-line
                    END-READ
                END-PERFORM
                CLOSE load-image-file
            END-IF
            .

        audit-image-line.
            MOVE image-document-id TO wanted-document-id
            PERFORM find-document
            IF found-document > 0
                ADD 1 TO audit-image-count(found-document)
                MOVE audit-rule(found-document) TO value-rule
                MOVE image-line-text TO value-text
                PERFORM compute-text-value
                ADD text-value TO audit-image-hash(found-document)
                PERFORM follow-journal-chain
                IF chain-entries > 0
                    ADD 1 TO audit-journaled(found-document)
                    MOVE chain-after-text TO expected-text
                    IF chain-first-before NOT = image-line-text
                        MOVE image-document-id TO exception-document
                        MOVE image-line-number TO exception-line
                        MOVE "CHANGED WITH NO JOURNAL ENTRY"
                            TO exception-reason
                        MOVE chain-first-before TO exception-text
                        ADD 1 TO unjournaled-count
                        PERFORM write-line-exception
                    END-IF
                ELSE
                    MOVE image-line-text TO expected-text
                END-IF
                MOVE expected-text TO value-text
                PERFORM compute-text-value
                ADD text-value TO audit-expected-hash(found-document)
                PERFORM compare-master-line
            END-IF
            .

        compare-master-line.
            MOVE image-document-id TO master-document-id
            MOVE image-line-number TO master-line-number
            MOVE image-document-id TO exception-document
            MOVE image-line-number TO exception-line
            READ master-file KEY IS master-key
                INVALID KEY
                    MOVE "LINE MISSING FROM MASTER"
                        TO exception-reason
                    MOVE expected-text TO exception-text
                    ADD 1 TO missing-count
                    PERFORM write-line-exception
                NOT INVALID KEY
                    IF master-line-text NOT = expected-text
                        IF chain-entries > 0
                            MOVE "DOES NOT MATCH JOURNAL"
                                TO exception-reason
                            ADD 1 TO mismatch-count
                        ELSE
                            MOVE "CHANGED WITH NO JOURNAL ENTRY"
                                TO exception-reason
                            ADD 1 TO unjournaled-count
                        END-IF
                        MOVE master-line-text TO exception-text
                        PERFORM write-line-exception
                    END-IF
            END-READ
            .

       *> A line's journal entries run unbroken from sequence 1; only
       *> the entries stamped at or after the document's load count,
       *> the first of them must start from the loaded text, and the
       *> last holds the text the master should now carry.
        follow-journal-chain.
            MOVE 0 TO chain-entries
            MOVE 0 TO chain-seq
            MOVE "N" TO chain-seq-found
            IF journal-open = "Y"
                PERFORM probe-journal-seq
                    UNTIL chain-seq-found = "Y"
            END-IF
            .

        probe-journal-seq.
            ADD 1 TO chain-seq
            MOVE image-document-id TO journal-document-id
            MOVE image-line-number TO journal-line-number
            MOVE chain-seq TO journal-entry-seq
            READ journal-file KEY IS journal-key
                INVALID KEY
                    MOVE "Y" TO chain-seq-found
                NOT INVALID KEY
                    COMPUTE journal-stamp
                        = journal-date * 1000000 + journal-time
                    IF journal-stamp
                            NOT < audit-load-stamp(found-document)
                        IF chain-entries = 0
                            MOVE journal-before-text
                                TO chain-first-before
                        END-IF
                        ADD 1 TO chain-entries
                        MOVE journal-after-text TO chain-after-text
                    END-IF
            END-READ
            .

       *> Pass two runs down the master itself for its count and
       *> hash, and for any line that was never loaded.
        audit-master-file.
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
                        PERFORM audit-master-record
                END-READ
            END-PERFORM
            .

        audit-master-record.
            MOVE master-document-id TO wanted-document-id
            PERFORM find-document
            MOVE master-document-id TO exception-document
            MOVE master-line-number TO exception-line
            MOVE master-line-text TO exception-text
            IF found-document = 0
                MOVE "DOCUMENT NEVER LOADED" TO exception-reason
                ADD 1 TO unknown-count
                PERFORM write-line-exception
            ELSE
                ADD 1 TO audit-master-count(found-document)
                MOVE audit-rule(found-document) TO value-rule
                MOVE master-line-text TO value-text
                PERFORM compute-text-value
                ADD text-value TO audit-master-hash(found-document)
                IF master-line-number = 0
                        OR master-line-number
                            > audit-loaded-count(found-document)
                    MOVE "LINE ADDED - NEVER LOADED"
                        TO exception-reason
                    ADD 1 TO added-count
                    PERFORM write-line-exception
                END-IF
            END-IF
            .

       *> The calibration value of a line under the document's rule,
       *> the same figure the vendor's trailer hash is made of.
        compute-text-value.
            IF value-rule = "W"
                CALL "AOC-Extract-Digits-Words" USING value-text
                        first-digit last-digit digit-found
                END-CALL
            ELSE
                CALL "AOC-Extract-Digits-Only" USING value-text
                        first-digit last-digit digit-found
                END-CALL
            END-IF
            IF digit-found = "Y"
                MOVE FUNCTION NUMVAL(line-value) TO text-value
            ELSE
                MOVE 0 TO text-value
            END-IF
            .

        write-line-exception.
            IF found-document > 0
                ADD 1 TO audit-exceptions(found-document)
            END-IF
            MOVE SPACES TO audit-report-line
            STRING "  DOCUMENT " DELIMITED BY SIZE
                    exception-document DELIMITED BY SIZE
                    " LINE " DELIMITED BY SIZE
                    exception-line DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    exception-reason DELIMITED BY SIZE
                    " TEXT=" DELIMITED BY SIZE
                    FUNCTION TRIM(exception-text) DELIMITED BY SIZE
                INTO audit-report-line
            WRITE audit-report-line
            .

       *> A document balances when the load and the load image agree
       *> with the vendor's trailer, the master holds the vendor's
       *> record count, the master hash equals the vendor's hash moved
       *> by the journal, and no line was found out of place.
        report-document-balance.
            COMPUTE journal-adjustment
                = audit-expected-hash(audit-index)
                    - audit-image-hash(audit-index)
            MOVE journal-adjustment TO edited-adjustment
            IF audit-image-count(audit-index)
                    = audit-loaded-count(audit-index)
                    AND audit-image-hash(audit-index)
                        = audit-loaded-hash(audit-index)
                MOVE "IMAGE=LOADED" TO image-result
            ELSE
                MOVE "*IMAGE NOT AS LOADED*" TO image-result
            END-IF
            IF audit-loaded-count(audit-index)
                    = audit-trailer-count(audit-index)
                    AND audit-loaded-hash(audit-index)
                        = audit-trailer-hash(audit-index)
                    AND image-result = "IMAGE=LOADED"
                    AND audit-master-count(audit-index)
                        = audit-trailer-count(audit-index)
                    AND audit-master-hash(audit-index)
                        = audit-trailer-hash(audit-index)
                            + journal-adjustment
                    AND audit-exceptions(audit-index) = 0
                MOVE "BALANCED" TO balance-result
                ADD 1 TO balanced-count
            ELSE
                MOVE "*OUT OF BALANCE*" TO balance-result
                ADD 1 TO unbalanced-count
            END-IF
            ADD audit-journaled(audit-index) TO journaled-total
            MOVE SPACES TO audit-report-line
            STRING "DOCUMENT " DELIMITED BY SIZE
                    audit-document-id(audit-index) DELIMITED BY SIZE
                    " VENDOR=" DELIMITED BY SIZE
                    audit-vendor-id(audit-index) DELIMITED BY SIZE
                    " RULE=" DELIMITED BY SIZE
                    audit-rule(audit-index) DELIMITED BY SIZE
                    " TRAILER=" DELIMITED BY SIZE
                    audit-trailer-seen(audit-index) DELIMITED BY SIZE
                    " VENDOR-COUNT=" DELIMITED BY SIZE
                    audit-trailer-count(audit-index) DELIMITED BY SIZE
                    " VENDOR-HASH=" DELIMITED BY SIZE
                    audit-trailer-hash(audit-index) DELIMITED BY SIZE
                    " LOADED-COUNT=" DELIMITED BY SIZE
                    audit-loaded-count(audit-index) DELIMITED BY SIZE
                    " LOADED-HASH=" DELIMITED BY SIZE
                    audit-loaded-hash(audit-index) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(image-result) DELIMITED BY SIZE
                INTO audit-report-line
            WRITE audit-report-line
            MOVE SPACES TO audit-report-line
            STRING "  LINES-CORRECTED=" DELIMITED BY SIZE
                    audit-journaled(audit-index) DELIMITED BY SIZE
                    " JOURNAL-ADJUSTMENT=" DELIMITED BY SIZE
                    FUNCTION TRIM(edited-adjustment) DELIMITED BY SIZE
                    " MASTER-COUNT=" DELIMITED BY SIZE
                    audit-master-count(audit-index) DELIMITED BY SIZE
                    " MASTER-HASH=" DELIMITED BY SIZE
                    audit-master-hash(audit-index) DELIMITED BY SIZE
                    " LINE-EXCEPTIONS=" DELIMITED BY SIZE
                    audit-exceptions(audit-index) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    balance-result DELIMITED BY SIZE
                INTO audit-report-line
            WRITE audit-report-line
            .

        write-summary-lines.
            MOVE SPACES TO audit-report-line
            WRITE audit-report-line
            MOVE SPACES TO audit-report-line
            STRING "DOCUMENTS=" DELIMITED BY SIZE
                    audit-count DELIMITED BY SIZE
                    " BALANCED=" DELIMITED BY SIZE
                    balanced-count DELIMITED BY SIZE
                    " OUT-OF-BALANCE=" DELIMITED BY SIZE
                    unbalanced-count DELIMITED BY SIZE
                    " LINES-CORRECTED=" DELIMITED BY SIZE
                    journaled-total DELIMITED BY SIZE
                    " NOT-AUDITED=" DELIMITED BY SIZE
                    dropped-count DELIMITED BY SIZE
                INTO audit-report-line
            WRITE audit-report-line
            MOVE SPACES TO audit-report-line
            STRING "LINES MISSING=" DELIMITED BY SIZE
                    missing-count DELIMITED BY SIZE
                    " ADDED=" DELIMITED BY SIZE
                    added-count DELIMITED BY SIZE
                    " CHANGED-NO-JOURNAL=" DELIMITED BY SIZE
                    unjournaled-count DELIMITED BY SIZE
                    " NOT-MATCHING-JOURNAL=" DELIMITED BY SIZE
                    mismatch-count DELIMITED BY SIZE
                    " DOCUMENT-NEVER-LOADED=" DELIMITED BY SIZE
                    unknown-count DELIMITED BY SIZE
                INTO audit-report-line
            WRITE audit-report-line
            .

       *> entry shows it already posted is failed here as a duplicate,
       *> so a vendor re-transmission of yesterday's file cannot reach
       *> the batch driver and post into the consolidated sum twice.
       *> The vendor's trailer hash total is computed by the vendor
       *> under the calibration rule it is contracted on, so the
       *> received and accepted hash totals are taken under the rule
       *> the vendor master gives for the document's business date,
       *> and the regenerated trailer balances under that same rule
       *> when the batch driver checks it.
       *> A posted document that a supervisor has since reversed
       *> (reversal.cob) carries no posting date on its register
       *> entry, so its corrected resend is edited as a resubmission
       *> rather than failed as a duplicate.
       *> The register entry also keeps the HDR business date, so the
       *> delivery monitor can tell a document received today from a
       *> document that was due days ago.
       *> Every rejected line of a document from a known vendor is
       *> also kept on the indexed reject ledger (vendor id, document
       *> id, line position) with its reason code and text, and each
       *> vendor with lines rejected in the run gets its own return
       *> file (the RETURN-PREFIX name followed by the vendor id)
       *> holding an HDR record, one REJ record per line rejected in
       *> the run and still outstanding (original document id, line
       *> position, reason code, rejected text), and a TRL record
       *> with the reject count and the sum of the line positions as
       *> its hash total. A vendor resubmission
       *> names the document it corrects in HDR columns 30-39 (a resend
       *> under the original id needs nothing there) and carries the
       *> document in full - which is why it is failed as ORIGINAL
       *> STILL POSTED while the original it names is still posted -
       *> so its lines are matched to the original's
       *> outstanding rejects by line position: a line rejected again
       *> stays outstanding with its attempt count raised, and once
       *> the resubmission passes every other outstanding reject it
       *> covers is marked cleared. reject-aging.cob reports the
       *> rejects each vendor has still to fix.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Edit.

            ACCESS MODE DYNAMIC
            RECORD KEY IS register-key
            FILE STATUS IS register-status.
        SELECT reject-ledger-file
            ASSIGN TO DYNAMIC reject-ledger-name
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS reject-ledger-key
            FILE STATUS IS reject-ledger-status.
        SELECT return-file
            ASSIGN TO DYNAMIC return-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS return-status.

        DATA DIVISION.
        FILE SECTION.
            05 vendor-name       PIC X(30).
            05 vendor-act-status PIC X.
            05 vendor-frequency  PIC 9(3).
            05 vendor-rule       PIC X.
            05 vendor-rule-date  PIC 9(8).
            05 vendor-prior-rule PIC X.

        FD register-file.
        01 register-record.
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

        FD reject-ledger-file.
        01 reject-ledger-record.
            05 reject-ledger-key.
                10 reject-vendor-id    PIC X(8).
                10 reject-document-id  PIC X(10).
                10 reject-line-number  PIC 9(10).
            05 reject-reason-code  PIC X(4).
            05 reject-status       PIC X(11).
            05 reject-first-date   PIC 9(8).
            05 reject-last-date    PIC 9(8).
            05 reject-attempts     PIC 9(3).
            05 reject-cleared-date PIC 9(8).
            05 reject-resubmit-id  PIC X(10).
            05 reject-text         PIC X(255).

        FD return-file.
        01 return-line PIC X(300).

        WORKING-STORAGE SECTION.
        01 run-control-params.
        01 vendor-status        PIC XX.
        01 register-file-name   PIC X(100).
        01 register-status      PIC XX.
        01 reject-ledger-name   PIC X(100).
        01 reject-ledger-status PIC XX.
        01 return-file-name     PIC X(100).
        01 return-status        PIC XX.
        01 line-capacity        PIC 9(3)  VALUE 255.
        01 end-of-file-list     PIC X     VALUE "N".
        01 end-of-input         PIC X.
            05 header-document-id   PIC X(10).
            05 header-vendor-id     PIC X(8).
            05 header-business-date PIC 9(8).
            05 header-replaces-id   PIC X(10).
        01 vendor-trailer.
            05 vendor-trailer-tag   PIC X(3).
            05 vendor-trailer-count PIC 9(10).
            05 trailer-hash-total   PIC 9(10).
        01 extract-line         PIC X(255).
        01 echo-text            PIC X(255).
        01 document-rule        PIC X.
        01 digit-found          PIC X.
        01 line-value.
            05 first-digit PIC 9.
            05 last-digit  PIC 9.
        01 reference-document-id PIC X(10).
        01 ledger-found         PIC X.
        01 end-of-ledger        PIC X.
        01 return-vendor-id     PIC X(8).
        01 return-open          PIC X     VALUE "N".
        01 return-count         PIC 9(10).
        01 return-hash          PIC 9(10).
        01 return-file-count    PIC 9(5)  VALUE 0.
        01 doc-cleared-count    PIC 9(5).
        01 doc-outstanding-count PIC 9(5).
        01 doc-reject-slot      PIC 9(3).
        01 doc-reject-match     PIC X.
        01 doc-reject-overflow  PIC X.
        01 doc-reject-table.
            05 doc-reject-count PIC 9(3).
            05 doc-reject-line  PIC 9(10) OCCURS 500 TIMES.
        01 return-header.
            05 return-header-tag       PIC X(3).
            05 return-header-vendor-id PIC X(8).
            05 return-header-run-date  PIC 9(8).
        01 return-detail.
            05 return-detail-tag       PIC X(3).
            05 return-document-id      PIC X(10).
            05 return-line-number      PIC 9(10).
            05 return-reason-code      PIC X(4).
            05 return-attempts         PIC 9(3).
            05 return-first-date       PIC 9(8).
            05 return-text             PIC X(255).

        PROCEDURE DIVISION.
        main-paragraph.
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN I-O reject-ledger-file
            IF reject-ledger-status = "35"
                OPEN OUTPUT reject-ledger-file
                CLOSE reject-ledger-file
                OPEN I-O reject-ledger-file
            END-IF
            IF reject-ledger-status NOT = "00"
                DISPLAY "REJECT LEDGER OPEN FAILED: "
                        reject-ledger-status
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT edit-file-list
            OPEN OUTPUT reject-file
            OPEN OUTPUT accepted-list
                END-READ
            END-PERFORM
            CLOSE edit-file-list
            PERFORM write-return-files
            CLOSE reject-file
            CLOSE accepted-list
            CLOSE vendor-file
            CLOSE register-file
            CLOSE reject-ledger-file
            DISPLAY "FILES EDITED .......... : " file-count
            DISPLAY "FILES PASSED .......... : " passed-count
            DISPLAY "FILES FAILED .......... : " failed-count
            DISPLAY "RETURN FILES WRITTEN .. : " return-file-count
            GOBACK
            .

            MOVE param-file-list TO accepted-list-name
            MOVE param-vendor-file TO vendor-file-name
            MOVE param-register-file TO register-file-name
            MOVE param-reject-ledger TO reject-ledger-name
            .

        write-parameter-line.
            MOVE "TRL" TO vendor-trailer-tag
            MOVE 0 TO vendor-trailer-count
            MOVE 0 TO vendor-trailer-hash
            MOVE "D" TO document-rule
            MOVE SPACES TO reference-document-id
            MOVE 0 TO doc-reject-count
            MOVE "N" TO doc-reject-overflow
            MOVE "N" TO end-of-input
            OPEN INPUT edit-input-file
            OPEN OUTPUT clean-file
                END-IF
            END-IF
            PERFORM record-edit-disposition
            IF doc-failed = "N" AND accepted-count > 0
                PERFORM clear-resubmitted-rejects
            END-IF
            .

        edit-one-line.
                CONTINUE
            WHEN line-count = 1 AND edit-input-line(1:3) = "HDR"
                MOVE "Y" TO header-seen
                MOVE edit-input-line(1:39) TO header-record
                IF header-replaces-id = SPACES
                    MOVE header-document-id TO reference-document-id
                ELSE
                    MOVE header-replaces-id TO reference-document-id
                END-IF
                PERFORM check-header-vendor
                IF doc-failed = "N"
                    PERFORM check-document-register
                END-IF
                IF doc-failed = "N"
                        AND header-replaces-id NOT = SPACES
                        AND header-replaces-id NOT = header-document-id
                    PERFORM check-replaced-original
                END-IF
                IF doc-failed = "N"
                    MOVE edit-input-line(1:line-capacity)
                        TO clean-line
                ADD 1 TO received-count
                MOVE edit-input-line(1:line-capacity)
                    TO extract-line
                PERFORM extract-under-rule
                IF digit-found = "Y"
                    ADD FUNCTION NUMVAL(line-value)
                        TO received-hash
                    IF vendor-act-status NOT = "A"
                        MOVE "Y" TO doc-failed
                        MOVE "VENDOR SUSPENDED" TO doc-fail-reason
                    ELSE
                        PERFORM resolve-document-rule
                    END-IF
            END-READ
            .

       *> A document dated before the vendor's current rule took
       *> effect is scored under the rule it replaced.
        resolve-document-rule.
            IF header-business-date < vendor-rule-date
                MOVE vendor-prior-rule TO document-rule
            ELSE
                MOVE vendor-rule TO document-rule
            END-IF
            IF document-rule NOT = "W"
                MOVE "D" TO document-rule
            END-IF
            .

        extract-under-rule.
            IF document-rule = "W"
                CALL "AOC-Extract-Digits-Words" USING extract-line
                        first-digit last-digit digit-found
                END-CALL
            ELSE
                CALL "AOC-Extract-Digits-Only" USING extract-line
                        first-digit last-digit digit-found
                END-CALL
            END-IF
            .

       *> A document already registered as posted is a replay: the
       *> duplicate attempt is counted on its register entry and the
       *> document is failed. A registered but unposted document is a
                    MOVE "RECEIVED" TO register-edit-disp
                    MOVE 0 TO register-posted-date
                    MOVE 0 TO register-dup-attempts
                    MOVE 0 TO register-posted-amount
                    MOVE 0 TO register-posted-lines
                    MOVE SPACE TO register-posted-rule
                    MOVE 0 TO register-history-date
                    MOVE 0 TO register-history-run
                    MOVE header-business-date
                        TO register-business-date
                    MOVE "N" TO register-late-posting
                    WRITE register-record
                        INVALID KEY
                            DISPLAY "REGISTER WRITE FAILED: "
            END-READ
            .

       *> A resubmission carries the whole document at its original
       *> line positions, so it may only pass once the original it
       *> replaces is off the books: an original still registered as
       *> posted (not reversed) would have its accepted lines posted
       *> a second time, and the resubmission is failed until a
       *> supervisor reverses the original. An original the register
       *> does not know has nothing posted and does not hold it up.
        check-replaced-original.
            MOVE header-replaces-id TO register-document-id
            MOVE header-vendor-id TO register-vendor-id
            READ register-file KEY IS register-key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF register-posted-date NOT = 0
                        MOVE "Y" TO doc-failed
                        MOVE "ORIGINAL STILL POSTED" TO doc-fail-reason
                    END-IF
            END-READ
            .

        record-edit-disposition.
            IF header-seen = "Y"
                    AND header-document-id NOT = SPACES
                        ELSE
                            MOVE "FAILED" TO register-edit-disp
                        END-IF
                        MOVE header-business-date
                            TO register-business-date
                        REWRITE register-record
                            INVALID KEY
                                DISPLAY "REGISTER REWRITE FAILED: "
            ELSE
                ADD 1 TO rejected-count
                PERFORM write-reject-line
                IF header-seen = "Y"
                    PERFORM record-ledger-reject
                END-IF
            END-IF
            .

                INTO reject-line
            WRITE reject-line
            .

       *> A line rejected at a position the original document already
       *> has an entry for is the same reject come back; any other
       *> rejected line is a new reject of this document.
        record-ledger-reject.
            IF doc-reject-count < 500
                ADD 1 TO doc-reject-count
                MOVE line-count TO doc-reject-line(doc-reject-count)
            ELSE
                MOVE "Y" TO doc-reject-overflow
            END-IF
            PERFORM find-ledger-reject
            IF ledger-found = "Y"
                PERFORM update-ledger-reject
            ELSE
                PERFORM add-ledger-reject
            END-IF
            .

        find-ledger-reject.
            MOVE "N" TO ledger-found
            MOVE header-vendor-id TO reject-vendor-id
            MOVE reference-document-id TO reject-document-id
            MOVE line-count TO reject-line-number
            READ reject-ledger-file KEY IS reject-ledger-key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO ledger-found
            END-READ
            IF ledger-found = "N"
                    AND reference-document-id NOT = header-document-id
                MOVE header-vendor-id TO reject-vendor-id
                MOVE header-document-id TO reject-document-id
                MOVE line-count TO reject-line-number
                READ reject-ledger-file KEY IS reject-ledger-key
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO ledger-found
                END-READ
            END-IF
            .

        add-ledger-reject.
            MOVE header-vendor-id TO reject-vendor-id
            MOVE header-document-id TO reject-document-id
            MOVE line-count TO reject-line-number
            MOVE reject-reason TO reject-reason-code
            MOVE "OUTSTANDING" TO reject-status
            MOVE param-run-date TO reject-first-date
            MOVE param-run-date TO reject-last-date
            MOVE 1 TO reject-attempts
            MOVE 0 TO reject-cleared-date
            MOVE SPACES TO reject-resubmit-id
            MOVE echo-text TO reject-text
            WRITE reject-ledger-record
                INVALID KEY
                    DISPLAY "REJECT LEDGER WRITE FAILED: "
                            reject-ledger-status
            END-WRITE
            .

       *> A reject cleared by an earlier resubmission and rejected
       *> again is reopened.
        update-ledger-reject.
            MOVE reject-reason TO reject-reason-code
            MOVE "OUTSTANDING" TO reject-status
            MOVE param-run-date TO reject-last-date
            ADD 1 TO reject-attempts
            MOVE 0 TO reject-cleared-date
            MOVE header-document-id TO reject-resubmit-id
            MOVE echo-text TO reject-text
            REWRITE reject-ledger-record
                INVALID KEY
                    DISPLAY "REJECT LEDGER REWRITE FAILED: "
                            reject-ledger-status
            END-REWRITE
            .

       *> Run once the document has passed: every outstanding reject
       *> of the document it corrects (itself, for a resend under the
       *> same id) at a line position this document carried and did
       *> not reject again is cleared. When more rejects were taken
       *> than the position table holds, nothing is cleared rather
       *> than clearing a line that was in fact rejected.
        clear-resubmitted-rejects.
            MOVE 0 TO doc-cleared-count
            MOVE 0 TO doc-outstanding-count
            IF doc-reject-overflow = "Y"
                DISPLAY "REJECTS NOT MATCHED - OVER 500 LINES REJECTED"
                        " IN " FUNCTION TRIM(edit-input-file-name)
            ELSE
                MOVE header-vendor-id TO reject-vendor-id
                MOVE reference-document-id TO reject-document-id
                MOVE 0 TO reject-line-number
                MOVE "N" TO end-of-ledger
                START reject-ledger-file
                        KEY NOT < reject-ledger-key
                    INVALID KEY
                        MOVE "Y" TO end-of-ledger
                END-START
                PERFORM UNTIL end-of-ledger = "Y"
                    READ reject-ledger-file NEXT RECORD
                        AT END
                            MOVE "Y" TO end-of-ledger
                        NOT AT END
                            IF reject-vendor-id NOT = header-vendor-id
                                    OR reject-document-id
                                        NOT = reference-document-id
                                MOVE "Y" TO end-of-ledger
                            ELSE
                                PERFORM clear-one-reject
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            IF doc-cleared-count > 0 OR header-replaces-id NOT = SPACES
                PERFORM write-resubmission-line
            END-IF
            .

        clear-one-reject.
            IF reject-status = "OUTSTANDING"
                PERFORM find-doc-reject
                IF doc-reject-match = "N"
                        AND reject-line-number < line-count
                    MOVE "CLEARED" TO reject-status
                    MOVE param-run-date TO reject-cleared-date
                    MOVE header-document-id TO reject-resubmit-id
                    REWRITE reject-ledger-record
                        INVALID KEY
                            DISPLAY "REJECT LEDGER REWRITE FAILED: "
                                    reject-ledger-status
                    END-REWRITE
                    ADD 1 TO doc-cleared-count
                ELSE
                    ADD 1 TO doc-outstanding-count
                END-IF
            END-IF
            .

        find-doc-reject.
            MOVE "N" TO doc-reject-match
            PERFORM VARYING doc-reject-slot FROM 1 BY 1
                    UNTIL doc-reject-slot > doc-reject-count
                    OR doc-reject-match = "Y"
                IF doc-reject-line(doc-reject-slot)
                        = reject-line-number
                    MOVE "Y" TO doc-reject-match
                END-IF
            END-PERFORM
            .

        write-resubmission-line.
            MOVE SPACES TO reject-line
            STRING FUNCTION TRIM(edit-input-file-name)
                        DELIMITED BY SIZE
                    " RESUBMITS " DELIMITED BY SIZE
                    reference-document-id DELIMITED BY SIZE
                    " VENDOR=" DELIMITED BY SIZE
                    header-vendor-id DELIMITED BY SIZE
                    " CLEARED=" DELIMITED BY SIZE
                    doc-cleared-count DELIMITED BY SIZE
                    " STILL-OUTSTANDING=" DELIMITED BY SIZE
                    doc-outstanding-count DELIMITED BY SIZE
                INTO reject-line
            WRITE reject-line
            .

       *> The ledger is keyed by vendor first, so one pass over it
       *> writes each vendor's return file in turn: every reject
       *> still outstanding that was taken in this run.
        write-return-files.
            MOVE LOW-VALUES TO return-vendor-id
            MOVE LOW-VALUES TO reject-ledger-key
            MOVE "N" TO end-of-ledger
            START reject-ledger-file KEY NOT < reject-ledger-key
                INVALID KEY
                    MOVE "Y" TO end-of-ledger
            END-START
            PERFORM UNTIL end-of-ledger = "Y"
                READ reject-ledger-file NEXT RECORD
                    AT END
                        MOVE "Y" TO end-of-ledger
                    NOT AT END
                        IF reject-status = "OUTSTANDING"
                                AND reject-last-date = param-run-date
                            PERFORM write-return-entry
                        END-IF
                END-READ
            END-PERFORM
            IF return-open = "Y"
                PERFORM close-return-file
            END-IF
            .

        write-return-entry.
            IF reject-vendor-id NOT = return-vendor-id
                IF return-open = "Y"
                    PERFORM close-return-file
                END-IF
                PERFORM open-return-file
            END-IF
            IF return-open = "Y"
                MOVE "REJ" TO return-detail-tag
                MOVE reject-document-id TO return-document-id
                MOVE reject-line-number TO return-line-number
                MOVE reject-reason-code TO return-reason-code
                MOVE reject-attempts TO return-attempts
                MOVE reject-first-date TO return-first-date
                MOVE reject-text TO return-text
                MOVE SPACES TO return-line
                MOVE return-detail TO return-line
                WRITE return-line
                ADD 1 TO return-count
                ADD reject-line-number TO return-hash
            END-IF
            .

        open-return-file.
            MOVE reject-vendor-id TO return-vendor-id
            MOVE 0 TO return-count
            MOVE 0 TO return-hash
            MOVE SPACES TO return-file-name
            STRING FUNCTION TRIM(param-return-prefix)
                        DELIMITED BY SIZE
                    FUNCTION TRIM(return-vendor-id)
                        DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                INTO return-file-name
            OPEN OUTPUT return-file
            IF return-status NOT = "00"
                DISPLAY "RETURN FILE OPEN FAILED: " return-status
                        " " FUNCTION TRIM(return-file-name)
            ELSE
                MOVE "Y" TO return-open
                MOVE "HDR" TO return-header-tag
                MOVE return-vendor-id TO return-header-vendor-id
                MOVE param-run-date TO return-header-run-date
                MOVE SPACES TO return-line
                MOVE return-header TO return-line
                WRITE return-line
            END-IF
            .

        close-return-file.
            MOVE "TRL" TO trailer-tag
            MOVE return-count TO trailer-record-count
            MOVE return-hash TO trailer-hash-total
            MOVE SPACES TO return-line
            MOVE trailer-record TO return-line
            WRITE return-line
            CLOSE return-file
            MOVE "N" TO return-open
            ADD 1 TO return-file-count
            MOVE SPACES TO reject-line
            STRING "RETURN FILE " DELIMITED BY SIZE
                    FUNCTION TRIM(return-file-name) DELIMITED BY SIZE
                    " FOR VENDOR " DELIMITED BY SIZE
                    return-vendor-id DELIMITED BY SIZE
                    " REJECTS=" DELIMITED BY SIZE
                    return-count DELIMITED BY SIZE
                INTO reject-line
            WRITE reject-line
            .

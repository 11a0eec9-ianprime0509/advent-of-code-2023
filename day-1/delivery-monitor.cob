       *> Vendor delivery monitor, run at the end of the day-end
       *> stream: compares each active vendor's expected schedule (the
       *> vendor-frequency on the vendor master, in documents per day)
       *> with the first-receipt dates in the document-control
       *> register, so a vendor that skipped a delivery is on the
       *> morning shift's list instead of being found through a short
       *> consolidated sum. Every scheduled vendor is listed with the
       *> documents expected and received on the run date, its last
       *> receipt, and its on-time history - the days in the last
       *> MONITOR-DAYS on which it delivered its full schedule (days
       *> before its first document ever reached the register are
       *> not held against it). A vendor with nothing received on the
       *> run date is OVERDUE, with the days since its last document;
       *> one with fewer than expected is SHORT.
       *> Documents received on the run date whose HDR business date
       *> is more than STALE-DAYS older than the day they arrived are
       *> listed as stale, whatever the vendor's schedule.
       *> For every overdue or short vendor a follow-up notice file
       *> (the NOTICE-PREFIX name followed by the vendor id) is
       *> written for the vendor desk to send out.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Delivery-Monitor.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT vendor-file
            ASSIGN TO DYNAMIC vendor-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS vendor-id
            FILE STATUS IS vendor-status.
        SELECT register-file
            ASSIGN TO DYNAMIC register-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS register-key
            FILE STATUS IS register-status.
        SELECT delivery-report-file
            ASSIGN TO DYNAMIC delivery-report-name
            ORGANIZATION LINE SEQUENTIAL.
        SELECT notice-file
            ASSIGN TO DYNAMIC notice-file-name
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS notice-status.

        DATA DIVISION.
        FILE SECTION.
        FD vendor-file.
        01 vendor-record.
            05 vendor-id         PIC X(8).
            05 vendor-name       PIC X(30).
            05 vendor-act-status PIC X.
            05 vendor-frequency  PIC 9(3).
            05 vendor-rule       PIC X.
            05 vendor-rule-date  PIC 9(8).
            05 vendor-prior-rule PIC X.

        FD register-file.
        01 register-record.
            05 register-key.
                10 register-document-id PIC X(10).
                10 register-vendor-id   PIC X(8).
            05 register-first-receipt PIC 9(8).
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

        FD delivery-report-file.
        01 delivery-report-line PIC X(200).

        FD notice-file.
        01 notice-line PIC X(100).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 vendor-file-name     PIC X(100).
        01 register-file-name   PIC X(100).
        01 delivery-report-name PIC X(100).
        01 notice-file-name     PIC X(100).
        01 vendor-status        PIC XX.
        01 register-status      PIC XX.
        01 notice-status        PIC XX.
        01 end-of-vendors       PIC X     VALUE "N".
        01 end-of-register      PIC X     VALUE "N".
        01 register-found       PIC X     VALUE "N".
        01 monitor-days         PIC 9(5).
        01 stale-days           PIC 9(5).
        01 run-integer          PIC 9(8).
        01 day-offset           PIC 9(5).
        01 days-expected        PIC 9(5).
        01 days-met             PIC 9(5).
        01 days-late            PIC 9(5).
        01 days-old             PIC 9(5).
        01 on-time-pct          PIC 9(3)V99.
        01 edited-pct           PIC ZZ9.99.
        01 delivery-status      PIC X(8).
        01 vendor-slot          PIC 9(3).
        01 scan-slot            PIC 9(3).
        01 vendor-found         PIC X.
        01 scheduled-count      PIC 9(5)  VALUE 0.
        01 on-time-count        PIC 9(5)  VALUE 0.
        01 short-count          PIC 9(5)  VALUE 0.
        01 overdue-count        PIC 9(5)  VALUE 0.
        01 notice-count         PIC 9(5)  VALUE 0.
        01 stale-count          PIC 9(5)  VALUE 0.
        01 unmonitored-count    PIC 9(5)  VALUE 0.
        01 watch-table.
            05 watch-count PIC 9(3) VALUE 0.
            05 watch-entry OCCURS 200 TIMES.
                10 watch-vendor-id     PIC X(8).
                10 watch-vendor-name   PIC X(30).
                10 watch-frequency     PIC 9(3).
                10 watch-today         PIC 9(5).
                10 watch-first-receipt PIC 9(8).
                10 watch-last-receipt  PIC 9(8).
                10 watch-day-count     PIC 9(3) OCCURS 366 TIMES.

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            COMPUTE run-integer
                = FUNCTION INTEGER-OF-DATE(param-run-date)
            OPEN OUTPUT delivery-report-file
            PERFORM write-parameter-line
            PERFORM load-watch-table
            OPEN INPUT register-file
            IF register-status = "00"
                MOVE "Y" TO register-found
                PERFORM UNTIL end-of-register = "Y"
                    READ register-file
                        AT END
                            MOVE "Y" TO end-of-register
                        NOT AT END
                            PERFORM tally-register-entry
                    END-READ
                END-PERFORM
                CLOSE register-file
            ELSE
                MOVE "NO DOCUMENT REGISTER FOUND - NOTHING RECEIVED"
                    TO delivery-report-line
                WRITE delivery-report-line
            END-IF
            IF watch-count = 0
                MOVE "NO ACTIVE VENDOR HAS A DELIVERY SCHEDULE"
                    TO delivery-report-line
                WRITE delivery-report-line
            END-IF
            PERFORM check-vendor-schedule
                VARYING vendor-slot FROM 1 BY 1
                UNTIL vendor-slot > watch-count
            IF register-found = "Y"
                PERFORM report-stale-documents
            END-IF
            PERFORM write-summary-line
            CLOSE delivery-report-file
            DISPLAY "VENDORS OVERDUE: " overdue-count
                    " SHORT: " short-count
                    " NOTICES WRITTEN: " notice-count
                    " NOT MONITORED: " unmonitored-count
            IF unmonitored-count > 0
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
            MOVE param-vendor-file TO vendor-file-name
            MOVE param-register-file TO register-file-name
            MOVE param-delivery-report TO delivery-report-name
            MOVE param-monitor-days TO monitor-days
            MOVE param-stale-days TO stale-days
            .

       *> Only active vendors with an expected frequency are watched;
       *> a suspended vendor or one with no schedule is expected to
       *> send nothing. Without the vendor file there is no schedule
       *> to hold anyone to, so the step fails rather than report an
       *> empty overdue list.
        load-watch-table.
            OPEN INPUT vendor-file
            IF vendor-status = "00"
                PERFORM UNTIL end-of-vendors = "Y"
                    READ vendor-file
                        AT END
                            MOVE "Y" TO end-of-vendors
                        NOT AT END
                            IF vendor-act-status = "A"
                                    AND vendor-frequency > 0
                                PERFORM add-watch-vendor
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE vendor-file
            ELSE
                DISPLAY "VENDOR FILE OPEN FAILED: " vendor-status
                MOVE SPACES TO delivery-report-line
                STRING "*** VENDOR FILE COULD NOT BE OPENED - STATUS "
                            DELIMITED BY SIZE
                        vendor-status DELIMITED BY SIZE
                    INTO delivery-report-line
                WRITE delivery-report-line
                CLOSE delivery-report-file
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            .

       *> A vendor that does not fit in the table is listed and
       *> counted, and the run ends with a non-zero return code, so
       *> an incomplete overdue list is never taken for a full one.
        add-watch-vendor.
            IF watch-count < 200
                ADD 1 TO watch-count
                INITIALIZE watch-entry(watch-count)
                MOVE vendor-id TO watch-vendor-id(watch-count)
                MOVE vendor-name TO watch-vendor-name(watch-count)
                MOVE vendor-frequency TO watch-frequency(watch-count)
            ELSE
                ADD 1 TO unmonitored-count
                DISPLAY "WATCH TABLE FULL - VENDOR " vendor-id
                        " NOT MONITORED"
                MOVE SPACES TO delivery-report-line
                STRING "WATCH TABLE FULL - VENDOR " DELIMITED BY SIZE
                        vendor-id DELIMITED BY SIZE
                        " NOT MONITORED" DELIMITED BY SIZE
                    INTO delivery-report-line
                WRITE delivery-report-line
            END-IF
            .

        write-parameter-line.
            MOVE SPACES TO delivery-report-line
            STRING "PARAMETERS RUN-DATE=" DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    " MONITOR-DAYS=" DELIMITED BY SIZE
                    monitor-days DELIMITED BY SIZE
                    " STALE-DAYS=" DELIMITED BY SIZE
                    stale-days DELIMITED BY SIZE
                    " REGISTER-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(register-file-name)
                        DELIMITED BY SIZE
                INTO delivery-report-line
            WRITE delivery-report-line
            .

       *> Receipts after the run date (a rerun of an earlier day) are
       *> left out so the run date is seen as it stood.
        tally-register-entry.
            PERFORM find-watch-vendor
            IF vendor-found = "Y"
                    AND register-first-receipt > 0
                    AND register-first-receipt NOT > param-run-date
                IF register-first-receipt
                        > watch-last-receipt(scan-slot)
                    MOVE register-first-receipt
                        TO watch-last-receipt(scan-slot)
                END-IF
                IF watch-first-receipt(scan-slot) = 0
                        OR register-first-receipt
                            < watch-first-receipt(scan-slot)
                    MOVE register-first-receipt
                        TO watch-first-receipt(scan-slot)
                END-IF
                COMPUTE day-offset = run-integer + 1
                    - FUNCTION INTEGER-OF-DATE(register-first-receipt)
                IF day-offset NOT > monitor-days
                    ADD 1 TO watch-day-count(scan-slot, day-offset)
                END-IF
                IF register-first-receipt = param-run-date
                    ADD 1 TO watch-today(scan-slot)
                END-IF
            END-IF
            .

        find-watch-vendor.
            MOVE "N" TO vendor-found
            PERFORM VARYING scan-slot FROM 1 BY 1
                    UNTIL scan-slot > watch-count
                    OR vendor-found = "Y"
                IF watch-vendor-id(scan-slot) = register-vendor-id
                    MOVE "Y" TO vendor-found
                END-IF
            END-PERFORM
            IF vendor-found = "Y"
                SUBTRACT 1 FROM scan-slot
            END-IF
            .

        check-vendor-schedule.
            PERFORM count-on-time-days
            MOVE 0 TO days-late
            EVALUATE TRUE
            WHEN watch-today(vendor-slot)
                    NOT < watch-frequency(vendor-slot)
                MOVE "ON-TIME" TO delivery-status
                ADD 1 TO on-time-count
            WHEN watch-today(vendor-slot) > 0
                MOVE "SHORT" TO delivery-status
                ADD 1 TO short-count
            WHEN OTHER
                MOVE "OVERDUE" TO delivery-status
                ADD 1 TO overdue-count
                IF watch-last-receipt(vendor-slot) > 0
                    COMPUTE days-late = run-integer
                        - FUNCTION INTEGER-OF-DATE
                            (watch-last-receipt(vendor-slot))
                END-IF
            END-EVALUATE
            ADD 1 TO scheduled-count
            PERFORM write-vendor-line
            IF delivery-status NOT = "ON-TIME"
                PERFORM write-vendor-notice
            END-IF
            .

       *> A day counts as on time when the vendor's full schedule was
       *> received that day. The window is cut short for a vendor
       *> whose first document reached the register inside it.
        count-on-time-days.
            MOVE monitor-days TO days-expected
            IF watch-first-receipt(vendor-slot) > 0
                COMPUTE day-offset = run-integer + 1
                    - FUNCTION INTEGER-OF-DATE
                        (watch-first-receipt(vendor-slot))
                IF day-offset < days-expected
                    MOVE day-offset TO days-expected
                END-IF
            END-IF
            MOVE 0 TO days-met
            PERFORM VARYING day-offset FROM 1 BY 1
                    UNTIL day-offset > days-expected
                IF watch-day-count(vendor-slot, day-offset)
                        NOT < watch-frequency(vendor-slot)
                    ADD 1 TO days-met
                END-IF
            END-PERFORM
            COMPUTE on-time-pct ROUNDED
                = days-met * 100 / days-expected
            MOVE on-time-pct TO edited-pct
            .

        write-vendor-line.
            MOVE SPACES TO delivery-report-line
            STRING "VENDOR " DELIMITED BY SIZE
                    watch-vendor-id(vendor-slot) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    watch-vendor-name(vendor-slot) DELIMITED BY SIZE
                    " EXPECTED=" DELIMITED BY SIZE
                    watch-frequency(vendor-slot) DELIMITED BY SIZE
                    " RECEIVED=" DELIMITED BY SIZE
                    watch-today(vendor-slot) DELIMITED BY SIZE
                    " LAST-RECEIPT=" DELIMITED BY SIZE
                    watch-last-receipt(vendor-slot) DELIMITED BY SIZE
                    " DAYS-LATE=" DELIMITED BY SIZE
                    days-late DELIMITED BY SIZE
                    " ON-TIME=" DELIMITED BY SIZE
                    days-met DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    days-expected DELIMITED BY SIZE
                    " DAYS " DELIMITED BY SIZE
                    FUNCTION TRIM(edited-pct) DELIMITED BY SIZE
                    "% STATUS=" DELIMITED BY SIZE
                    delivery-status DELIMITED BY SIZE
                INTO delivery-report-line
            WRITE delivery-report-line
            .

        write-vendor-notice.
            MOVE SPACES TO notice-file-name
            STRING FUNCTION TRIM(param-notice-prefix)
                        DELIMITED BY SIZE
                    FUNCTION TRIM(watch-vendor-id(vendor-slot))
                        DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                INTO notice-file-name
            OPEN OUTPUT notice-file
            IF notice-status NOT = "00"
                DISPLAY "NOTICE FILE OPEN FAILED: " notice-status
                        " " FUNCTION TRIM(notice-file-name)
            ELSE
                PERFORM write-notice-lines
                CLOSE notice-file
                ADD 1 TO notice-count
                MOVE SPACES TO delivery-report-line
                STRING "  FOLLOW-UP NOTICE WRITTEN TO "
                            DELIMITED BY SIZE
                        FUNCTION TRIM(notice-file-name)
                            DELIMITED BY SIZE
                    INTO delivery-report-line
                WRITE delivery-report-line
            END-IF
            .

        write-notice-lines.
            MOVE SPACES TO notice-line
            STRING "DOCUMENT DELIVERY FOLLOW-UP NOTICE DATED "
                        DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                INTO notice-line
            WRITE notice-line
            MOVE SPACES TO notice-line
            STRING "TO VENDOR " DELIMITED BY SIZE
                    watch-vendor-id(vendor-slot) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    watch-vendor-name(vendor-slot) DELIMITED BY SIZE
                INTO notice-line
            WRITE notice-line
            MOVE SPACES TO notice-line
            WRITE notice-line
            MOVE SPACES TO notice-line
            STRING "YOUR SCHEDULE CALLS FOR " DELIMITED BY SIZE
                    watch-frequency(vendor-slot) DELIMITED BY SIZE
                    " DOCUMENT(S) PER DAY. WE RECEIVED "
                        DELIMITED BY SIZE
                    watch-today(vendor-slot) DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                INTO notice-line
            WRITE notice-line
            IF delivery-status = "OVERDUE"
                PERFORM write-notice-last-receipt
            END-IF
            MOVE SPACES TO notice-line
            STRING "FULL DELIVERIES ON " DELIMITED BY SIZE
                    days-met DELIMITED BY SIZE
                    " OF THE LAST " DELIMITED BY SIZE
                    days-expected DELIMITED BY SIZE
                    " DAYS." DELIMITED BY SIZE
                INTO notice-line
            WRITE notice-line
            MOVE SPACES TO notice-line
            WRITE notice-line
            MOVE "PLEASE TRANSMIT THE OUTSTANDING DOCUMENT(S) OR"
                TO notice-line
            WRITE notice-line
            MOVE "CONTACT THE VENDOR DESK WITH THE EXPECTED DATE."
                TO notice-line
            WRITE notice-line
            .

       *> Only an overdue vendor is told when its last document came
       *> in; a short vendor delivered on the run date, so its notice
       *> states the expected and received counts alone.
        write-notice-last-receipt.
            MOVE SPACES TO notice-line
            IF watch-last-receipt(vendor-slot) = 0
                MOVE "WE HAVE NO DOCUMENT FROM YOU ON RECORD."
                    TO notice-line
            ELSE
                STRING "YOUR LAST DOCUMENT REACHED US ON "
                            DELIMITED BY SIZE
                        watch-last-receipt(vendor-slot)
                            DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        days-late DELIMITED BY SIZE
                        " DAYS AGO)." DELIMITED BY SIZE
                    INTO notice-line
            END-IF
            WRITE notice-line
            .

       *> A second pass over the register picks out the run date's
       *> receipts that were already old when they arrived.
        report-stale-documents.
            MOVE SPACES TO delivery-report-line
            STRING "DOCUMENTS RECEIVED MORE THAN " DELIMITED BY SIZE
                    stale-days DELIMITED BY SIZE
                    " DAYS AFTER THEIR BUSINESS DATE"
                        DELIMITED BY SIZE
                INTO delivery-report-line
            WRITE delivery-report-line
            MOVE "N" TO end-of-register
            OPEN INPUT register-file
            PERFORM UNTIL end-of-register = "Y"
                READ register-file
                    AT END
                        MOVE "Y" TO end-of-register
                    NOT AT END
                        IF register-first-receipt = param-run-date
                                AND register-business-date > 0
                                AND register-business-date
                                    < register-first-receipt
                            PERFORM check-stale-document
                        END-IF
                END-READ
            END-PERFORM
            CLOSE register-file
            .

        check-stale-document.
            COMPUTE days-old = run-integer
                - FUNCTION INTEGER-OF-DATE(register-business-date)
            IF days-old > stale-days
                ADD 1 TO stale-count
                MOVE SPACES TO delivery-report-line
                STRING "  STALE DOCUMENT " DELIMITED BY SIZE
                        register-document-id DELIMITED BY SIZE
                        " VENDOR=" DELIMITED BY SIZE
                        register-vendor-id DELIMITED BY SIZE
                        " BUSINESS-DATE=" DELIMITED BY SIZE
                        register-business-date DELIMITED BY SIZE
                        " RECEIVED=" DELIMITED BY SIZE
                        register-first-receipt DELIMITED BY SIZE
                        " DAYS-OLD=" DELIMITED BY SIZE
                        days-old DELIMITED BY SIZE
                    INTO delivery-report-line
                WRITE delivery-report-line
            END-IF
            .

        write-summary-line.
            MOVE SPACES TO delivery-report-line
            STRING "VENDORS-SCHEDULED=" DELIMITED BY SIZE
                    scheduled-count DELIMITED BY SIZE
                    " ON-TIME=" DELIMITED BY SIZE
                    on-time-count DELIMITED BY SIZE
                    " SHORT=" DELIMITED BY SIZE
                    short-count DELIMITED BY SIZE
                    " OVERDUE=" DELIMITED BY SIZE
                    overdue-count DELIMITED BY SIZE
                    " NOTICES=" DELIMITED BY SIZE
                    notice-count DELIMITED BY SIZE
                    " STALE-DOCUMENTS=" DELIMITED BY SIZE
                    stale-count DELIMITED BY SIZE
                    " NOT-MONITORED=" DELIMITED BY SIZE
                    unmonitored-count DELIMITED BY SIZE
                INTO delivery-report-line
            WRITE delivery-report-line
            .

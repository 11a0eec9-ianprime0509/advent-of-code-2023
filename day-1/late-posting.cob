       *> Late-posting report: lists every vendor document the batch
       *> driver (batch.cob) posted after its HDR business date had
       *> already been closed by the day-end stream - document id,
       *> vendor, business date, the date it actually posted, how many
       *> days late that was, the amount and line count posted, the
       *> rule it was scored under, and the adjustment run-history
       *> entry it went into - followed by every adjustment entry on
       *> the run-history file (BATCH, PART-1, and PART-2) with the
       *> business date it adjusts, the day it was posted, and its
       *> figures, so the late figures behind the period-end report's
       *> adjusted totals can be traced to the documents that caused
       *> them.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Late-Posting.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT register-file
            ASSIGN TO DYNAMIC register-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS register-key
            FILE STATUS IS register-status.
        SELECT history-file
            ASSIGN TO DYNAMIC history-file-name
            ORGANIZATION INDEXED
            ACCESS MODE SEQUENTIAL
            RECORD KEY IS history-key
            FILE STATUS IS history-status.
        SELECT late-report-file
            ASSIGN TO DYNAMIC late-report-name
            ORGANIZATION LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
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

        FD late-report-file.
        01 late-report-line PIC X(200).

        WORKING-STORAGE SECTION.
        01 run-control-params.
            COPY "run-control-params.cpy".
        01 register-file-name PIC X(100).
        01 history-file-name  PIC X(100).
        01 late-report-name   PIC X(100).
        01 register-status    PIC XX.
        01 history-status     PIC XX.
        01 end-of-register    PIC X     VALUE "N".
        01 end-of-history     PIC X     VALUE "N".
        01 days-late          PIC 9(5).
        01 rule-label         PIC X(17).
        01 late-document-count PIC 9(5)  VALUE 0.
        01 late-document-sum  PIC 9(12) VALUE 0.
        01 late-document-lines PIC 9(12) VALUE 0.
        01 oldest-days-late   PIC 9(5)  VALUE 0.
        01 adjustment-count   PIC 9(5)  VALUE 0.
        01 adjustment-sum     PIC 9(12) VALUE 0.

        PROCEDURE DIVISION.
        main-paragraph.
            PERFORM load-run-control
            OPEN OUTPUT late-report-file
            PERFORM write-parameter-line
            OPEN INPUT register-file
            IF register-status = "00"
                PERFORM UNTIL end-of-register = "Y"
                    READ register-file
                        AT END
                            MOVE "Y" TO end-of-register
                        NOT AT END
                            IF register-late-posting = "Y"
                                    AND register-posted-date NOT = 0
                                PERFORM report-late-document
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE register-file
            ELSE
                MOVE "NO DOCUMENT REGISTER FOUND" TO late-report-line
                WRITE late-report-line
            END-IF
            PERFORM write-document-total
            MOVE SPACES TO late-report-line
            WRITE late-report-line
            MOVE "ADJUSTMENT RUN-HISTORY ENTRIES" TO late-report-line
            WRITE late-report-line
            OPEN INPUT history-file
            IF history-status = "00"
                PERFORM UNTIL end-of-history = "Y"
                    READ history-file
                        AT END
                            MOVE "Y" TO end-of-history
                        NOT AT END
                            IF history-entry-type = "A"
                                PERFORM report-adjustment-entry
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE history-file
            ELSE
                MOVE "NO RUN-HISTORY FILE FOUND" TO late-report-line
                WRITE late-report-line
            END-IF
            PERFORM write-adjustment-total
            CLOSE late-report-file
            DISPLAY "LATE DOCUMENTS: " late-document-count
                    " ADJUSTMENT ENTRIES: " adjustment-count
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
            MOVE param-register-file TO register-file-name
            MOVE param-history-file TO history-file-name
            MOVE param-late-report TO late-report-name
            .

        write-parameter-line.
            MOVE SPACES TO late-report-line
            STRING "PARAMETERS RUN-DATE=" DELIMITED BY SIZE
                    param-run-date DELIMITED BY SIZE
                    " REGISTER-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(register-file-name)
                        DELIMITED BY SIZE
                    " HISTORY-FILE=" DELIMITED BY SIZE
                    FUNCTION TRIM(history-file-name)
                        DELIMITED BY SIZE
                INTO late-report-line
            WRITE late-report-line
            .

        report-late-document.
            MOVE 0 TO days-late
            IF register-business-date > 0
                    AND register-business-date < register-posted-date
                COMPUTE days-late
                    = FUNCTION INTEGER-OF-DATE(register-posted-date)
                    - FUNCTION INTEGER-OF-DATE(register-business-date)
            END-IF
            IF days-late > oldest-days-late
                MOVE days-late TO oldest-days-late
            END-IF
            IF register-posted-rule = "W"
                MOVE "DIGITS-PLUS-WORDS" TO rule-label
            ELSE
                MOVE "DIGITS-ONLY" TO rule-label
            END-IF
            ADD 1 TO late-document-count
            ADD register-posted-amount TO late-document-sum
            ADD register-posted-lines TO late-document-lines
            MOVE SPACES TO late-report-line
            STRING "DOCUMENT " DELIMITED BY SIZE
                    register-document-id DELIMITED BY SIZE
                    " VENDOR=" DELIMITED BY SIZE
                    register-vendor-id DELIMITED BY SIZE
                    " BUSINESS-DATE=" DELIMITED BY SIZE
                    register-business-date DELIMITED BY SIZE
                    " POSTED=" DELIMITED BY SIZE
                    register-posted-date DELIMITED BY SIZE
                    " DAYS-LATE=" DELIMITED BY SIZE
                    days-late DELIMITED BY SIZE
                    " LINES=" DELIMITED BY SIZE
                    register-posted-lines DELIMITED BY SIZE
                    " AMOUNT=" DELIMITED BY SIZE
                    register-posted-amount DELIMITED BY SIZE
                    " RULE=" DELIMITED BY SIZE
                    FUNCTION TRIM(rule-label) DELIMITED BY SIZE
                    " RUN-HISTORY=" DELIMITED BY SIZE
                    register-history-date DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    register-history-run DELIMITED BY SIZE
                INTO late-report-line
            WRITE late-report-line
            .

        write-document-total.
            MOVE SPACES TO late-report-line
            STRING "LATE DOCUMENTS=" DELIMITED BY SIZE
                    late-document-count DELIMITED BY SIZE
                    " LINES=" DELIMITED BY SIZE
                    late-document-lines DELIMITED BY SIZE
                    " AMOUNT=" DELIMITED BY SIZE
                    late-document-sum DELIMITED BY SIZE
                    " MOST-DAYS-LATE=" DELIMITED BY SIZE
                    oldest-days-late DELIMITED BY SIZE
                INTO late-report-line
            WRITE late-report-line
            .

        report-adjustment-entry.
            ADD 1 TO adjustment-count
            ADD history-sum TO adjustment-sum
            MOVE SPACES TO late-report-line
            STRING "  " DELIMITED BY SIZE
                    history-program DELIMITED BY SIZE
                    " BUSINESS-DATE=" DELIMITED BY SIZE
                    history-run-date DELIMITED BY SIZE
                    " RUN=" DELIMITED BY SIZE
                    history-run-number DELIMITED BY SIZE
                    " POSTED-ON=" DELIMITED BY SIZE
                    history-posted-on DELIMITED BY SIZE
                    " READ=" DELIMITED BY SIZE
                    history-records-read DELIMITED BY SIZE
                    " INCLUDED=" DELIMITED BY SIZE
                    history-included DELIMITED BY SIZE
                    " EXCLUDED=" DELIMITED BY SIZE
                    history-excluded DELIMITED BY SIZE
                    " SUM=" DELIMITED BY SIZE
                    history-sum DELIMITED BY SIZE
                INTO late-report-line
            WRITE late-report-line
            .

        write-adjustment-total.
            MOVE SPACES TO late-report-line
            STRING "ADJUSTMENT ENTRIES=" DELIMITED BY SIZE
                    adjustment-count DELIMITED BY SIZE
                    " SUM=" DELIMITED BY SIZE
                    adjustment-sum DELIMITED BY SIZE
                INTO late-report-line
            WRITE late-report-line
            .

       *> program and flags any figure that moves by more than the
       *> tolerance percentage, so a truncated vendor file shows up
       *> before the numbers go out.
       *> Only each night's original figures are trended: an
       *> adjustment entry, or an entry a late document posted to an
       *> earlier business date, is passed over, so a late document
       *> cannot show up as a day-over-day swing.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Trend-Report.

            05 history-sum            PIC 9(10).
            05 history-high-value     PIC 9(2).
            05 history-low-value      PIC 9(2).
            05 history-entry-type     PIC X.
            05 history-posted-on      PIC 9(8).

        FD trend-report-file.
        01 trend-report-line PIC X(200).
                        AT END
                            MOVE "Y" TO end-of-history
                        NOT AT END
                            PERFORM take-history-record
                    END-READ
                END-PERFORM
                CLOSE history-file
            WRITE trend-report-line
            .

        take-history-record.
            IF history-entry-type NOT = "A"
                IF history-posted-on NOT NUMERIC
                        OR history-posted-on = 0
                        OR history-posted-on = history-run-date
                    PERFORM compare-run
                END-IF
            END-IF
            .

        compare-run.
            IF history-program = prior-program
                PERFORM write-run-heading

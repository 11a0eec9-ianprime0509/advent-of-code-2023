       *> daily reports. Where a date was run more than once, the
       *> latest posted run of that date is the one counted, matching
       *> what the day-end summary showed that evening.
       *> Figures are by business date. The daily figures above are
       *> each date's original figures; a late document posted after
       *> its business date had closed carries an adjustment entry
       *> for that date, and each program closes with the month's
       *> original total, the adjustments, and the adjusted total,
       *> plus a line for every day adjusted. Runs are counted per
       *> posting date - a rerun replaces the earlier run posted the
       *> same day, while entries posted on different days add up.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Period-Report.

            05 history-sum            PIC 9(10).
            05 history-high-value     PIC 9(2).
            05 history-low-value      PIC 9(2).
            05 history-entry-type     PIC X.
            05 history-posted-on      PIC 9(8).

        FD period-report-file.
        01 period-report-line PIC X(200).
            05 held-records-read PIC 9(10) VALUE 0.
            05 held-excluded     PIC 9(10) VALUE 0.
            05 held-sum          PIC 9(10) VALUE 0.
            05 held-original     PIC X     VALUE "N".
            05 held-adjust-read  PIC 9(10) VALUE 0.
            05 held-adjust-sum   PIC 9(10) VALUE 0.
            05 held-adjusted     PIC X     VALUE "N".
        01 posting-groups.
            05 group-count PIC 9(2) VALUE 0.
            05 group-entry OCCURS 20 TIMES.
                10 group-type      PIC X.
                10 group-posted-on PIC 9(8).
                10 group-read      PIC 9(10).
                10 group-excluded  PIC 9(10).
                10 group-sum       PIC 9(10).
        01 group-index        PIC 9(2).
        01 found-group        PIC 9(2).
        01 record-type        PIC X.
        01 record-posted-on   PIC 9(8).
        01 record-month       PIC 9(6).
        01 record-day         PIC 9(2).
        01 record-week        PIC 9(1).
                10 high-low-set    PIC X     VALUE "N".
                10 prior-sum       PIC 9(12) VALUE 0.
                10 prior-days      PIC 9(4)  VALUE 0.
                10 adjust-sum      PIC 9(12) VALUE 0.
                10 adjust-read     PIC 9(12) VALUE 0.
                10 adjust-days     PIC 9(2)  VALUE 0.
                10 adjusted-day OCCURS 31 TIMES.
                    15 adjusted-date     PIC 9(8).
                    15 adjusted-original PIC 9(10).
                    15 adjusted-amount   PIC 9(10).
                10 week-figures OCCURS 5 TIMES.
                    15 week-read     PIC 9(12) VALUE 0.
                    15 week-excluded PIC 9(12) VALUE 0.
        01 program-label      PIC X(8).
        01 day-index          PIC 9(2).
        01 adjusted-total     PIC 9(12).
        01 adjusted-day-total PIC 9(10).
        01 daily-average      PIC 9(10)V99.
        01 edited-average     PIC Z(9)9.99.
        01 exception-pct      PIC 9(3)V99.

       *> The history file arrives in key order, so runs of the same
       *> program and date are adjacent with the latest run number
       *> last: within a date, each record replaces the held figures
       *> of its posting group - original or adjustment, and the day
       *> it was posted on - and the groups are totalled and posted at
       *> the break. An entry posted before run-history carried a
       *> posting date is an original posted on its own run date.
        take-history-record.
            IF history-program NOT = held-program
                    OR history-run-date NOT = held-run-date
            END-IF
            MOVE history-program TO held-program
            MOVE history-run-date TO held-run-date
            IF history-posted-on NUMERIC AND history-posted-on > 0
                MOVE history-posted-on TO record-posted-on
            ELSE
                MOVE history-run-date TO record-posted-on
            END-IF
            IF history-entry-type = "A"
                MOVE "A" TO record-type
            ELSE
                MOVE "O" TO record-type
            END-IF
            MOVE 0 TO found-group
            PERFORM find-posting-group
                VARYING group-index FROM 1 BY 1
                UNTIL group-index > group-count
            IF found-group = 0 AND group-count < 20
                ADD 1 TO group-count
                MOVE group-count TO found-group
            END-IF
            IF found-group > 0
                MOVE record-type TO group-type(found-group)
                MOVE record-posted-on TO group-posted-on(found-group)
                MOVE history-records-read TO group-read(found-group)
                MOVE history-excluded TO group-excluded(found-group)
                MOVE history-sum TO group-sum(found-group)
            END-IF
            .

        find-posting-group.
            IF group-type(group-index) = record-type
                    AND group-posted-on(group-index) = record-posted-on
                MOVE group-index TO found-group
            END-IF
            .

        total-posting-group.
            IF group-type(group-index) = "A"
                MOVE "Y" TO held-adjusted
                ADD group-read(group-index) TO held-adjust-read
                ADD group-sum(group-index) TO held-adjust-sum
            ELSE
                MOVE "Y" TO held-original
                ADD group-read(group-index) TO held-records-read
                ADD group-excluded(group-index) TO held-excluded
                ADD group-sum(group-index) TO held-sum
            END-IF
            .

        post-held-figures.
            IF held-program = SPACES
                CONTINUE
            ELSE
                MOVE 0 TO held-records-read
                MOVE 0 TO held-excluded
                MOVE 0 TO held-sum
                MOVE "N" TO held-original
                MOVE 0 TO held-adjust-read
                MOVE 0 TO held-adjust-sum
                MOVE "N" TO held-adjusted
                PERFORM total-posting-group
                    VARYING group-index FROM 1 BY 1
                    UNTIL group-index > group-count
                MOVE 0 TO group-count
                EVALUATE held-program
                WHEN "PART-1"
                    MOVE 1 TO program-slot
            MOVE held-run-date(1:6) TO record-month
            EVALUATE record-month
            WHEN report-month
                IF held-original = "Y"
                    PERFORM post-report-month
                END-IF
                IF held-adjusted = "Y"
                    PERFORM post-adjusted-day
                END-IF
            WHEN prior-month
                IF held-original = "Y"
                    ADD held-sum TO prior-sum(program-slot)
                    ADD 1 TO prior-days(program-slot)
                END-IF
            END-EVALUATE
            .

        post-adjusted-day.
            ADD held-adjust-sum TO adjust-sum(program-slot)
            ADD held-adjust-read TO adjust-read(program-slot)
            IF adjust-days(program-slot) < 31
                ADD 1 TO adjust-days(program-slot)
                MOVE adjust-days(program-slot) TO day-index
                MOVE held-run-date
                    TO adjusted-date(program-slot, day-index)
                MOVE held-sum
                    TO adjusted-original(program-slot, day-index)
                MOVE held-adjust-sum
                    TO adjusted-amount(program-slot, day-index)
            END-IF
            .

        post-report-month.
            ADD held-sum TO month-sum(program-slot)
            ADD 1 TO month-days(program-slot)
                    UNTIL week-index > 5
                PERFORM write-comparison-line
            END-IF
            IF month-days(program-slot) > 0
                    OR adjust-days(program-slot) > 0
                PERFORM write-adjusted-lines
            END-IF
            .

        write-adjusted-lines.
            ADD month-sum(program-slot) adjust-sum(program-slot)
                GIVING adjusted-total
            MOVE SPACES TO period-report-line
            STRING "  ORIGINAL-TOTAL=" DELIMITED BY SIZE
                    month-sum(program-slot) DELIMITED BY SIZE
                    " ADJUSTMENTS=" DELIMITED BY SIZE
                    adjust-sum(program-slot) DELIMITED BY SIZE
                    " ADJUSTED-TOTAL=" DELIMITED BY SIZE
                    adjusted-total DELIMITED BY SIZE
                    " DAYS-ADJUSTED=" DELIMITED BY SIZE
                    adjust-days(program-slot) DELIMITED BY SIZE
                    " LATE-RECORDS=" DELIMITED BY SIZE
                    adjust-read(program-slot) DELIMITED BY SIZE
                INTO period-report-line
            WRITE period-report-line
            PERFORM write-adjusted-day-line
                VARYING day-index FROM 1 BY 1
                UNTIL day-index > adjust-days(program-slot)
            .

        write-adjusted-day-line.
            ADD adjusted-original(program-slot, day-index)
                adjusted-amount(program-slot, day-index)
                GIVING adjusted-day-total
            MOVE SPACES TO period-report-line
            STRING "    ADJUSTED DAY " DELIMITED BY SIZE
                    adjusted-date(program-slot, day-index)
                        DELIMITED BY SIZE
                    " ORIGINAL=" DELIMITED BY SIZE
                    adjusted-original(program-slot, day-index)
                        DELIMITED BY SIZE
                    " ADJUSTMENT=" DELIMITED BY SIZE
                    adjusted-amount(program-slot, day-index)
                        DELIMITED BY SIZE
                    " ADJUSTED=" DELIMITED BY SIZE
                    adjusted-day-total DELIMITED BY SIZE
                INTO period-report-line
            WRITE period-report-line
            .

        write-program-totals.

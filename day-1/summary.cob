       *> separate files - both calibration sums side by side with
       *> the difference, included/excluded counts with exception
       *> percentages, the reconcile delta count, and the batch
       *> breakdown (with the consolidated sum per contracted rule),
       *> under proper page headings with the run date.
       *> The consolidated sum as it now stands on the day's BATCH
       *> run-history record - net of any document a supervisor has
       *> since reversed - is shown under the batch breakdown.
       *> The Part-1 and Part-2 figures are the run date's original
       *> entries posted that evening; adjustment entries a late
       *> document posted to an earlier, closed business date are left
       *> out. The consolidated batch figure is every BATCH entry
       *> posted on the run date, whatever business date it went to,
       *> with the late-document adjustments within it shown
       *> separately.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Summary.

            05 history-sum            PIC 9(10).
            05 history-high-value     PIC 9(2).
            05 history-low-value      PIC 9(2).
            05 history-entry-type     PIC X.
            05 history-posted-on      PIC 9(8).

        FD reconcile-file.
        01 reconcile-line PIC X(400).
            05 part2-included     PIC 9(10) VALUE 0.
            05 part2-excluded     PIC 9(10) VALUE 0.
            05 part2-sum          PIC 9(10) VALUE 0.
        01 batch-posted        PIC X     VALUE "N".
        01 batch-history-sum   PIC 9(10) VALUE 0.
        01 batch-adjust-sum    PIC 9(10) VALUE 0.
        01 record-posted-on    PIC 9(8).
        01 sum-difference      PIC S9(10).
        01 edited-difference   PIC -(10)9.
        01 exception-pct       PIC 9(3)V99.
            END-IF
            .

       *> An entry posted before run-history carried a posting date
       *> counts as an original posted on its own run date.
        take-history-record.
            IF history-posted-on NUMERIC AND history-posted-on > 0
                MOVE history-posted-on TO record-posted-on
            ELSE
                MOVE history-run-date TO record-posted-on
                MOVE "O" TO history-entry-type
            END-IF
            IF history-program = "BATCH"
                    AND record-posted-on = param-run-date
                MOVE "Y" TO batch-posted
                ADD history-sum TO batch-history-sum
                IF history-entry-type = "A"
                    ADD history-sum TO batch-adjust-sum
                END-IF
            END-IF
            IF history-run-date = param-run-date
                    AND record-posted-on = param-run-date
                    AND history-entry-type NOT = "A"
                EVALUATE history-program
                WHEN "PART-1"
                    MOVE "Y" TO part1-posted
                            IF batch-report-line(1:5) = "FILE "
                                    OR batch-report-line(1:17)
                                        = "CONSOLIDATED-SUM="
                                    OR batch-report-line(1:9)
                                        = "RULE-SUM "
                                    OR batch-report-line(1:14)
                                        = "BUSINESS-DATE="
                                    OR batch-report-line(1:15)
                                        = "  LATE DOCUMENT"
                                MOVE SPACES TO summary-line
                                STRING "  " DELIMITED BY SIZE
                                        batch-report-line(1:130)
                MOVE "  NO BATCH REPORT FOR THE DAY" TO summary-line
                PERFORM write-summary-line
            END-IF
            IF batch-posted = "Y"
                MOVE SPACES TO summary-line
                STRING "  CONSOLIDATED NET OF REVERSALS .. "
                            DELIMITED BY SIZE
                        batch-history-sum DELIMITED BY SIZE
                    INTO summary-line
                PERFORM write-summary-line
                MOVE SPACES TO summary-line
                STRING "  OF WHICH LATE ADJUSTMENTS ...... "
                            DELIMITED BY SIZE
                        batch-adjust-sum DELIMITED BY SIZE
                    INTO summary-line
                PERFORM write-summary-line
            END-IF
            .

        write-blank-line.

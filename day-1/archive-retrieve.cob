            05 view-history-sum        PIC 9(10).
            05 view-history-high       PIC 9(2).
            05 view-history-low        PIC 9(2).
            05 view-history-entry-type PIC X.
            05 view-history-posted-on  PIC X(8).
        01 journal-view.
            05 view-journal-document   PIC X(10).
            05 view-journal-line       PIC 9(10).

        retrieve-one-record.
            IF archive-type = "H"
                MOVE archive-record(1:73) TO history-view
                MOVE view-history-run-date TO record-date
            ELSE
                MOVE archive-record(1:564) TO journal-view
                    view-history-high DELIMITED BY SIZE
                    " LOW=" DELIMITED BY SIZE
                    view-history-low DELIMITED BY SIZE
                    " TYPE=" DELIMITED BY SIZE
                    view-history-entry-type DELIMITED BY SIZE
                    " POSTED-ON=" DELIMITED BY SIZE
                    view-history-posted-on DELIMITED BY SIZE
                INTO retrieve-report-line
            WRITE retrieve-report-line
            .

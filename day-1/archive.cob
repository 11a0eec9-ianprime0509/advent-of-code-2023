            05 history-sum            PIC 9(10).
            05 history-high-value     PIC 9(2).
            05 history-low-value      PIC 9(2).
            05 history-entry-type     PIC X.
            05 history-posted-on      PIC 9(8).

        FD journal-file.
        01 journal-record.

       *> Acknowledgment processor for the downstream CSV feed: reads
       *> the receipt file the downstream loading shop sends back,
       *> matches each receipt to the control figures logged by
       *> Part-1/Part-2 when the extract was cut (or by
       *> Apply-Corrections for an adjustment extract), and reports
       *> every extract as matched, out of balance (row count or
       *> hash total disagree), or never acknowledged, plus any
       *> receipt that matches no logged transmission. Matched
       *> extracts are retired from the transmit log; everything else
       *> stays on it as an open transmission, so a short or lost
       *> extract surfaces here instead of days later when the
       *> downstream numbers are off.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Ack.


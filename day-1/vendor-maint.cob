       *> against this file, so a mislabeled test file posted under a
       *> made-up vendor id is failed instead of quietly posting into
       *> the consolidated sum.
       *> Each vendor also carries the calibration rule it is
       *> contracted on - D for digits only, W for digits plus
       *> spelled-out words - with the date that rule took effect and
       *> the rule it replaced, so the batch driver and the pre-edit
       *> score a document dated before a contract renewal under the
       *> old rule and one dated on or after it under the new rule.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AOC-Day-1-Vendor-Maint.

            05 vendor-name       PIC X(30).
            05 vendor-act-status PIC X.
            05 vendor-frequency  PIC 9(3).
            05 vendor-rule       PIC X.
            05 vendor-rule-date  PIC 9(8).
            05 vendor-prior-rule PIC X.

        WORKING-STORAGE SECTION.
        01 run-control-params.
        01 action-code      PIC X.
        01 entered-id       PIC X(8).
        01 entered-text     PIC X(30).
        01 entered-rule     PIC X.
        01 entered-date     PIC X(8).
        01 new-rule-date    PIC 9(8).
        01 rule-label       PIC X(17).

        PROCEDURE DIVISION.
        main-paragraph.
            MOVE entered-id TO vendor-id
            READ vendor-file KEY IS vendor-id
                INVALID KEY
                    MOVE SPACES TO vendor-name
                    MOVE 0 TO vendor-frequency
                    MOVE "D" TO vendor-rule
                    MOVE "D" TO vendor-prior-rule
                    MOVE param-run-date TO vendor-rule-date
                    PERFORM accept-vendor-fields
                    MOVE "A" TO vendor-act-status
                    WRITE vendor-record
            END-IF
            DISPLAY "ENTER EXPECTED DOCUMENTS PER DAY: "
            ACCEPT vendor-frequency
            PERFORM accept-contract-rule
            .

       *> A rule change on contract renewal keeps the outgoing rule as
       *> the prior rule, so documents dated before the effective
       *> date still score the way the old contract said.
        accept-contract-rule.
            DISPLAY "ENTER CONTRACTED RULE (D=DIGITS ONLY, "
                    "W=DIGITS AND WORDS, BLANK=NO CHANGE): "
            MOVE SPACE TO entered-rule
            ACCEPT entered-rule
            MOVE FUNCTION UPPER-CASE(entered-rule) TO entered-rule
            EVALUATE TRUE
            WHEN entered-rule = SPACE
                CONTINUE
            WHEN entered-rule NOT = "D" AND entered-rule NOT = "W"
                DISPLAY "UNKNOWN RULE - CONTRACTED RULE NOT CHANGED"
            WHEN entered-rule = vendor-rule
                CONTINUE
            WHEN OTHER
                DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, BLANK FOR "
                        "RUN DATE): "
                MOVE SPACES TO entered-date
                ACCEPT entered-date
                IF entered-date = SPACES
                    MOVE param-run-date TO new-rule-date
                ELSE
                    IF entered-date IS NUMERIC
                        MOVE entered-date TO new-rule-date
                    ELSE
                        MOVE 0 TO new-rule-date
                    END-IF
                END-IF
                IF FUNCTION TEST-DATE-YYYYMMDD(new-rule-date) NOT = 0
                    DISPLAY "INVALID DATE - CONTRACTED RULE NOT CHANGED"
                ELSE
                    PERFORM change-contract-rule
                END-IF
            END-EVALUATE
            .

       *> The prior rule is the one in force on the run date. While an
       *> earlier change is still waiting for its effective date the
       *> current rule has never applied to anything, so the prior
       *> rule is kept and only the pending change is replaced.
        change-contract-rule.
            IF vendor-rule-date NOT > param-run-date
                MOVE vendor-rule TO vendor-prior-rule
            END-IF
            MOVE new-rule-date TO vendor-rule-date
            MOVE entered-rule TO vendor-rule
            .

        rewrite-vendor.
            .

        display-vendor.
            IF vendor-rule = "W"
                MOVE "DIGITS-PLUS-WORDS" TO rule-label
            ELSE
                MOVE "DIGITS-ONLY" TO rule-label
            END-IF
            DISPLAY "VENDOR " vendor-id
                    " NAME=" FUNCTION TRIM(vendor-name)
                    " STATUS=" vendor-act-status
                    " EXPECTED-PER-DAY=" vendor-frequency
            DISPLAY "  RULE=" FUNCTION TRIM(rule-label)
                    " EFFECTIVE=" vendor-rule-date
                    " PRIOR-RULE=" vendor-prior-rule
            .

            MOVE "apply-report.txt" TO param-apply-report
            MOVE "operator.dat" TO param-operator-file
            MOVE "security-log.txt" TO param-security-log
            MOVE "reversal-ledger.dat" TO param-reversal-ledger
            MOVE "delivery-report.txt" TO param-delivery-report
            MOVE "vendor-notice-" TO param-notice-prefix
            MOVE "system-control.txt" TO param-system-control
            MOVE "master-gen" TO param-generation-prefix
            MOVE "master-gen-catalog.txt" TO param-generation-catalog
            MOVE "backup-report.txt" TO param-backup-report
            MOVE "recovery-report.txt" TO param-recovery-report
            MOVE "reject-ledger.dat" TO param-reject-ledger
            MOVE "vendor-return-" TO param-return-prefix
            MOVE "reject-aging.txt" TO param-reject-aging-report
            MOVE "review-log.txt" TO param-review-log
            MOVE "recert-report.txt" TO param-recert-report
            MOVE "revoke-candidates.txt" TO param-revoke-candidates
            MOVE "adjust-calibration" TO param-adjust-csv
            MOVE "load-control.dat" TO param-load-control
            MOVE "late-posting.txt" TO param-late-report
            MOVE "load-image.dat" TO param-load-image
            MOVE "integrity-audit.txt" TO param-audit-report
            MOVE 0 TO param-run-date
            MOVE 1000 TO param-checkpoint-interval
            MOVE 365 TO param-retention-days
            MOVE 30 TO param-monitor-days
            MOVE 5 TO param-stale-days
            MOVE 7 TO param-generation-count
            MOVE 90 TO param-recert-days
            MOVE 10.0 TO param-tolerance-pct
            MOVE "INPUT" TO param-input-source
            MOVE "INPUT" TO param-load-source
                    MOVE FUNCTION NUMVAL(trimmed-value)
                        TO param-retention-days
                END-IF
            WHEN "MONITOR-DAYS"
                PERFORM check-numeric-value
                IF value-ok = "Y"
                    MOVE FUNCTION NUMVAL(trimmed-value)
                        TO param-monitor-days
                END-IF
            WHEN "STALE-DAYS"
                PERFORM check-numeric-value
                IF value-ok = "Y"
                    MOVE FUNCTION NUMVAL(trimmed-value)
                        TO param-stale-days
                END-IF
            WHEN "GENERATION-COUNT"
                PERFORM check-numeric-value
                IF value-ok = "Y"
                    MOVE FUNCTION NUMVAL(trimmed-value)
                        TO param-generation-count
                END-IF
            WHEN "RECERT-DAYS"
                PERFORM check-numeric-value
                IF value-ok = "Y"
                    MOVE FUNCTION NUMVAL(trimmed-value)
                        TO param-recert-days
                END-IF
            WHEN "HISTORY-FILE"
                MOVE trimmed-value TO param-history-file
            WHEN "FILE-LIST"
                MOVE trimmed-value TO param-operator-file
            WHEN "SECURITY-LOG"
                MOVE trimmed-value TO param-security-log
            WHEN "REVERSAL-LEDGER"
                MOVE trimmed-value TO param-reversal-ledger
            WHEN "DELIVERY-REPORT"
                MOVE trimmed-value TO param-delivery-report
            WHEN "NOTICE-PREFIX"
                MOVE trimmed-value TO param-notice-prefix
            WHEN "SYSTEM-CONTROL"
                MOVE trimmed-value TO param-system-control
            WHEN "GENERATION-PREFIX"
                MOVE trimmed-value TO param-generation-prefix
            WHEN "GENERATION-CATALOG"
                MOVE trimmed-value TO param-generation-catalog
            WHEN "BACKUP-REPORT"
                MOVE trimmed-value TO param-backup-report
            WHEN "RECOVERY-REPORT"
                MOVE trimmed-value TO param-recovery-report
            WHEN "REJECT-LEDGER"
                MOVE trimmed-value TO param-reject-ledger
            WHEN "RETURN-PREFIX"
                MOVE trimmed-value TO param-return-prefix
            WHEN "REJECT-AGING-REPORT"
                MOVE trimmed-value TO param-reject-aging-report
            WHEN "REVIEW-LOG"
                MOVE trimmed-value TO param-review-log
            WHEN "RECERT-REPORT"
                MOVE trimmed-value TO param-recert-report
            WHEN "REVOKE-CANDIDATES"
                MOVE trimmed-value TO param-revoke-candidates
            WHEN "ADJUST-CSV"
                MOVE trimmed-value TO param-adjust-csv
            WHEN "LOAD-CONTROL"
                MOVE trimmed-value TO param-load-control
            WHEN "LATE-REPORT"
                MOVE trimmed-value TO param-late-report
            WHEN "LOAD-IMAGE"
                MOVE trimmed-value TO param-load-image
            WHEN "AUDIT-REPORT"
                MOVE trimmed-value TO param-audit-report
            WHEN "RUN-DATE"
                PERFORM check-numeric-value
                IF value-ok = "Y"
                MOVE "N" TO param-valid
                MOVE "RETENTION-DAYS MUST BE GREATER THAN ZERO"
                    TO param-message
            WHEN param-monitor-days = 0
                    OR param-monitor-days > 366
                MOVE "N" TO param-valid
                MOVE "MONITOR-DAYS MUST BE FROM 1 TO 366"
                    TO param-message
            WHEN param-generation-count = 0
                    OR param-generation-count > 99
                MOVE "N" TO param-valid
                MOVE "GENERATION-COUNT MUST BE FROM 1 TO 99"
                    TO param-message
            WHEN param-recert-days = 0
                    OR param-recert-days > 366
                MOVE "N" TO param-valid
                MOVE "RECERT-DAYS MUST BE FROM 1 TO 366"
                    TO param-message
            WHEN param-input-source NOT = "INPUT"
                    AND param-input-source NOT = "MASTER"
                MOVE "N" TO param-valid

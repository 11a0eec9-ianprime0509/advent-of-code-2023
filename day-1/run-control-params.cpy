            05 param-transmit-log        PIC X(100).
            05 param-ack-file            PIC X(100).
            05 param-ack-report          PIC X(100).
            05 param-reversal-ledger     PIC X(100).
            05 param-delivery-report     PIC X(100).
            05 param-notice-prefix       PIC X(100).
            05 param-system-control      PIC X(100).
            05 param-generation-prefix   PIC X(100).
            05 param-generation-catalog  PIC X(100).
            05 param-backup-report       PIC X(100).
            05 param-recovery-report     PIC X(100).
            05 param-reject-ledger       PIC X(100).
            05 param-return-prefix       PIC X(100).
            05 param-reject-aging-report PIC X(100).
            05 param-review-log          PIC X(100).
            05 param-recert-report       PIC X(100).
            05 param-revoke-candidates   PIC X(100).
            05 param-adjust-csv          PIC X(100).
            05 param-load-control        PIC X(100).
            05 param-late-report         PIC X(100).
            05 param-load-image          PIC X(100).
            05 param-audit-report        PIC X(100).
            05 param-run-date            PIC 9(8).
            05 param-checkpoint-interval PIC 9(5).
            05 param-retention-days      PIC 9(5).
            05 param-monitor-days        PIC 9(5).
            05 param-stale-days          PIC 9(5).
            05 param-generation-count    PIC 9(5).
            05 param-recert-days         PIC 9(5).
            05 param-tolerance-pct       PIC 9(3)V9.
            05 param-input-source        PIC X(6).
            05 param-load-source         PIC X(6).

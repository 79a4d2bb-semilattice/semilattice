           02 ws-period-path           PIC X(200).
           02 ws-calibration-path      PIC X(200).
           02 ws-site-index-path       PIC X(200).
           02 ws-return-path           PIC X(200).
           02 ws-return-register-path  PIC X(200).
           02 ws-site-history-path     PIC X(200).
           02 ws-site-txn-path         PIC X(200).
           02 ws-qc-exceptions-path    PIC X(200).
           02 ws-backup-path           PIC X(200).
           02 ws-backup-catalog-path   PIC X(200).
           02 ws-annual-max-path       PIC X(200).
           02 ws-alert-register-path   PIC X(200).
           02 ws-escalation-path       PIC X(200).
           02 ws-maintenance-path      PIC X(200).
           02 ws-ack-path              PIC X(200).
           02 ws-ack-work-path         PIC X(200).
           02 ws-log-index-path        PIC X(200).

      ******************************************************************
      * See the corresponding file control entry for more information. *
      * Fixed columns: the register item id, ALERT or WATCH, the site, *
      * when the item was raised, how many minutes it had gone         *
      * unacknowledged, when it was escalated, and the alert or        *
      * flood-watch line itself.                                       *
      ******************************************************************
       FD fd-escalation.
       01 fs-escalation-record.
           02 fs-esc-item-id           PIC X(22).
           02 FILLER                   PIC X.
           02 fs-esc-kind              PIC X(5).
           02 FILLER                   PIC X.
           02 fs-esc-site              PIC X(10).
           02 FILLER                   PIC X.
           02 fs-esc-raised            PIC X(21).
           02 FILLER                   PIC X.
           02 fs-esc-minutes           PIC 9(5).
           02 FILLER                   PIC X.
           02 fs-esc-escalated         PIC X(21).
           02 FILLER                   PIC X.
           02 fs-esc-detail            PIC X(132).

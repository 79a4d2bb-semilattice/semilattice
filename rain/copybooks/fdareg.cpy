      ******************************************************************
      * See the corresponding file control entry for more information. *
      * Fixed columns: the item id, the action this line records, when *
      * and by whom (the operator's id, or the raising program's name  *
      * for an OPEN or ESCALATED line), then the item itself - ALERT   *
      * or WATCH, its site, when it was raised - the operator's action *
      * note, and the alert or flood-watch line exactly as it was      *
      * written. Every line carries the whole item, so any one line    *
      * read alone says what it is about.                              *
      ******************************************************************
       FD fd-alert-register.
       01 fs-alert-register-record.
           02 fs-areg-item-id          PIC X(22).
           02 FILLER                   PIC X.
           02 fs-areg-action           PIC X(12).
           02 FILLER                   PIC X.
           02 fs-areg-action-ts        PIC X(21).
           02 FILLER                   PIC X.
           02 fs-areg-operator         PIC X(10).
           02 FILLER                   PIC X.
           02 fs-areg-kind             PIC X(5).
           02 FILLER                   PIC X.
           02 fs-areg-site             PIC X(10).
           02 FILLER                   PIC X.
           02 fs-areg-raised           PIC X(21).
           02 FILLER                   PIC X.
           02 fs-areg-note             PIC X(60).
           02 FILLER                   PIC X.
           02 fs-areg-detail           PIC X(132).

      ******************************************************************
      * See the corresponding file control entry for more information. *
      * Fixed columns, one transaction per line: the action, then the  *
      * station's fields in the site master's own column order, then   *
      * the date the change takes effect (blank for today). On a       *
      * CHANGE a blank field is left as it is on the master; a         *
      * DECOMMISSION needs only the site code.                         *
      ******************************************************************
       FD fd-site-txn.
       01 fs-site-txn-record.
           02 fs-stx-action            PIC X(12).
           02 FILLER                   PIC X.
           02 fs-stx-code              PIC X(10).
           02 FILLER                   PIC X.
           02 fs-stx-name              PIC X(30).
           02 FILLER                   PIC X.
           02 fs-stx-basin             PIC X(20).
           02 FILLER                   PIC X.
           02 fs-stx-latitude          PIC X(9).
           02 FILLER                   PIC X.
           02 fs-stx-longitude         PIC X(10).
           02 FILLER                   PIC X.
           02 fs-stx-commissioned      PIC X(8).
           02 FILLER                   PIC X.
           02 fs-stx-effective         PIC X(8).

      ******************************************************************
      * See the corresponding file control entry for more information. *
      * Fixed columns: the site code, the action, the effective date   *
      * (YYYYMMDD), the timestamp the change was recorded, the         *
      * operator, then the station's fields before the change and      *
      * after it in the site master's own column order. An ADD has a   *
      * blank before image.                                            *
      ******************************************************************
       FD fd-site-history.
       01 fs-site-history-record.
           02 fs-sh-code               PIC X(10).
           02 FILLER                   PIC X.
           02 fs-sh-action             PIC X(12).
           02 FILLER                   PIC X.
           02 fs-sh-effective          PIC X(8).
           02 FILLER                   PIC X.
           02 fs-sh-recorded           PIC X(21).
           02 FILLER                   PIC X.
           02 fs-sh-operator           PIC X(10).
           02 FILLER                   PIC X.
           02 fs-sh-before.
               03 fs-shb-name          PIC X(30).
               03 FILLER               PIC X.
               03 fs-shb-basin         PIC X(20).
               03 FILLER               PIC X.
               03 fs-shb-latitude      PIC X(9).
               03 FILLER               PIC X.
               03 fs-shb-longitude     PIC X(10).
               03 FILLER               PIC X.
               03 fs-shb-status        PIC X.
               03 FILLER               PIC X.
               03 fs-shb-commissioned  PIC X(8).
           02 FILLER                   PIC X.
           02 fs-sh-after.
               03 fs-sha-name          PIC X(30).
               03 FILLER               PIC X.
               03 fs-sha-basin         PIC X(20).
               03 FILLER               PIC X.
               03 fs-sha-latitude      PIC X(9).
               03 FILLER               PIC X.
               03 fs-sha-longitude     PIC X(10).
               03 FILLER               PIC X.
               03 fs-sha-status        PIC X.
               03 FILLER               PIC X.
               03 fs-sha-commissioned  PIC X(8).

      ******************************************************************
      * See the corresponding file control entry for more information. *
      * Fixed columns: the site and capture date, the site's basin,    *
      * the SUSPECT flag and which test it failed (AMOUNT, RATIO, or   *
      * BOTH), the site's RAINFALL total for the day, the mean of the  *
      * neighbours that reported that day and how many did, the        *
      * neighbours' codes, and when the check ran.                     *
      ******************************************************************
       FD fd-qc-exceptions.
       01 fs-qc-exception-record.
           02 fs-qcx-site              PIC X(10).
           02 FILLER                   PIC X.
           02 fs-qcx-date              PIC X(8).
           02 FILLER                   PIC X.
           02 fs-qcx-basin             PIC X(20).
           02 FILLER                   PIC X.
           02 fs-qcx-flag              PIC X(7).
           02 FILLER                   PIC X.
           02 fs-qcx-reason            PIC X(6).
           02 FILLER                   PIC X.
           02 fs-qcx-site-total        PIC 9(5)V99.
           02 FILLER                   PIC X.
           02 fs-qcx-neighbour-mean    PIC 9(5)V99.
           02 FILLER                   PIC X.
           02 fs-qcx-neighbour-count   PIC 9.
           02 FILLER                   PIC X.
           02 fs-qcx-neighbours        PIC X(54).
           02 FILLER                   PIC X.
           02 fs-qcx-checked           PIC X(21).

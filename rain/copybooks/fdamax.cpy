      ******************************************************************
      * See the corresponding file control entry for more information. *
      * One line per site, calendar year, and duration: the duration   *
      * label and its length in minutes, the largest accumulation in   *
      * any window of that length ending in the year, the capture      *
      * timestamp of the last reading in that window, and the year's   *
      * status - COMPLETE, INCOMPLETE (too many days without a         *
      * reading to trust the maximum), or TO DATE (the current year,   *
      * complete so far) - with the days reported and expected behind  *
      * it.                                                            *
      ******************************************************************
       FD fd-annual-max.
       01 fs-annual-max-record.
           02 fs-amx-site              PIC X(10).
           02 FILLER                   PIC X.
           02 fs-amx-year              PIC X(4).
           02 FILLER                   PIC X.
           02 fs-amx-duration          PIC X(5).
           02 FILLER                   PIC X.
           02 fs-amx-minutes           PIC 9(4).
           02 FILLER                   PIC X.
           02 fs-amx-maximum           PIC 9(5)V99.
           02 FILLER                   PIC X.
           02 fs-amx-ended-at          PIC X(21).
           02 FILLER                   PIC X.
           02 fs-amx-status            PIC X(10).
           02 FILLER                   PIC X.
           02 fs-amx-days-reported     PIC 9(3).
           02 FILLER                   PIC X.
           02 fs-amx-days-expected     PIC 9(3).

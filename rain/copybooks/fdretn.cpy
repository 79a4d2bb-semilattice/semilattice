      ******************************************************************
      * See the corresponding file control entry for more information. *
      * Every record carries a one-byte type, the same way the feed    *
      * does: the header first, then one detail per site and class,    *
      * then the trailer. Amounts are unsigned display numerics with   *
      * two implied decimals, so the file is plain text the            *
      * authority's own loader can read column for column.             *
      ******************************************************************
       FD fd-return.
       01 fs-return-record.
           02 fs-ret-rec-type          PIC X.
               88 fs-ret-header-rec    VALUE 'H'.
               88 fs-ret-detail-rec    VALUE 'D'.
               88 fs-ret-trailer-rec   VALUE 'T'.
           02 FILLER                   PIC X(99).

      ******************************************************************
      * The header names the month, the submission number (1 for the   *
      * original return, 2 and up for each resubmission after a        *
      * reopen), and the CLOSE record the figures were certified       *
      * under - its timestamp and the operator who ordered it.         *
      ******************************************************************
       01 fs-return-header REDEFINES fs-return-record.
           02 FILLER                   PIC X.
           02 FILLER                   PIC X.
           02 fs-reth-month            PIC X(6).
           02 FILLER                   PIC X.
           02 fs-reth-submission       PIC 9(3).
           02 FILLER                   PIC X.
           02 fs-reth-kind             PIC X(12).
           02 FILLER                   PIC X.
           02 fs-reth-close-timestamp  PIC X(21).
           02 FILLER                   PIC X.
           02 fs-reth-operator         PIC X(10).
           02 FILLER                   PIC X.
           02 fs-reth-created          PIC X(21).
           02 FILLER                   PIC X(20).

      ******************************************************************
      * One detail per site and class: the month's total, the number   *
      * of days that had readings, the largest single day's total,     *
      * and the number of days of the month with no readings at all.   *
      ******************************************************************
       01 fs-return-detail REDEFINES fs-return-record.
           02 FILLER                   PIC X.
           02 FILLER                   PIC X.
           02 fs-retd-site             PIC X(10).
           02 FILLER                   PIC X.
           02 fs-retd-class            PIC X(20).
           02 FILLER                   PIC X.
           02 fs-retd-total            PIC 9(7)V99.
           02 FILLER                   PIC X.
           02 fs-retd-day-count        PIC 9(2).
           02 FILLER                   PIC X.
           02 fs-retd-max-day          PIC 9(5)V99.
           02 FILLER                   PIC X.
           02 fs-retd-missing-days     PIC 9(2).
           02 FILLER                   PIC X(43).

      ******************************************************************
      * The trailer counts the detail records and carries the sum of   *
      * their monthly totals as the hash total.                        *
      ******************************************************************
       01 fs-return-trailer REDEFINES fs-return-record.
           02 FILLER                   PIC X.
           02 FILLER                   PIC X.
           02 fs-rett-record-count     PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-rett-hash-total       PIC 9(11)V99.
           02 FILLER                   PIC X(77).

      ******************************************************************
      * See the corresponding file control entry for more information. *
      * fs-ackw-type is R for a run starting, D for a detail (outcome  *
      * COMMITTED, REJECTED, or HELD, with the reason for the last     *
      * two), B for a batch (outcome its status, count its details),   *
      * or E for a run that stopped after writing its END audit        *
      * record.                                                        *
      ******************************************************************
       FD fd-ack-work.
       01 fs-ack-work-record.
           02 fs-ackw-type             PIC X.
               88 fs-ackw-run          VALUE 'R'.
               88 fs-ackw-detail       VALUE 'D'.
               88 fs-ackw-batch        VALUE 'B'.
               88 fs-ackw-run-end      VALUE 'E'.
           02 FILLER                   PIC X.
           02 fs-ackw-batch-id         PIC X(12).
           02 FILLER                   PIC X.
           02 fs-ackw-feed-seq         PIC 9(10).
           02 FILLER                   PIC X.
           02 fs-ackw-outcome          PIC X(26).
           02 FILLER                   PIC X.
           02 fs-ackw-count            PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackw-site             PIC X(10).
           02 FILLER                   PIC X.
           02 fs-ackw-capture-ts       PIC X(21).
           02 FILLER                   PIC X.
           02 fs-ackw-reason           PIC X(30).

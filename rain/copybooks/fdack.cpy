      ******************************************************************
      * See the corresponding file control entry for more information. *
      * Fixed-column records, told apart by the type in column one.    *
      ******************************************************************
       FD fd-ack.
       01 fs-ack-header.
           02 fs-ackh-type             PIC X.
           02 FILLER                   PIC X.
           02 fs-ackh-created          PIC X(21).
           02 FILLER                   PIC X.
           02 fs-ackh-batches          PIC 9(5).
           02 FILLER                   PIC X.
           02 fs-ackh-details          PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackh-feed             PIC X(100).

       01 fs-ack-batch.
           02 fs-ackb-type             PIC X.
           02 FILLER                   PIC X.
           02 fs-ackb-batch-id         PIC X(12).
           02 FILLER                   PIC X.
           02 fs-ackb-status           PIC X(26).
           02 FILLER                   PIC X.
           02 fs-ackb-details          PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackb-committed        PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackb-rejected         PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackb-duplicates       PIC 9(7).

       01 fs-ack-detail.
           02 fs-ackd-type             PIC X.
           02 FILLER                   PIC X.
           02 fs-ackd-batch-id         PIC X(12).
           02 FILLER                   PIC X.
           02 fs-ackd-feed-seq         PIC 9(10).
           02 FILLER                   PIC X.
           02 fs-ackd-outcome          PIC X(8).
           02 FILLER                   PIC X.
           02 fs-ackd-site             PIC X(10).
           02 FILLER                   PIC X.
           02 fs-ackd-capture-ts       PIC X(21).
           02 FILLER                   PIC X.
           02 fs-ackd-reason           PIC X(30).

       01 fs-ack-trailer.
           02 fs-ackt-type             PIC X.
           02 FILLER                   PIC X.
           02 fs-ackt-batch-records    PIC 9(5).
           02 FILLER                   PIC X.
           02 fs-ackt-detail-records   PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackt-details          PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackt-committed        PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackt-rejected         PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-ackt-duplicates       PIC 9(7).

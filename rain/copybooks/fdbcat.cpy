      ******************************************************************
      * See the corresponding file control entry for more information. *
      * Fixed columns: the generation id (the YYYYMMDDHHMMSS the       *
      * backup started, which also names its directory), the full      *
      * timestamp it started, VERIFIED or FAILED, the count of site    *
      * logs copied and the events across them, and the line counts    *
      * of the batch register and period-control copies.               *
      ******************************************************************
       FD fd-backup-catalog.
       01 fs-backup-catalog-record.
           02 fs-bcat-generation       PIC X(14).
           02 FILLER                   PIC X.
           02 fs-bcat-taken            PIC X(21).
           02 FILLER                   PIC X.
           02 fs-bcat-status           PIC X(8).
           02 FILLER                   PIC X.
           02 fs-bcat-logs             PIC 9(4).
           02 FILLER                   PIC X.
           02 fs-bcat-events           PIC 9(9).
           02 FILLER                   PIC X.
           02 fs-bcat-register-lines   PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-bcat-period-lines     PIC 9(7).

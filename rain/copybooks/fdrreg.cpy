      ******************************************************************
      * See the corresponding file control entry for more information. *
      * One fixed-column line per return issued: the month, its        *
      * submission number, the timestamp and operator of the CLOSE     *
      * record it was certified under, when it was issued, and the     *
      * trailer's record count and hash total.                         *
      ******************************************************************
       FD fd-return-register.
       01 fs-return-register-record.
           02 fs-rreg-month            PIC X(6).
           02 FILLER                   PIC X.
           02 fs-rreg-submission       PIC 9(3).
           02 FILLER                   PIC X.
           02 fs-rreg-close-timestamp  PIC X(21).
           02 FILLER                   PIC X.
           02 fs-rreg-operator         PIC X(10).
           02 FILLER                   PIC X.
           02 fs-rreg-issued           PIC X(21).
           02 FILLER                   PIC X.
           02 fs-rreg-record-count     PIC 9(7).
           02 FILLER                   PIC X.
           02 fs-rreg-hash-total       PIC 9(11)V99.

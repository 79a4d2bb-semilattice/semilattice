      ******************************************************************
      * The item being raised onto the alert register. The raising     *
      * program fills these before pa-register-new-item; the item id   *
      * is made from the kind's first letter, the run's start stamp,   *
      * and the run's own count of items raised, so no two runs can    *
      * hand out the same id.                                          *
      ******************************************************************
       01 ws-areg-new-item.
           02 ws-areg-new-kind         PIC X(5).
           02 ws-areg-new-site         PIC X(10).
           02 ws-areg-new-detail       PIC X(132).
       01 ws-areg-run-stamp            PIC X(14)   VALUE SPACES.
       01 ws-areg-run-seq              PIC 9(7)    VALUE 0.

      ******************************************************************
      * The action to record against the item at ws-ai-idx by          *
      * pa-write-register-action: ACKNOWLEDGED, CLOSED, or ESCALATED,  *
      * who took it, and their note.                                   *
      ******************************************************************
       01 ws-areg-act-action           PIC X(12)   VALUE SPACES.
       01 ws-areg-act-operator         PIC X(10)   VALUE SPACES.
       01 ws-areg-act-note             PIC X(60)   VALUE SPACES.

      ******************************************************************
      * The register loaded as it stood just before ws-areg-as-of (a   *
      * CURRENT-DATE style timestamp; HIGH-VALUES for as it stands     *
      * now): one entry per item still held, oldest first. Closed      *
      * items are squeezed out when the table fills, so its 2000       *
      * entries bound the items outstanding at once, not the           *
      * register's whole history. ws-areg-full is set if even that is  *
      * not enough, and the caller decides what that means for it.     *
      ******************************************************************
       01 ws-areg-items.
           02 ws-ai-count              PIC 9(5)    VALUE 0.
           02 ws-ai-entry              OCCURS 2000 TIMES
                                        INDEXED BY ws-ai-idx.
               03 ws-ai-item-id        PIC X(22).
               03 ws-ai-status         PIC X(12).
                   88 ws-ai-open       VALUE 'OPEN'.
                   88 ws-ai-acknowledged
                                       VALUE 'ACKNOWLEDGED'.
                   88 ws-ai-closed     VALUE 'CLOSED'.
               03 ws-ai-kind           PIC X(5).
               03 ws-ai-site           PIC X(10).
               03 ws-ai-raised         PIC X(21).
               03 ws-ai-escalated      PIC X.
               03 ws-ai-ack-operator   PIC X(10).
               03 ws-ai-ack-ts         PIC X(21).
               03 ws-ai-ack-note       PIC X(60).
               03 ws-ai-detail         PIC X(132).
       01 ws-areg-as-of                PIC X(21)   VALUE HIGH-VALUES.
       01 ws-areg-keep                 PIC 9(5)    COMP.
       01 ws-areg-scan                 PIC 9(5)    COMP.
       01 ws-areg-eof-switch           PIC X       VALUE 'N'.
           88 ws-areg-eof              VALUE 'Y'.
       01 ws-areg-full-switch          PIC X       VALUE 'N'.
           88 ws-areg-full             VALUE 'Y'.
       01 ws-areg-found-switch         PIC X       VALUE 'N'.
           88 ws-areg-found            VALUE 'Y'.

      ******************************************************************
      * Raise the item in ws-areg-new-item onto the alert register as  *
      * OPEN. The raising program's own name stands as the operator.   *
      * The register is opened and closed around the one record, the   *
      * same way the acknowledgement notes are, so the item is on disk *
      * for rainduty and rainescl as soon as it is raised.             *
      ******************************************************************
       pa-register-new-item.
           IF ws-areg-run-stamp = SPACES
               MOVE FUNCTION CURRENT-DATE (1:14) TO ws-areg-run-stamp
           END-IF
           ADD 1 TO ws-areg-run-seq
           MOVE SPACES TO fs-alert-register-record
           STRING ws-areg-new-kind (1:1) DELIMITED BY SIZE
               ws-areg-run-stamp DELIMITED BY SIZE
               ws-areg-run-seq DELIMITED BY SIZE
               INTO fs-areg-item-id
           MOVE 'OPEN' TO fs-areg-action
           MOVE FUNCTION CURRENT-DATE TO fs-areg-action-ts
           MOVE ws-aud-program TO fs-areg-operator
           MOVE ws-areg-new-kind TO fs-areg-kind
           MOVE ws-areg-new-site TO fs-areg-site
           MOVE fs-areg-action-ts TO fs-areg-raised
           MOVE ws-areg-new-detail TO fs-areg-detail
           OPEN EXTEND fd-alert-register
           WRITE fs-alert-register-record
           CLOSE fd-alert-register
           .

      ******************************************************************
      * Record ws-areg-act-action against the item at ws-ai-idx, with  *
      * the operator and note in ws-areg-act-operator and              *
      * ws-areg-act-note, and carry it onto the loaded entry so the    *
      * rest of the run sees the item as it now stands. The register   *
      * is opened and closed around the one record, so the action is   *
      * on disk as soon as it is keyed.                                *
      ******************************************************************
       pa-write-register-action.
           MOVE SPACES TO fs-alert-register-record
           MOVE ws-ai-item-id (ws-ai-idx) TO fs-areg-item-id
           MOVE ws-areg-act-action TO fs-areg-action
           MOVE FUNCTION CURRENT-DATE TO fs-areg-action-ts
           MOVE ws-areg-act-operator TO fs-areg-operator
           MOVE ws-ai-kind (ws-ai-idx) TO fs-areg-kind
           MOVE ws-ai-site (ws-ai-idx) TO fs-areg-site
           MOVE ws-ai-raised (ws-ai-idx) TO fs-areg-raised
           MOVE ws-areg-act-note TO fs-areg-note
           MOVE ws-ai-detail (ws-ai-idx) TO fs-areg-detail
           EVALUATE ws-areg-act-action
               WHEN 'ACKNOWLEDGED'
                   MOVE ws-areg-act-action TO ws-ai-status (ws-ai-idx)
                   MOVE ws-areg-act-operator
                       TO ws-ai-ack-operator (ws-ai-idx)
                   MOVE fs-areg-action-ts TO ws-ai-ack-ts (ws-ai-idx)
                   MOVE ws-areg-act-note TO ws-ai-ack-note (ws-ai-idx)
               WHEN 'CLOSED'
                   MOVE ws-areg-act-action TO ws-ai-status (ws-ai-idx)
               WHEN 'ESCALATED'
                   MOVE 'Y' TO ws-ai-escalated (ws-ai-idx)
           END-EVALUATE
           OPEN EXTEND fd-alert-register
           WRITE fs-alert-register-record
           CLOSE fd-alert-register
           .

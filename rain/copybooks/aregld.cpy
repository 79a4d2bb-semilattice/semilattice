      ******************************************************************
      * Load the alert register as it stood just before ws-areg-as-of  *
      * into ws-areg-items. The register is OPTIONAL: a shop where     *
      * nothing has been raised yet reads as empty. Lines are applied  *
      * in the order they were written, which is each item's own       *
      * order, so an item's status is its latest line before the       *
      * as-of time.                                                    *
      ******************************************************************
       pa-load-alert-register.
           MOVE 0 TO ws-ai-count
           SET ws-areg-full-switch TO 'N'
           SET ws-areg-eof-switch TO 'N'
           OPEN INPUT fd-alert-register
           PERFORM UNTIL ws-areg-eof
               READ fd-alert-register
                   AT END
                       SET ws-areg-eof TO TRUE
                   NOT AT END
                       IF fs-areg-action-ts < ws-areg-as-of
                           PERFORM pa-load-register-line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-alert-register
           .

      ******************************************************************
      * Apply one register line. An OPEN line starts a new entry; any  *
      * other finds its item, searching back from the newest since a   *
      * follow-up line is usually about a recent item. A follow-up to  *
      * an item already squeezed out as closed has nothing left to     *
      * change.                                                        *
      ******************************************************************
       pa-load-register-line.
           IF fs-areg-action = 'OPEN'
               PERFORM pa-add-register-item
           ELSE
               SET ws-areg-found-switch TO 'N'
               PERFORM VARYING ws-ai-idx FROM ws-ai-count BY -1
                       UNTIL ws-ai-idx < 1
                   IF ws-ai-item-id (ws-ai-idx) = fs-areg-item-id
                       SET ws-areg-found TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ws-areg-found
                   EVALUATE fs-areg-action
                       WHEN 'ACKNOWLEDGED'
                           MOVE fs-areg-action
                               TO ws-ai-status (ws-ai-idx)
                           MOVE fs-areg-operator
                               TO ws-ai-ack-operator (ws-ai-idx)
                           MOVE fs-areg-action-ts
                               TO ws-ai-ack-ts (ws-ai-idx)
                           MOVE fs-areg-note
                               TO ws-ai-ack-note (ws-ai-idx)
                       WHEN 'CLOSED'
                           MOVE fs-areg-action
                               TO ws-ai-status (ws-ai-idx)
                       WHEN 'ESCALATED'
                           MOVE 'Y' TO ws-ai-escalated (ws-ai-idx)
                   END-EVALUATE
               END-IF
           END-IF
           .

       pa-add-register-item.
           IF ws-ai-count >= 2000
               PERFORM pa-compact-register-items
           END-IF
           IF ws-ai-count >= 2000
               SET ws-areg-full TO TRUE
           ELSE
               ADD 1 TO ws-ai-count
               SET ws-ai-idx TO ws-ai-count
               MOVE fs-areg-item-id TO ws-ai-item-id (ws-ai-idx)
               MOVE 'OPEN' TO ws-ai-status (ws-ai-idx)
               MOVE fs-areg-kind TO ws-ai-kind (ws-ai-idx)
               MOVE fs-areg-site TO ws-ai-site (ws-ai-idx)
               MOVE fs-areg-raised TO ws-ai-raised (ws-ai-idx)
               MOVE 'N' TO ws-ai-escalated (ws-ai-idx)
               MOVE SPACES TO ws-ai-ack-operator (ws-ai-idx)
               MOVE SPACES TO ws-ai-ack-ts (ws-ai-idx)
               MOVE SPACES TO ws-ai-ack-note (ws-ai-idx)
               MOVE fs-areg-detail TO ws-ai-detail (ws-ai-idx)
           END-IF
           .

      ******************************************************************
      * Squeeze the closed items out of the table, keeping the rest in *
      * the order they were raised.                                    *
      ******************************************************************
       pa-compact-register-items.
           MOVE 0 TO ws-areg-keep
           PERFORM VARYING ws-areg-scan FROM 1 BY 1
                   UNTIL ws-areg-scan > ws-ai-count
               IF NOT ws-ai-closed (ws-areg-scan)
                   ADD 1 TO ws-areg-keep
                   IF ws-areg-keep NOT = ws-areg-scan
                       MOVE ws-ai-entry (ws-areg-scan)
                           TO ws-ai-entry (ws-areg-keep)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ws-areg-keep TO ws-ai-count
           .

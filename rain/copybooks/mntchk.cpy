      ******************************************************************
      * Replay the maintenance calendar whole into                     *
      * ws-maintenance-table: an ENTER adds a window, a CLOSE sets the *
      * end of the window it names. The file is OPTIONAL: a shop that  *
      * has never planned a window reads as empty and nothing is       *
      * treated as maintenance.                                        *
      ******************************************************************
       pa-load-maintenance.
           MOVE 0 TO ws-mw-count
           SET ws-mw-full-switch TO 'N'
           SET ws-mw-eof-switch TO 'N'
           OPEN INPUT fd-maintenance
           PERFORM UNTIL ws-mw-eof
               READ fd-maintenance
                   AT END
                       SET ws-mw-eof TO TRUE
                   NOT AT END
                       PERFORM pa-replay-maintenance-record
               END-READ
           END-PERFORM
           CLOSE fd-maintenance
           .

      ******************************************************************
      * Fold one calendar record into the table. An action this build  *
      * does not know, or a CLOSE for a window that was never entered, *
      * is reported and skipped rather than silently dropped.          *
      ******************************************************************
       pa-replay-maintenance-record.
           EVALUATE fs-mw-action
               WHEN 'ENTER'
                   IF ws-mw-count >= 2000
                       SET ws-mw-full TO TRUE
                   ELSE
                       ADD 1 TO ws-mw-count
                       SET ws-mw-idx TO ws-mw-count
                       MOVE fs-mw-site TO ws-mw-site (ws-mw-idx)
                       MOVE fs-mw-start TO ws-mw-start (ws-mw-idx)
                       MOVE fs-mw-end TO ws-mw-end (ws-mw-idx)
                       MOVE fs-mw-reason TO ws-mw-reason (ws-mw-idx)
                       MOVE fs-mw-crew TO ws-mw-crew (ws-mw-idx)
                   END-IF
               WHEN 'CLOSE'
                   SET ws-mw-found-switch TO 'N'
                   PERFORM VARYING ws-mw-idx FROM 1 BY 1
                           UNTIL ws-mw-idx > ws-mw-count
                       IF ws-mw-site (ws-mw-idx) = fs-mw-site
                               AND ws-mw-start (ws-mw-idx)
                                   = fs-mw-start
                           MOVE fs-mw-end TO ws-mw-end (ws-mw-idx)
                           SET ws-mw-found TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT ws-mw-found AND NOT ws-mw-full
                       DISPLAY FUNCTION TRIM (ws-aud-program)
                           ': maintenance CLOSE for ' fs-mw-site
                           ' window ' fs-mw-start
                           ' with no ENTER, skipping'
                   END-IF
               WHEN OTHER
                   DISPLAY FUNCTION TRIM (ws-aud-program)
                       ': unknown maintenance action ' fs-mw-action
                       ' for ' fs-mw-site ', skipping'
           END-EVALUATE
           .

      ******************************************************************
      * Whether ws-mw-check-site was in a maintenance window at the    *
      * minute in ws-mw-check-ts. When it was, ws-mw-idx is left on    *
      * the window.                                                    *
      ******************************************************************
       pa-check-maintenance.
           SET ws-maintenance-switch TO 'N'
           PERFORM VARYING ws-mw-idx FROM 1 BY 1
                   UNTIL ws-mw-idx > ws-mw-count
               IF ws-mw-site (ws-mw-idx) = ws-mw-check-site
                       AND ws-mw-start (ws-mw-idx) <= ws-mw-check-ts
                       AND (ws-mw-end (ws-mw-idx) = SPACES
                           OR ws-mw-check-ts < ws-mw-end (ws-mw-idx))
                   SET ws-in-maintenance TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * How many minutes of the span from ws-mw-check-from to          *
      * ws-mw-check-to ws-mw-check-site spent in maintenance windows,  *
      * in ws-mw-covered-minutes. A site's windows never overlap, so   *
      * the pieces simply add up.                                      *
      ******************************************************************
       pa-measure-maintenance.
           MOVE 0 TO ws-mw-covered-minutes
           PERFORM VARYING ws-mw-idx FROM 1 BY 1
                   UNTIL ws-mw-idx > ws-mw-count
               IF ws-mw-site (ws-mw-idx) = ws-mw-check-site
                   IF ws-mw-start (ws-mw-idx) > ws-mw-check-from
                       MOVE ws-mw-start (ws-mw-idx) TO ws-mw-lo
                   ELSE
                       MOVE ws-mw-check-from TO ws-mw-lo
                   END-IF
                   IF ws-mw-end (ws-mw-idx) = SPACES
                           OR ws-mw-end (ws-mw-idx) > ws-mw-check-to
                       MOVE ws-mw-check-to TO ws-mw-hi
                   ELSE
                       MOVE ws-mw-end (ws-mw-idx) TO ws-mw-hi
                   END-IF
                   IF ws-mw-lo < ws-mw-hi
                       MOVE ws-mw-lo TO ws-mw-conv
                       PERFORM pa-mw-to-minutes
                       MOVE ws-mw-minutes TO ws-mw-lo-minutes
                       MOVE ws-mw-hi TO ws-mw-conv
                       PERFORM pa-mw-to-minutes
                       COMPUTE ws-mw-covered-minutes =
                           ws-mw-covered-minutes
                           + ws-mw-minutes - ws-mw-lo-minutes
                   END-IF
               END-IF
           END-PERFORM
           .

       pa-mw-to-minutes.
           COMPUTE ws-mw-minutes =
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (ws-mw-conv (1:8))) * 1440)
               + (FUNCTION NUMVAL (ws-mw-conv (9:2)) * 60)
               + FUNCTION NUMVAL (ws-mw-conv (11:2))
           .

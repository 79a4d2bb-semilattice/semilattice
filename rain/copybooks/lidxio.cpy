      ******************************************************************
      * The capture-time index lives beside the log at ws-log-path,    *
      * under the same name plus .idx.                                 *
      ******************************************************************
       pa-set-log-index-path.
           MOVE SPACES TO ws-log-index-path OF ws-config
           STRING ws-log-path OF ws-config DELIMITED BY SPACE
               '.idx' DELIMITED BY SIZE
               INTO ws-log-index-path OF ws-config
           .

      ******************************************************************
      * Open the index of the log at ws-log-path for a program about   *
      * to commit to that log, with the log's checkpoint already in    *
      * ws-checkpoint-record. A log with nothing committed yet gets a  *
      * fresh index on the spot. Any index that does not match the log *
      * stops the run before a single reading is committed: a reading  *
      * committed to the log but not to its index would be invisible   *
      * to every report that reads in time order and to the duplicate  *
      * check, so the index is rebuilt with rainlidx first.            *
      ******************************************************************
       pa-open-log-index-update.
           PERFORM pa-set-log-index-path
           MOVE SPACE TO ws-lx-state
           OPEN I-O fd-log-index
           EVALUATE ws-lx-status
               WHEN '00'
                   PERFORM pa-check-index-control
               WHEN '05'
                   IF ws-chk-last-key OF ws-checkpoint-record > 2
                       SET ws-lx-missing TO TRUE
                   ELSE
                       MOVE ws-chk-last-key OF ws-checkpoint-record
                           TO ws-lx-through-key
                       PERFORM pa-write-index-control
                       SET ws-lx-good TO TRUE
                   END-IF
               WHEN OTHER
                   SET ws-lx-unreadable TO TRUE
           END-EVALUATE
           IF NOT ws-lx-good
               PERFORM pa-report-index-state
               CLOSE fd-log-index
               CLOSE fd-log
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Open the index of the log at ws-log-path for reading, with the *
      * log's checkpoint already in ws-checkpoint-record, and set      *
      * ws-lx-state for the caller to act on. A log with nothing       *
      * committed needs no index, and reads as empty without one.      *
      ******************************************************************
       pa-open-log-index-read.
           PERFORM pa-set-log-index-path
           MOVE SPACE TO ws-lx-state
           OPEN INPUT fd-log-index
           EVALUATE ws-lx-status
               WHEN '00'
                   PERFORM pa-check-index-control
               WHEN '05'
                   IF ws-chk-last-key OF ws-checkpoint-record > 2
                       SET ws-lx-missing TO TRUE
                   ELSE
                       SET ws-lx-good TO TRUE
                   END-IF
               WHEN OTHER
                   SET ws-lx-unreadable TO TRUE
           END-EVALUATE
           .

       pa-close-log-index.
           CLOSE fd-log-index
           .

      ******************************************************************
      * Read the control record and hold its key against the log's     *
      * checkpoint. The index may run one key ahead of the checkpoint: *
      * a commit adds the event to the log and then to the index, and  *
      * the checkpoint is rewritten after both, so a run stopped in    *
      * between leaves an entry for an event the log holds past its    *
      * checkpoint. The restart commits that event again at the same   *
      * key and finds both already written. Anything further apart is  *
      * an index of some other generation of the log.                  *
      ******************************************************************
       pa-check-index-control.
           MOVE LOW-VALUES TO fs-lx-key
           READ fd-log-index
               INVALID KEY
                   SET ws-lx-incomplete TO TRUE
               NOT INVALID KEY
                   MOVE fs-lxc-through-key TO ws-lx-through-key
                   IF ws-lx-through-key
                           < ws-chk-last-key OF ws-checkpoint-record
                       OR ws-lx-through-key
                           > ws-chk-last-key OF ws-checkpoint-record
                               + 1
                       SET ws-lx-stale TO TRUE
                   ELSE
                       SET ws-lx-good TO TRUE
                   END-IF
           END-READ
           .

      ******************************************************************
      * Say what is wrong with the index ws-lx-state describes, and    *
      * what puts it right.                                            *
      ******************************************************************
       pa-report-index-state.
           EVALUATE TRUE
               WHEN ws-lx-missing
                   DISPLAY FUNCTION TRIM (ws-aud-program)
                       ': ' FUNCTION TRIM (ws-log-path OF ws-config)
                       ' holds events but has no capture-time index'
                       ' - build it with rainlidx'
               WHEN ws-lx-incomplete
                   DISPLAY FUNCTION TRIM (ws-aud-program)
                       ': the capture-time index '
                       FUNCTION TRIM (ws-log-index-path OF ws-config)
                       ' was never finished - rebuild it with rainlidx'
               WHEN ws-lx-stale
                   MOVE ws-lx-through-key TO ws-lx-key-disp
                   MOVE ws-chk-last-key OF ws-checkpoint-record
                       TO ws-lx-last-disp
                   DISPLAY FUNCTION TRIM (ws-aud-program)
                       ': the capture-time index '
                       FUNCTION TRIM (ws-log-index-path OF ws-config)
                       ' runs to key ' FUNCTION TRIM (ws-lx-key-disp)
                       ' but the log to key '
                       FUNCTION TRIM (ws-lx-last-disp)
                       ' - rebuild it with rainlidx'
               WHEN OTHER
                   DISPLAY FUNCTION TRIM (ws-aud-program)
                       ': cannot open the capture-time index '
                       FUNCTION TRIM (ws-log-index-path OF ws-config)
                       ', status ' ws-lx-status
           END-EVALUATE
           .

      ******************************************************************
      * Add the event just committed from ws-current-event at key      *
      * ws-key OF ws-log to the index, and move the control record up  *
      * to that key. Status 22 is the restart case described above -   *
      * the entry is already there. Anything else is a genuine write   *
      * failure and stops the run the same way a failed log write      *
      * does, before the checkpoint can move past the event.           *
      ******************************************************************
       pa-index-event.
           MOVE ws-site-code OF ws-current-event TO fs-lx-site
           MOVE ws-capture-timestamp OF ws-current-event
               TO fs-lx-capture-ts
           MOVE ws-key OF ws-log TO fs-lx-log-key
           MOVE ws-class OF ws-current-event TO fs-lx-class
           MOVE ws-value OF ws-current-event TO fs-lx-value
           WRITE fs-log-index-record
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF ws-lx-status NOT = '00' AND ws-lx-status NOT = '22'
               DISPLAY FUNCTION TRIM (ws-aud-program)
                   ': fatal error indexing event at key '
                   ws-key OF ws-log ', status ' ws-lx-status
               CLOSE fd-log-index
               CLOSE fd-log
               MOVE 20 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           MOVE ws-key OF ws-log TO ws-lx-through-key
           PERFORM pa-write-index-control
           .

      ******************************************************************
      * Rewrite the control record with ws-lx-through-key, writing it  *
      * in the first place on an index that has none yet.              *
      ******************************************************************
       pa-write-index-control.
           MOVE LOW-VALUES TO fs-lxc-key
           MOVE ws-lx-through-key TO fs-lxc-through-key
           REWRITE fs-lx-control-record
               INVALID KEY
                   WRITE fs-lx-control-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE
           IF ws-lx-status NOT = '00'
               DISPLAY FUNCTION TRIM (ws-aud-program)
                   ': fatal error writing the control record of '
                   FUNCTION TRIM (ws-log-index-path OF ws-config)
                   ', status ' ws-lx-status
               CLOSE fd-log-index
               CLOSE fd-log
               MOVE 20 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Position the index on ws-lx-site's first reading captured at   *
      * or after ws-lx-from-ts (spaces for its very first), ready for  *
      * pa-read-log-index-next. ws-lx-eof is set when there is none.   *
      ******************************************************************
       pa-start-log-index.
           SET ws-lx-eof-switch TO 'N'
           SET ws-lx-entry-switch TO 'N'
           MOVE ws-lx-site TO fs-lx-site
           MOVE ws-lx-from-ts TO fs-lx-capture-ts
           MOVE 0 TO fs-lx-log-key
           START fd-log-index KEY IS NOT LESS THAN fs-lx-key
               INVALID KEY
                   SET ws-lx-eof TO TRUE
           END-START
           .

      ******************************************************************
      * Return the next entry of ws-lx-site in time order in           *
      * ws-lx-entry, or set ws-lx-eof once the site's entries run out. *
      * An entry for an event past the log's checkpoint - the one a    *
      * stopped run may leave - is passed over, the same as a walk of  *
      * the log by key never reaches that event.                       *
      ******************************************************************
       pa-read-log-index-next.
           SET ws-lx-entry-switch TO 'N'
           PERFORM UNTIL ws-lx-eof OR ws-lx-entry-found
               READ fd-log-index NEXT RECORD
                   AT END
                       SET ws-lx-eof TO TRUE
                   NOT AT END
                       IF fs-lx-site NOT = ws-lx-site
                           SET ws-lx-eof TO TRUE
                       ELSE
                           IF fs-lx-log-key
                                   <= ws-chk-last-key
                                       OF ws-checkpoint-record
                               SET ws-lx-entry-found TO TRUE
                               MOVE fs-lx-capture-ts
                                   TO ws-lx-capture-ts
                               MOVE fs-lx-log-key TO ws-lx-log-key
                               MOVE fs-lx-class TO ws-lx-class
                               MOVE fs-lx-value TO ws-lx-value
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

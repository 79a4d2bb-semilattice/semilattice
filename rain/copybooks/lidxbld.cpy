      ******************************************************************
      * Build the capture-time index of the log at ws-log-path from    *
      * the log itself: one entry for every event from key 3 through   *
      * the checkpoint's last committed key, then the control record.  *
      * The log must start with the magic event and hold its           *
      * checkpoint at key 2, as every program that commits to it       *
      * checks. The index is built at its real name plus .build, the   *
      * way rainsite builds the keyed site master, and ws-lx-built     *
      * says whether it got to the end; pa-install-log-index then      *
      * renames it into place, or pa-remove-log-index-build throws it  *
      * away, and either leaves ws-log-index-path at the real name.    *
      * ws-lx-entries counts the entries written and ws-lx-last-key    *
      * is the log's last committed key.                               *
      ******************************************************************
       pa-build-log-index.
           SET ws-lx-build-switch TO 'N'
           MOVE 0 TO ws-lx-entries
           MOVE 0 TO ws-lx-last-key
           PERFORM pa-set-log-index-path
           MOVE ws-log-index-path OF ws-config TO ws-lx-final-path
           MOVE SPACES TO ws-log-index-path OF ws-config
           STRING ws-lx-final-path DELIMITED BY SPACE
               '.build' DELIMITED BY SIZE
               INTO ws-log-index-path OF ws-config

           OPEN INPUT fd-log
           IF ws-log-status OF ws-log NOT = '00'
               DISPLAY FUNCTION TRIM (ws-aud-program)
                   ': cannot open log '
                   FUNCTION TRIM (ws-log-path OF ws-config)
                   ', status ' ws-log-status OF ws-log
           ELSE
               MOVE 1 TO ws-key OF ws-log
               MOVE SPACES TO ws-current-event
               READ fd-log
                   NOT INVALID KEY
                       MOVE fs-current-event TO ws-current-event
               END-READ
               IF ws-current-event IS NOT EQUAL TO ws-magic-event
                   DISPLAY FUNCTION TRIM (ws-aud-program)
                       ': log does not start with the magic event: '
                       FUNCTION TRIM (ws-log-path OF ws-config)
               ELSE
                   MOVE 2 TO ws-key OF ws-log
                   READ fd-log
                       INVALID KEY
                           MOVE SPACES TO fs-chk-marker
                   END-READ
                   IF fs-chk-marker OF fs-checkpoint-record
                           = 'CHECKPOINT'
                       MOVE fs-checkpoint-record
                           TO ws-checkpoint-record
                       MOVE ws-chk-last-key OF ws-checkpoint-record
                           TO ws-lx-last-key
                       PERFORM pa-write-log-index
                   ELSE
                       DISPLAY FUNCTION TRIM (ws-aud-program)
                           ': key 2 is not a checkpoint record in '
                           FUNCTION TRIM (ws-log-path OF ws-config)
                   END-IF
               END-IF
           END-IF
           CLOSE fd-log
           .

      ******************************************************************
      * Write the scratch index from the open log. The control record  *
      * goes last, so a build that stops part way is recognized as     *
      * unfinished should it ever be installed.                        *
      ******************************************************************
       pa-write-log-index.
           OPEN OUTPUT fd-log-index
           IF ws-lx-status NOT = '00'
               DISPLAY FUNCTION TRIM (ws-aud-program)
                   ': cannot create the capture-time index '
                   FUNCTION TRIM (ws-log-index-path OF ws-config)
                   ', status ' ws-lx-status
           ELSE
               SET ws-lx-built TO TRUE
               PERFORM VARYING ws-lx-build-key FROM 3 BY 1
                       UNTIL ws-lx-build-key > ws-lx-last-key
                           OR NOT ws-lx-built
                   MOVE ws-lx-build-key TO ws-key OF ws-log
                   READ fd-log
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM pa-write-index-entry
                   END-READ
               END-PERFORM
               IF ws-lx-built
                   MOVE LOW-VALUES TO fs-lxc-key
                   MOVE ws-lx-last-key TO fs-lxc-through-key
                   WRITE fs-lx-control-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF ws-lx-status NOT = '00'
                       DISPLAY FUNCTION TRIM (ws-aud-program)
                           ': cannot write the control record of '
                           FUNCTION TRIM
                               (ws-log-index-path OF ws-config)
                           ', status ' ws-lx-status
                       SET ws-lx-build-switch TO 'N'
                   END-IF
               END-IF
               CLOSE fd-log-index
           END-IF
           .

      ******************************************************************
      * Key the event just read from the log. Every log key is written *
      * once, so any status but 00 is a genuine write failure and ends *
      * the build unfinished.                                          *
      ******************************************************************
       pa-write-index-entry.
           MOVE fs-site-code OF fs-current-event TO fs-lx-site
           MOVE fs-capture-timestamp OF fs-current-event
               TO fs-lx-capture-ts
           MOVE ws-lx-build-key TO fs-lx-log-key
           MOVE fs-class OF fs-current-event TO fs-lx-class
           MOVE fs-value OF fs-current-event TO fs-lx-value
           WRITE fs-log-index-record
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF ws-lx-status = '00'
               ADD 1 TO ws-lx-entries
           ELSE
               DISPLAY FUNCTION TRIM (ws-aud-program)
                   ': cannot index the event at key '
                   ws-lx-build-key ' of '
                   FUNCTION TRIM (ws-log-path OF ws-config)
                   ', status ' ws-lx-status
               SET ws-lx-build-switch TO 'N'
           END-IF
           .

      ******************************************************************
      * Move the finished build over the live index.                   *
      ******************************************************************
       pa-install-log-index.
           MOVE SPACES TO ws-lx-shell-command
           STRING 'mv ' DELIMITED BY SIZE
               ws-log-index-path OF ws-config DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ws-lx-final-path DELIMITED BY SPACE
               INTO ws-lx-shell-command
           CALL 'SYSTEM' USING ws-lx-shell-command
           MOVE 0 TO RETURN-CODE
           MOVE ws-lx-final-path TO ws-log-index-path OF ws-config
           .

      ******************************************************************
      * Throw away a build that is not to be installed, so a stray     *
      * .build file cannot be mistaken for work in progress.           *
      ******************************************************************
       pa-remove-log-index-build.
           MOVE SPACES TO ws-lx-shell-command
           STRING 'rm -f ' DELIMITED BY SIZE
               ws-log-index-path OF ws-config DELIMITED BY SPACE
               INTO ws-lx-shell-command
           CALL 'SYSTEM' USING ws-lx-shell-command
           MOVE 0 TO RETURN-CODE
           MOVE ws-lx-final-path TO ws-log-index-path OF ws-config
           .

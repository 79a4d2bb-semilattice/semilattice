
           COPY fcperd.

           COPY fcmntw.

           COPY fcsitx.

           COPY fcaud.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdperd.

           COPY fdmntw.

           COPY fdsitx.

           COPY fdaud.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wsperd.

           COPY wsmntw.

           COPY wslidx.

      ******************************************************************
      * Corrections are small, hand-prepared files, so they are read   *
      * whole into this table up front and searched linearly for each  *
           PERFORM pa-read-rework-config
           PERFORM pa-open-site-master
           PERFORM pa-load-periods
           PERFORM pa-load-maintenance
           IF ws-mw-full
               DISPLAY 'RAINSUSP: more than 2000 windows on the '
                   'maintenance calendar, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           PERFORM pa-load-corrections
           PERFORM pa-open-log
           PERFORM pa-process-suspense
           PERFORM pa-clear-rework-checkpoint
           PERFORM pa-close-log-index
           CLOSE fd-log
           PERFORM pa-install-suspense-next
           PERFORM pa-close-site-master

           COPY perchk.

           COPY mntchk.

           COPY audwrt.

           COPY lidxio.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *

           COMPUTE ws-next-key =
               ws-chk-last-key OF ws-checkpoint-record + 1
           PERFORM pa-open-log-index-update

      ******************************************************************
      * A checkpoint written before rework checkpointing existed has   *
               END-IF
           END-IF

      ******************************************************************
      * A reworked reading captured inside a planned maintenance       *
      * window is still the crew's test tip and is carried forward     *
      * with a MAINTENANCE reason. If the window was entered wrongly   *
      * and the readings were real rain, the operator closes it at     *
      * the right time with rainmntw and the next rework commits them. *
      ******************************************************************
           IF ws-event-accepted
               MOVE ws-site-code OF ws-current-event
                   TO ws-mw-check-site
               MOVE ws-capture-timestamp OF ws-current-event (1:12)
                   TO ws-mw-check-ts
               PERFORM pa-check-maintenance
               IF ws-in-maintenance
                   MOVE 'MAINTENANCE' TO ws-reject-reason
                   SET ws-event-rejected TO TRUE
               END-IF
           END-IF

           IF ws-event-accepted
               IF ws-susp-seq > ws-chk-last-susp-seq
                       OF ws-checkpoint-record
      * already in the log, so it counts as written and the            *
      * checkpoint catches up past it; anything else is a genuine      *
      * write failure and stops the run hard rather than advancing     *
      * the checkpoint past a record that never made it in. The event  *
      * is indexed by capture time straight after the log write, the   *
      * same as the loader does.                                       *
      ******************************************************************
       pa-commit-event.
           MOVE ws-next-key TO ws-key OF ws-log
                   DISPLAY 'RAINSUSP: fatal error writing event at '
                       'key ' ws-next-key ', status '
                       ws-log-status OF ws-log
                   PERFORM pa-close-log-index
                   CLOSE fd-log
                   MOVE 20 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
           END-EVALUATE
           PERFORM pa-index-event

           MOVE ws-next-key TO ws-chk-last-key OF ws-checkpoint-record
           ADD 1 TO ws-next-key

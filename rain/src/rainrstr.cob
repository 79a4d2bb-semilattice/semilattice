       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainrstr.

      ******************************************************************
      * Recovery job. Restores one site's log (RAIN_RESTORE_SITE, or   *
      * the configured RAIN_SITE_CODE) from one backup generation      *
      * rainbkup took (RAIN_RESTORE_GENERATION, or the newest          *
      * VERIFIED generation on the backup catalogue when unset).       *
      *                                                                *
      * Only a generation catalogued VERIFIED is restored from, and    *
      * its copy of the log is checked again before anything is        *
      * touched - magic event at key 1, checkpoint at key 2, and the   *
      * event count the copy held when it was taken. The live log is   *
      * then set aside beside itself as .pre-restore.YYYYMMDDHHMMSS,   *
      * never deleted, and the copy is staged as .build, counted, and  *
      * moved into place, and the installed log is counted once more.  *
      * Its capture-time index is then built afresh from it and must   *
      * hold exactly the events restored.                              *
      *                                                                *
      * Everything loaded after the generation was taken is gone from  *
      * the restored log, so the run ends by listing the batches on    *
      * the live batch register that were registered after it: those   *
      * are the feeds to run back through rain, with RAIN_REPLAY_SITE  *
      * naming the restored site so rain reloads their readings for    *
      * it alone instead of skipping them as already registered.       *
      * Readings rainsusp reworked into the log after the generation   *
      * are gone too, and no feed holds them any more - their          *
      * suspense lines were used up by the rework - so the rainsusp    *
      * runs that committed to the site since then are listed as well, *
      * for those readings to be recovered from the set-aside log.     *
      *                                                                *
      * A restore writes START and END audit records carrying the      *
      * site and the log path, so it shows up in rainaud beside the    *
      * loads either side of it. The END record also carries how many  *
      * of the events loaded today left the log with the copy set      *
      * aside, and how many of those were over their class's alert     *
      * level, so rainrecn can still balance the night: their audit    *
      * records and alert lines stand, but the events are no longer    *
      * in the log.                                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fclog.

           COPY fcbreg.

           COPY fcbcat.

           COPY fcaud.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdlog.

           COPY fdbreg.

           COPY fdbcat.

           COPY fdaud.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wslog.

           COPY wsevnt.

           COPY wsclas.

           COPY wsaud.

           COPY wslidx.

      ******************************************************************
      * The site being restored (blank for the bare base-path log),    *
      * how it is labelled on the report, and the generation asked     *
      * for.                                                           *
      ******************************************************************
       01 ws-restore-site              PIC X(10)   VALUE SPACES.
       01 ws-site-label                PIC X(10)   VALUE SPACES.
       01 ws-restore-generation        PIC X(14)   VALUE SPACES.

      ******************************************************************
      * The generation's catalogue entry, once found.                  *
      ******************************************************************
       01 ws-cat-found-switch          PIC X       VALUE 'N'.
           88 ws-cat-found             VALUE 'Y'.
       01 ws-cat-eof-switch            PIC X       VALUE 'N'.
           88 ws-cat-eof               VALUE 'Y'.
       01 ws-restore-taken             PIC X(21)   VALUE SPACES.
       01 ws-restore-status            PIC X(8)    VALUE SPACES.
       01 ws-generation-dir            PIC X(200)  VALUE SPACES.

      ******************************************************************
      * Paths: the live log, the backup copy, the staged copy, and     *
      * where the live log is set aside.                               *
      ******************************************************************
       01 ws-live-log-path             PIC X(200)  VALUE SPACES.
       01 ws-backup-log-path           PIC X(200)  VALUE SPACES.
       01 ws-build-log-path            PIC X(200)  VALUE SPACES.
       01 ws-aside-log-path            PIC X(200)  VALUE SPACES.
       01 ws-shell-command             PIC X(420)  VALUE SPACES.
       01 ws-run-stamp                 PIC X(21)   VALUE SPACES.

      ******************************************************************
      * What pa-count-log-events found in the log at ws-log-path, the  *
      * same states rainbkup uses: N no log on disk, B a log whose     *
      * magic event or checkpoint is bad, K a good log, with its       *
      * event count and checkpoint key.                                *
      ******************************************************************
       01 ws-lc-state                  PIC X       VALUE SPACE.
           88 ws-lc-no-log             VALUE 'N'.
           88 ws-lc-bad-log            VALUE 'B'.
           88 ws-lc-good-log           VALUE 'K'.
       01 ws-lc-events                 PIC 9(9)    VALUE 0.
       01 ws-lc-last-key               PIC 9(10)   VALUE 0.
       01 ws-list-key                  PIC 9(10) BINARY.

       01 ws-backup-events             PIC 9(9)    VALUE 0.
       01 ws-backup-last-key           PIC 9(10)   VALUE 0.
       01 ws-restored-events           PIC 9(9)    VALUE 0.

      ******************************************************************
      * The events loaded today, on the day of the restore: what       *
      * pa-count-night-events found in the log at ws-log-path, the     *
      * same for the set-aside live log and the restored log, and the  *
      * difference - the events loaded today that left the log.        *
      ******************************************************************
       01 ws-run-date                  PIC X(8)    VALUE SPACES.
       01 ws-ne-events                 PIC 9(9)    VALUE 0.
       01 ws-ne-over-alert             PIC 9(9)    VALUE 0.
       01 ws-ne-walk-switch            PIC X       VALUE 'N'.
           88 ws-ne-walk-done          VALUE 'Y'.
       01 ws-aside-night-events        PIC 9(9)    VALUE 0.
       01 ws-aside-night-alert         PIC 9(9)    VALUE 0.
       01 ws-restored-night-events     PIC 9(9)    VALUE 0.
       01 ws-restored-night-alert      PIC 9(9)    VALUE 0.
       01 ws-lost-night-events         PIC 9(9)    VALUE 0.
       01 ws-lost-night-alert          PIC 9(9)    VALUE 0.

      ******************************************************************
      * The batches registered after the generation was taken.         *
      ******************************************************************
       01 ws-breg-eof-switch           PIC X       VALUE 'N'.
           88 ws-breg-eof              VALUE 'Y'.
       01 ws-replay-count              PIC 9(7)    VALUE 0.
       01 ws-replay-details            PIC 9(9)    VALUE 0.

      ******************************************************************
      * The rainsusp runs that committed to the site after the         *
      * generation was taken.                                          *
      ******************************************************************
       01 ws-aud-eof-switch            PIC X       VALUE 'N'.
           88 ws-aud-eof               VALUE 'Y'.
       01 ws-rework-runs               PIC 9(7)    VALUE 0.
       01 ws-rework-committed          PIC 9(9)    VALUE 0.

       01 ws-events-disp               PIC ZZZZZZZZ9.
       01 ws-key-disp                  PIC ZZZZZZZZZ9.
       01 ws-count-disp                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           PERFORM pa-read-restore-site
           MOVE 'RAINRSTR' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-read-restore-config
           PERFORM pa-find-generation
           DISPLAY 'RAIN LOG RESTORE FOR ' ws-site-label
               ' FROM GENERATION ' ws-restore-generation
           DISPLAY '  GENERATION TAKEN ' ws-restore-taken
           PERFORM pa-check-backup-copy
           PERFORM pa-set-aside-live-log
           PERFORM pa-install-backup-copy
           PERFORM pa-index-restored-log
           PERFORM pa-count-lost-night-events
           PERFORM pa-list-replay-batches
           PERFORM pa-list-lost-rework
           DISPLAY ' '
           MOVE ws-restored-events TO ws-events-disp
           DISPLAY 'RAINRSTR: ' ws-site-label ' restored with '
               ws-events-disp ' event(s), ' ws-replay-count
               ' batch(es) to replay'
           IF ws-rework-runs > 0
               MOVE ws-rework-committed TO ws-events-disp
               DISPLAY 'RAINRSTR: ' ws-events-disp ' reworked '
                   'reading(s) no longer on the log'
           END-IF
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY clschk.

           COPY audwrt.

           COPY lidxio.

           COPY lidxbld.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record: the events on the backup copy, the events now on   *
      * the live log, the batches listed for replay, and in the        *
      * archived and duplicates fields the events loaded today that    *
      * left the log and how many of them were over their class's      *
      * alert level. Performed at every exit, clean or hard.           *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-backup-events TO ws-aud-read
           MOVE ws-restored-events TO ws-aud-committed
           MOVE ws-replay-count TO ws-aud-exported
           MOVE ws-lost-night-events TO ws-aud-archived
           MOVE ws-lost-night-alert TO ws-aud-duplicates
           MOVE ws-live-log-path TO ws-log-path OF ws-config
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Resolve the site to restore and its live log path before the   *
      * START audit record is written, so the record names them. A     *
      * blank site is the base-path log itself, the same as rain.      *
      ******************************************************************
       pa-read-restore-site.
           MOVE SPACES TO ws-restore-site
           ACCEPT ws-restore-site FROM ENVIRONMENT 'RAIN_RESTORE_SITE'
           IF ws-restore-site = SPACES
               MOVE ws-site-code OF ws-config TO ws-restore-site
           END-IF
           MOVE ws-restore-site TO ws-site-code OF ws-config
           IF ws-restore-site = SPACES
               MOVE '(BASE LOG)' TO ws-site-label
               MOVE ws-log-base-path OF ws-config
                   TO ws-log-path OF ws-config
           ELSE
               MOVE ws-restore-site TO ws-site-label
               MOVE SPACES TO ws-log-path OF ws-config
               STRING ws-log-base-path OF ws-config
                   DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ws-restore-site DELIMITED BY SPACE
                   INTO ws-log-path OF ws-config
           END-IF
           MOVE ws-log-path OF ws-config TO ws-live-log-path
           .

      ******************************************************************
      * Resolve the generation asked for, and the backup and register  *
      * paths the same way rainbkup resolves them.                     *
      ******************************************************************
       pa-read-restore-config.
           MOVE SPACES TO ws-restore-generation
           ACCEPT ws-restore-generation
               FROM ENVIRONMENT 'RAIN_RESTORE_GENERATION'

           MOVE SPACES TO ws-backup-path OF ws-config
           ACCEPT ws-backup-path OF ws-config
               FROM ENVIRONMENT 'RAIN_BACKUP_PATH'
           IF ws-backup-path OF ws-config = SPACES
               MOVE '/tmp/rain-backup' TO ws-backup-path OF ws-config
           END-IF

           MOVE SPACES TO ws-backup-catalog-path OF ws-config
           ACCEPT ws-backup-catalog-path OF ws-config
               FROM ENVIRONMENT 'RAIN_BACKUP_CATALOG_PATH'
           IF ws-backup-catalog-path OF ws-config = SPACES
               STRING ws-backup-path OF ws-config DELIMITED BY SPACE
                   '.catalog' DELIMITED BY SIZE
                   INTO ws-backup-catalog-path OF ws-config
           END-IF

           MOVE SPACES TO ws-batch-register-path OF ws-config
           ACCEPT ws-batch-register-path OF ws-config
               FROM ENVIRONMENT 'RAIN_BATCH_REGISTER_PATH'
           IF ws-batch-register-path OF ws-config = SPACES
               MOVE '/tmp/rain-batch-register'
                   TO ws-batch-register-path OF ws-config
           END-IF
           .

      ******************************************************************
      * Find the generation on the backup catalogue - the one asked    *
      * for, or with none asked for the newest VERIFIED one (the       *
      * catalogue is oldest first, so the last match wins). A          *
      * generation that is not on the catalogue was pruned or never    *
      * finished, and one catalogued FAILED did not verify when it     *
      * was taken; neither is restored from.                           *
      ******************************************************************
       pa-find-generation.
           OPEN INPUT fd-backup-catalog
           PERFORM UNTIL ws-cat-eof
               READ fd-backup-catalog
                   AT END
                       SET ws-cat-eof TO TRUE
                   NOT AT END
                       IF (ws-restore-generation = SPACES
                               AND fs-bcat-status = 'VERIFIED')
                           OR (ws-restore-generation NOT = SPACES
                               AND fs-bcat-generation
                                   = ws-restore-generation)
                           SET ws-cat-found TO TRUE
                           MOVE fs-bcat-generation TO ws-generation-dir
                           MOVE fs-bcat-taken TO ws-restore-taken
                           MOVE fs-bcat-status TO ws-restore-status
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-backup-catalog

           IF NOT ws-cat-found
               IF ws-restore-generation = SPACES
                   DISPLAY 'RAINRSTR: no VERIFIED generation on the '
                       'backup catalogue, nothing to restore from'
               ELSE
                   DISPLAY 'RAINRSTR: generation '
                       ws-restore-generation ' is not on the backup '
                       'catalogue'
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           MOVE ws-generation-dir TO ws-restore-generation
           IF ws-restore-status NOT = 'VERIFIED'
               DISPLAY 'RAINRSTR: generation ' ws-restore-generation
                   ' is catalogued ' ws-restore-status
                   ', choose a VERIFIED one'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           MOVE SPACES TO ws-generation-dir
           STRING ws-backup-path OF ws-config DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               ws-restore-generation DELIMITED BY SIZE
               INTO ws-generation-dir
           .

      ******************************************************************
      * Check the generation's copy of the site's log the same way     *
      * rainbkup checked it when it was taken. A site the generation   *
      * holds no copy of had no log that night, and there is nothing   *
      * to restore it to.                                              *
      ******************************************************************
       pa-check-backup-copy.
           MOVE SPACES TO ws-backup-log-path
           IF ws-restore-site = SPACES
               STRING ws-generation-dir DELIMITED BY SPACE
                   '/log' DELIMITED BY SIZE
                   INTO ws-backup-log-path
           ELSE
               STRING ws-generation-dir DELIMITED BY SPACE
                   '/log.' DELIMITED BY SIZE
                   ws-restore-site DELIMITED BY SPACE
                   INTO ws-backup-log-path
           END-IF
           MOVE ws-backup-log-path TO ws-log-path OF ws-config
           PERFORM pa-count-log-events
           EVALUATE TRUE
               WHEN ws-lc-no-log
                   DISPLAY 'RAINRSTR: generation '
                       ws-restore-generation ' holds no log for '
                       ws-site-label
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               WHEN ws-lc-bad-log
                   DISPLAY 'RAINRSTR: the backup copy '
                       FUNCTION TRIM (ws-backup-log-path)
                       ' has a bad magic event or checkpoint, '
                       'live log left alone'
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               WHEN OTHER
                   MOVE ws-lc-events TO ws-backup-events
                   MOVE ws-lc-last-key TO ws-backup-last-key
                   MOVE ws-backup-events TO ws-events-disp
                   MOVE ws-backup-last-key TO ws-key-disp
                   DISPLAY '  BACKUP COPY VERIFIED ' ws-events-disp
                       ' event(s) to key ' ws-key-disp
           END-EVALUATE
           .

      ******************************************************************
      * Set the live log aside, copied beside itself under a name      *
      * stamped with this run's time, so nothing the restore replaces  *
      * is lost. A site whose log is gone altogether has nothing to    *
      * set aside; a live log whose magic event or checkpoint is bad   *
      * - the usual reason for a restore - is set aside as it is. The  *
      * events it holds that were loaded today are counted first, for  *
      * pa-count-lost-night-events.                                    *
      ******************************************************************
       pa-set-aside-live-log.
           MOVE FUNCTION CURRENT-DATE TO ws-run-stamp
           MOVE ws-run-stamp (1:8) TO ws-run-date
           MOVE ws-live-log-path TO ws-log-path OF ws-config
           PERFORM pa-count-log-events
           IF ws-lc-no-log
               DISPLAY '  LIVE LOG not on disk, nothing to set aside'
           ELSE
               PERFORM pa-count-night-events
               MOVE ws-ne-events TO ws-aside-night-events
               MOVE ws-ne-over-alert TO ws-aside-night-alert
               MOVE SPACES TO ws-aside-log-path
               STRING ws-live-log-path DELIMITED BY SPACE
                   '.pre-restore.' DELIMITED BY SIZE
                   ws-run-stamp (1:14) DELIMITED BY SIZE
                   INTO ws-aside-log-path
               MOVE SPACES TO ws-shell-command
               STRING 'cp ' DELIMITED BY SIZE
                   ws-live-log-path DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   ws-aside-log-path DELIMITED BY SPACE
                   INTO ws-shell-command
               CALL 'SYSTEM' USING ws-shell-command
               MOVE 0 TO RETURN-CODE
               IF ws-lc-good-log
                   MOVE ws-lc-events TO ws-events-disp
                   DISPLAY '  LIVE LOG held ' ws-events-disp
                       ' event(s), set aside as '
                       FUNCTION TRIM (ws-aside-log-path)
               ELSE
                   DISPLAY '  LIVE LOG has a bad magic event or '
                       'checkpoint, set aside as '
                       FUNCTION TRIM (ws-aside-log-path)
               END-IF
           END-IF
           .

      ******************************************************************
      * Stage the backup copy beside the live log, count it, and only  *
      * then move it over the live log - a copy that went wrong on     *
      * the way leaves the live log exactly as it was. The installed   *
      * log is counted once more, the same as the copy. The live log's *
      * capture-time index is removed just before the move: it         *
      * describes the log being replaced, and an index that is simply  *
      * gone is one every program notices.                             *
      ******************************************************************
       pa-install-backup-copy.
           MOVE SPACES TO ws-build-log-path
           STRING ws-live-log-path DELIMITED BY SPACE
               '.build' DELIMITED BY SIZE
               INTO ws-build-log-path
           MOVE SPACES TO ws-shell-command
           STRING 'cp ' DELIMITED BY SIZE
               ws-backup-log-path DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ws-build-log-path DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           MOVE 0 TO RETURN-CODE

           MOVE ws-build-log-path TO ws-log-path OF ws-config
           PERFORM pa-count-log-events
           IF NOT ws-lc-good-log
                   OR ws-lc-events NOT = ws-backup-events
                   OR ws-lc-last-key NOT = ws-backup-last-key
               DISPLAY 'RAINRSTR: staged copy '
                   FUNCTION TRIM (ws-build-log-path)
                   ' does not match the backup, live log left alone'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           MOVE ws-live-log-path TO ws-log-path OF ws-config
           PERFORM pa-set-log-index-path
           MOVE SPACES TO ws-shell-command
           STRING 'rm -f ' DELIMITED BY SIZE
               ws-log-index-path OF ws-config DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO ws-shell-command
           STRING 'mv ' DELIMITED BY SIZE
               ws-build-log-path DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ws-live-log-path DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           MOVE 0 TO RETURN-CODE

           MOVE ws-live-log-path TO ws-log-path OF ws-config
           PERFORM pa-count-log-events
           IF NOT ws-lc-good-log
                   OR ws-lc-events NOT = ws-backup-events
                   OR ws-lc-last-key NOT = ws-backup-last-key
               DISPLAY 'RAINRSTR: restored log '
                   FUNCTION TRIM (ws-live-log-path)
                   ' does not match the backup - the log it replaced '
                   'is at ' FUNCTION TRIM (ws-aside-log-path)
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           MOVE ws-lc-events TO ws-restored-events
           MOVE ws-restored-events TO ws-events-disp
           DISPLAY '  RESTORED LOG VERIFIED ' ws-events-disp
               ' event(s)'
           .

      ******************************************************************
      * Build the restored log's capture-time index and put it in      *
      * place once it holds exactly the events restored. Short of      *
      * that the build is thrown away and the run fails: the log       *
      * itself is restored, but nothing can be replayed into it until  *
      * rainlidx has built its index.                                  *
      ******************************************************************
       pa-index-restored-log.
           MOVE ws-live-log-path TO ws-log-path OF ws-config
           PERFORM pa-build-log-index
           IF ws-lx-built AND ws-lx-entries = ws-restored-events
               PERFORM pa-install-log-index
               MOVE ws-lx-entries TO ws-events-disp
               DISPLAY '  CAPTURE-TIME INDEX BUILT ' ws-events-disp
                   ' event(s)'
           ELSE
               PERFORM pa-remove-log-index-build
               MOVE ws-lx-entries TO ws-events-disp
               DISPLAY 'RAINRSTR: indexed ' ws-events-disp
                   ' of the restored event(s) - build the '
                   'capture-time index of '
                   FUNCTION TRIM (ws-live-log-path)
                   ' with rainlidx before replaying'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Count the events in the log at ws-log-path, the same way       *
      * rainbkup does: magic event and checkpoint first, then every    *
      * occupied key from 3 up to the checkpoint's last committed key. *
      ******************************************************************
       pa-count-log-events.
           SET ws-lc-bad-log TO TRUE
           MOVE 0 TO ws-lc-events
           MOVE 0 TO ws-lc-last-key
           OPEN INPUT fd-log
           EVALUATE ws-log-status OF ws-log
               WHEN '05'
                   SET ws-lc-no-log TO TRUE
                   CLOSE fd-log
               WHEN '00'
                   MOVE 1 TO ws-key OF ws-log
                   MOVE SPACES TO ws-current-event
                   READ fd-log
                       NOT INVALID KEY
                           MOVE fs-current-event TO ws-current-event
                   END-READ
                   IF ws-current-event IS EQUAL TO ws-magic-event
                       MOVE 2 TO ws-key OF ws-log
                       READ fd-log
                           NOT INVALID KEY
                               IF fs-chk-marker OF fs-checkpoint-record
                                       = 'CHECKPOINT'
                                   MOVE fs-checkpoint-record
                                       TO ws-checkpoint-record
                                   SET ws-lc-good-log TO TRUE
                               END-IF
                       END-READ
                   END-IF
                   IF ws-lc-good-log
                       MOVE ws-chk-last-key OF ws-checkpoint-record
                           TO ws-lc-last-key
                       PERFORM VARYING ws-list-key FROM 3 BY 1
                               UNTIL ws-list-key > ws-lc-last-key
                           MOVE ws-list-key TO ws-key OF ws-log
                           READ fd-log
                               NOT INVALID KEY
                                   ADD 1 TO ws-lc-events
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE fd-log
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      ******************************************************************
      * Count the events in the log at ws-log-path that were loaded    *
      * today, and how many of them are over their class's alert       *
      * level, the same way rainrecn counts a night's events. The log  *
      * has just been through pa-count-log-events: a good one is       *
      * walked to its checkpoint, and one whose checkpoint cannot be   *
      * trusted is walked from key 3 to its first empty key.           *
      ******************************************************************
       pa-count-night-events.
           MOVE 0 TO ws-ne-events
           MOVE 0 TO ws-ne-over-alert
           IF NOT ws-lc-no-log
               OPEN INPUT fd-log
               IF ws-log-status OF ws-log = '00'
                   SET ws-ne-walk-switch TO 'N'
                   MOVE 3 TO ws-list-key
                   PERFORM UNTIL ws-ne-walk-done
                       IF ws-lc-good-log
                               AND ws-list-key > ws-lc-last-key
                           SET ws-ne-walk-done TO TRUE
                       ELSE
                           MOVE ws-list-key TO ws-key OF ws-log
                           READ fd-log
                               INVALID KEY
                                   IF NOT ws-lc-good-log
                                       SET ws-ne-walk-done TO TRUE
                                   END-IF
                               NOT INVALID KEY
                                   PERFORM pa-take-night-event
                           END-READ
                           ADD 1 TO ws-list-key
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE fd-log
           END-IF
           .

      ******************************************************************
      * Count the event just read if it was loaded today.              *
      ******************************************************************
       pa-take-night-event.
           IF fs-load-timestamp OF fs-current-event (1:8)
                   = ws-run-date
               ADD 1 TO ws-ne-events
               MOVE fs-current-event TO ws-current-event
               PERFORM pa-lookup-class
               IF ws-class-is-valid
                   IF ws-value OF ws-current-event
                           > ws-class-alert (ws-class-idx)
                       ADD 1 TO ws-ne-over-alert
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * The events loaded today that the restore took out of the log:  *
      * those on the set-aside live log less those the restored copy   *
      * still holds (a generation taken earlier today holds some).     *
      * Their load audit records and alert lines stay on file, so the  *
      * END record carries them for rainrecn.                          *
      ******************************************************************
       pa-count-lost-night-events.
           IF ws-aside-log-path NOT = SPACES
               MOVE ws-live-log-path TO ws-log-path OF ws-config
               PERFORM pa-count-log-events
               PERFORM pa-count-night-events
               MOVE ws-ne-events TO ws-restored-night-events
               MOVE ws-ne-over-alert TO ws-restored-night-alert
               IF ws-aside-night-events > ws-restored-night-events
                   COMPUTE ws-lost-night-events =
                       ws-aside-night-events - ws-restored-night-events
               END-IF
               IF ws-aside-night-alert > ws-restored-night-alert
                   COMPUTE ws-lost-night-alert =
                       ws-aside-night-alert - ws-restored-night-alert
               END-IF
               IF ws-lost-night-events > 0
                   MOVE ws-lost-night-events TO ws-events-disp
                   DISPLAY '  LOADED TODAY ' ws-events-disp
                       ' event(s) left the log with the copy set aside'
               END-IF
           END-IF
           .

      ******************************************************************
      * List every batch on the live register registered after the     *
      * generation was taken. Register and catalogue timestamps are    *
      * both CURRENT-DATE, so they compare on their first sixteen      *
      * characters, down to the hundredth of a second.                 *
      ******************************************************************
       pa-list-replay-batches.
           DISPLAY ' '
           DISPLAY 'BATCHES LOADED AFTER THE GENERATION - REPLAY '
               'THROUGH RAIN WITH RAIN_REPLAY_SITE='
               FUNCTION TRIM (ws-restore-site)
           DISPLAY 'BATCH ID     REGISTERED             READINGS'
           OPEN INPUT fd-batch-register
           PERFORM UNTIL ws-breg-eof
               READ fd-batch-register
                   AT END
                       SET ws-breg-eof TO TRUE
                   NOT AT END
                       IF fs-breg-timestamp (1:16)
                               > ws-restore-taken (1:16)
                           ADD 1 TO ws-replay-count
                           ADD fs-breg-count TO ws-replay-details
                           MOVE fs-breg-count TO ws-count-disp
                           DISPLAY fs-breg-batch-id ' '
                               fs-breg-timestamp ' ' ws-count-disp
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-batch-register
           IF ws-replay-count = 0
               DISPLAY '(none - no batch was loaded after the '
                   'generation was taken)'
           ELSE
               MOVE ws-replay-details TO ws-events-disp
               DISPLAY ws-replay-count ' batch(es), ' ws-events-disp
                   ' reading(s) on their feeds'
           END-IF
           .

      ******************************************************************
      * List the rainsusp runs on the audit trail that ended after the *
      * generation was taken and committed readings to this site. The  *
      * restored log no longer holds those readings and no feed can    *
      * bring them back, so they are to be recovered from the          *
      * set-aside log. Audit and catalogue timestamps are both         *
      * CURRENT-DATE and compare the same way as the register's.       *
      ******************************************************************
       pa-list-lost-rework.
           DISPLAY ' '
           DISPLAY 'REWORK COMMITTED AFTER THE GENERATION - RECOVER '
               'FROM THE SET-ASIDE LOG'
           DISPLAY 'PROGRAM  RUN ENDED              READINGS'
           OPEN INPUT fd-audit
           PERFORM UNTIL ws-aud-eof
               READ fd-audit
                   AT END
                       SET ws-aud-eof TO TRUE
                   NOT AT END
                       IF fs-aud-program = 'RAINSUSP'
                               AND fs-aud-rec-type = 'END'
                               AND fs-aud-site = ws-restore-site
                               AND fs-aud-committed > 0
                               AND fs-aud-timestamp (1:16)
                                   > ws-restore-taken (1:16)
                           ADD 1 TO ws-rework-runs
                           ADD fs-aud-committed TO ws-rework-committed
                           MOVE fs-aud-committed TO ws-count-disp
                           DISPLAY fs-aud-program ' '
                               fs-aud-timestamp ' ' ws-count-disp
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-audit
           IF ws-rework-runs = 0
               DISPLAY '(none - nothing was reworked into the log '
                   'after the generation was taken)'
           ELSE
               MOVE ws-rework-committed TO ws-events-disp
               IF ws-aside-log-path = SPACES
                   DISPLAY ws-rework-runs ' run(s), ' ws-events-disp
                       ' reading(s) - the live log was not on disk '
                       'to set aside, re-enter them by hand'
               ELSE
                   DISPLAY ws-rework-runs ' run(s), ' ws-events-disp
                       ' reading(s) to recover from '
                       FUNCTION TRIM (ws-aside-log-path)
               END-IF
           END-IF
           .

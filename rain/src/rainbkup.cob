       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainbkup.

      ******************************************************************
      * Backup job. Takes one dated generation of everything the       *
      * loader cannot rebuild on its own: every RAIN_SITE_LIST site's  *
      * log, the batch register, and the period-control file, copied   *
      * into a directory named for the moment the run started          *
      * (RAIN_BACKUP_PATH + '.' + YYYYMMDDHHMMSS).                     *
      *                                                                *
      * Nothing is trusted because the copy command said so. Each log  *
      * copy is reopened and must carry the magic event at key 1 and   *
      * a checkpoint at key 2, with the same event count and the same  *
      * last key as the live log it came from; the register and        *
      * period copies must carry the live file's line count. A         *
      * generation that passes every check is catalogued VERIFIED,     *
      * one that fails any is catalogued FAILED and the run ends with  *
      * RETURN-CODE 12.                                                *
      *                                                                *
      * RAIN_BACKUP_KEEP (default 7) verified generations are kept.    *
      * Every generation older than the oldest one kept - verified or  *
      * failed - is removed from disk and dropped from the catalogue,  *
      * so a run of failures never pushes out the last good copies.    *
      *                                                                *
      * The job belongs in the quiet part of the night, after rainrecn *
      * and before the next load: a log rain is writing while it is    *
      * copied will not count the same on both sides and fails the     *
      * generation rather than cataloguing a torn copy.                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fclog.

           COPY fcbreg.

           COPY fcperd.

           COPY fcbcat.

           COPY fcaud.

       DATA DIVISION.

       FILE SECTION.

           COPY fdlog.

           COPY fdbreg.

           COPY fdperd.

           COPY fdbcat.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wslog.

           COPY wsevnt.

           COPY wsaud.

      ******************************************************************
      * RAIN_BACKUP_KEEP, the count of verified generations kept.      *
      ******************************************************************
       01 ws-backup-keep-raw           PIC X(3)    VALUE SPACES.
       01 ws-backup-keep               PIC 9(3)    VALUE 0.

      ******************************************************************
      * RAIN_SITE_LIST, parsed the same way rainrecn parses it. With   *
      * no list, the single configured site (or the bare base-path     *
      * log) is backed up alone.                                       *
      ******************************************************************
       01 ws-site-list-raw             PIC X(2200) VALUE SPACES.
       01 ws-site-list.
           02 ws-site-list-entry       PIC X(10)
                                        OCCURS 200 TIMES
                                        INDEXED BY ws-site-idx.
       01 ws-site-count                PIC 9(4)   VALUE 0.
       01 ws-site-list-ptr             PIC 9(4)   VALUE 1.
       01 ws-site-parse-entry          PIC X(10)  VALUE SPACES.
       01 ws-site-label                PIC X(10)  VALUE SPACES.

      ******************************************************************
      * This run's generation: its id, the full timestamp it started,  *
      * and the directory its copies go into.                          *
      ******************************************************************
       01 ws-generation-id             PIC X(14)   VALUE SPACES.
       01 ws-generation-taken          PIC X(21)   VALUE SPACES.
       01 ws-generation-dir            PIC X(200)  VALUE SPACES.

      ******************************************************************
      * Paths: the live shared files, whose ws-config entries are      *
      * pointed at the copies while those are counted, and the two     *
      * ends of the file being copied.                                 *
      ******************************************************************
       01 ws-live-register-path        PIC X(200)  VALUE SPACES.
       01 ws-live-period-path          PIC X(200)  VALUE SPACES.
       01 ws-live-catalog-path         PIC X(200)  VALUE SPACES.
       01 ws-copy-from                 PIC X(200)  VALUE SPACES.
       01 ws-copy-to                   PIC X(200)  VALUE SPACES.
       01 ws-shell-command             PIC X(420)  VALUE SPACES.

      ******************************************************************
      * What pa-count-log-events found in the log at ws-log-path:      *
      * N no log on disk, B a log whose magic event or checkpoint is   *
      * bad, K a good log, with its event count and checkpoint key.    *
      ******************************************************************
       01 ws-lc-state                  PIC X       VALUE SPACE.
           88 ws-lc-no-log             VALUE 'N'.
           88 ws-lc-bad-log            VALUE 'B'.
           88 ws-lc-good-log           VALUE 'K'.
       01 ws-lc-events                 PIC 9(9)    VALUE 0.
       01 ws-lc-last-key               PIC 9(10)   VALUE 0.
       01 ws-src-events                PIC 9(9)    VALUE 0.
       01 ws-src-last-key              PIC 9(10)   VALUE 0.
       01 ws-list-key                  PIC 9(10) BINARY.

       01 ws-line-count                PIC 9(7)    VALUE 0.
       01 ws-src-lines                 PIC 9(7)    VALUE 0.
       01 ws-breg-eof-switch           PIC X       VALUE 'N'.
           88 ws-breg-eof              VALUE 'Y'.
       01 ws-perd-eof-switch           PIC X       VALUE 'N'.
           88 ws-perd-eof              VALUE 'Y'.

      ******************************************************************
      * The generation's totals, and the run's.                        *
      ******************************************************************
       01 ws-gen-logs                  PIC 9(4)    VALUE 0.
       01 ws-gen-events                PIC 9(9)    VALUE 0.
       01 ws-gen-register-lines        PIC 9(7)    VALUE 0.
       01 ws-gen-period-lines          PIC 9(7)    VALUE 0.
       01 ws-gen-failures              PIC 9(4)    VALUE 0.
       01 ws-events-read               PIC 9(9)    VALUE 0.
       01 ws-files-copied              PIC 9(7)    VALUE 0.
       01 ws-pruned-count              PIC 9(7)    VALUE 0.

      ******************************************************************
      * The backup catalogue, loaded whole, oldest generation first.   *
      * This run's generation is added at the end; pruning clears the  *
      * keep switch of the ones removed, and the catalogue is written  *
      * back from the entries still kept.                              *
      ******************************************************************
       01 ws-catalog.
           02 ws-cat-count             PIC 9(4)    VALUE 0.
           02 ws-cat-entry             OCCURS 500 TIMES
                                        INDEXED BY ws-cat-idx.
               03 ws-cat-generation    PIC X(14).
               03 ws-cat-taken         PIC X(21).
               03 ws-cat-status        PIC X(8).
                   88 ws-cat-verified  VALUE 'VERIFIED'.
               03 ws-cat-logs          PIC 9(4).
               03 ws-cat-events        PIC 9(9).
               03 ws-cat-register-lines
                                       PIC 9(7).
               03 ws-cat-period-lines  PIC 9(7).
               03 ws-cat-keep-switch   PIC X.
                   88 ws-cat-kept      VALUE 'Y'.
       01 ws-cat-eof-switch            PIC X       VALUE 'N'.
           88 ws-cat-eof               VALUE 'Y'.
       01 ws-verified-seen             PIC 9(4)    VALUE 0.
       01 ws-prune-below               PIC 9(4)    VALUE 0.

       01 ws-events-disp               PIC ZZZZZZZZ9.
       01 ws-src-disp                  PIC ZZZZZZZZ9.
       01 ws-key-disp                  PIC ZZZZZZZZZ9.
       01 ws-src-key-disp              PIC ZZZZZZZZZ9.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINBKUP' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-read-backup-config
           PERFORM pa-read-site-list
           PERFORM pa-load-catalog
           PERFORM pa-start-generation
           DISPLAY 'RAIN BACKUP GENERATION ' ws-generation-id
           DISPLAY '  DIRECTORY ' FUNCTION TRIM (ws-generation-dir)
           PERFORM VARYING ws-site-idx FROM 1 BY 1
                   UNTIL ws-site-idx > ws-site-count
               PERFORM pa-backup-site-log
           END-PERFORM
           PERFORM pa-backup-register
           PERFORM pa-backup-periods
           PERFORM pa-record-generation
           PERFORM pa-prune-generations
           PERFORM pa-write-catalog
           DISPLAY ' '
           MOVE ws-gen-events TO ws-events-disp
           DISPLAY 'RAINBKUP: ' ws-gen-logs ' log(s), '
               ws-events-disp ' event(s) copied, '
               ws-pruned-count ' generation(s) pruned'
           IF ws-gen-failures = 0
               DISPLAY 'RAINBKUP: generation ' ws-generation-id
                   ' VERIFIED'
           ELSE
               DISPLAY 'RAINBKUP: generation ' ws-generation-id
                   ' FAILED - ' ws-gen-failures ' copy(ies) did not '
                   'verify, do not restore from it'
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY audwrt.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record: the events read from the live logs, the copies     *
      * that failed verification, the generations pruned, and the      *
      * files copied. The log path column carries the generation's     *
      * directory, so the audit trail says where each backup went.     *
      * Performed at every exit, clean or hard.                        *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-events-read TO ws-aud-read
           MOVE ws-gen-failures TO ws-aud-rejected
           MOVE ws-pruned-count TO ws-aud-archived
           MOVE ws-files-copied TO ws-aud-exported
           IF ws-generation-dir NOT = SPACES
               MOVE ws-generation-dir TO ws-log-path OF ws-config
           END-IF
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Resolve the backup base path, the catalogue that lives next    *
      * to it, the count of verified generations to keep, and the      *
      * batch register path, the same way rain resolves it.            *
      ******************************************************************
       pa-read-backup-config.
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

           MOVE SPACES TO ws-backup-keep-raw
           ACCEPT ws-backup-keep-raw FROM ENVIRONMENT 'RAIN_BACKUP_KEEP'
           IF ws-backup-keep-raw = SPACES
               MOVE 7 TO ws-backup-keep
           ELSE
               COMPUTE ws-backup-keep =
                   FUNCTION NUMVAL (ws-backup-keep-raw)
           END-IF
           IF ws-backup-keep < 1
               DISPLAY 'RAINBKUP: RAIN_BACKUP_KEEP must be at least 1'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
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
      * Parse RAIN_SITE_LIST, if set, the same way rainrecn does. With *
      * no list, the single configured site (blank when none) is the   *
      * one entry, so the copy below treats both modes alike.          *
      ******************************************************************
       pa-read-site-list.
           MOVE SPACES TO ws-site-list-raw
           MOVE SPACES TO ws-site-list
           ACCEPT ws-site-list-raw FROM ENVIRONMENT 'RAIN_SITE_LIST'
           MOVE 0 TO ws-site-count
           MOVE 1 TO ws-site-list-ptr
           PERFORM UNTIL ws-site-list-ptr > 2200
               MOVE SPACES TO ws-site-parse-entry
               UNSTRING ws-site-list-raw DELIMITED BY ALL SPACES
                   INTO ws-site-parse-entry
                   WITH POINTER ws-site-list-ptr
               END-UNSTRING
               IF ws-site-parse-entry NOT = SPACES
                   IF ws-site-count >= 200
                       DISPLAY 'RAINBKUP: more than 200 sites on '
                           'RAIN_SITE_LIST, stopping'
                       MOVE 16 TO RETURN-CODE
                       PERFORM pa-audit-finish
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-site-count
                   SET ws-site-idx TO ws-site-count
                   MOVE ws-site-parse-entry
                       TO ws-site-list-entry (ws-site-idx)
               END-IF
           END-PERFORM
           IF ws-site-count = 0
               MOVE 1 TO ws-site-count
               MOVE ws-site-code OF ws-config
                   TO ws-site-list-entry (1)
           END-IF
           .

      ******************************************************************
      * Read the backup catalogue whole. It is OPTIONAL: the first     *
      * backup ever taken finds none and starts it.                    *
      ******************************************************************
       pa-load-catalog.
           OPEN INPUT fd-backup-catalog
           PERFORM UNTIL ws-cat-eof
               READ fd-backup-catalog
                   AT END
                       SET ws-cat-eof TO TRUE
                   NOT AT END
                       IF ws-cat-count >= 499
                           DISPLAY 'RAINBKUP: more than 499 '
                               'generations on the backup catalogue '
                               '- lower RAIN_BACKUP_KEEP or prune by '
                               'hand, stopping'
                           CLOSE fd-backup-catalog
                           MOVE 16 TO RETURN-CODE
                           PERFORM pa-audit-finish
                           STOP RUN
                       END-IF
                       ADD 1 TO ws-cat-count
                       SET ws-cat-idx TO ws-cat-count
                       MOVE fs-bcat-generation
                           TO ws-cat-generation (ws-cat-idx)
                       MOVE fs-bcat-taken TO ws-cat-taken (ws-cat-idx)
                       MOVE fs-bcat-status
                           TO ws-cat-status (ws-cat-idx)
                       MOVE fs-bcat-logs TO ws-cat-logs (ws-cat-idx)
                       MOVE fs-bcat-events
                           TO ws-cat-events (ws-cat-idx)
                       MOVE fs-bcat-register-lines
                           TO ws-cat-register-lines (ws-cat-idx)
                       MOVE fs-bcat-period-lines
                           TO ws-cat-period-lines (ws-cat-idx)
                       SET ws-cat-kept (ws-cat-idx) TO TRUE
               END-READ
           END-PERFORM
           CLOSE fd-backup-catalog
           .

      ******************************************************************
      * Name this run's generation for the moment it started and make  *
      * its directory. Two runs inside the same second would share a   *
      * directory, so a generation id already on the catalogue stops   *
      * the run rather than mixing two backups together.               *
      ******************************************************************
       pa-start-generation.
           MOVE FUNCTION CURRENT-DATE TO ws-generation-taken
           MOVE ws-generation-taken (1:14) TO ws-generation-id
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-generation (ws-cat-idx) = ws-generation-id
                   DISPLAY 'RAINBKUP: generation ' ws-generation-id
                       ' is already on the catalogue, stopping'
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               END-IF
           END-PERFORM

           MOVE SPACES TO ws-generation-dir
           STRING ws-backup-path OF ws-config DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               ws-generation-id DELIMITED BY SIZE
               INTO ws-generation-dir
           MOVE SPACES TO ws-shell-command
           STRING 'mkdir -p ' DELIMITED BY SIZE
               ws-generation-dir DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           MOVE 0 TO RETURN-CODE
           .

      ******************************************************************
      * Copy the log of the site at ws-site-idx into the generation    *
      * and verify the copy against the live log. A site with no log   *
      * yet has nothing to lose and is only reported. A live log       *
      * whose magic event or checkpoint is already bad is not copied   *
      * - a backup of it could not be restored anyway - and fails the  *
      * generation so the damage is seen tonight, not at restore time. *
      ******************************************************************
       pa-backup-site-log.
           IF ws-site-list-entry (ws-site-idx) = SPACES
               MOVE '(BASE LOG)' TO ws-site-label
               MOVE ws-log-base-path OF ws-config
                   TO ws-log-path OF ws-config
               MOVE SPACES TO ws-copy-to
               STRING ws-generation-dir DELIMITED BY SPACE
                   '/log' DELIMITED BY SIZE
                   INTO ws-copy-to
           ELSE
               MOVE ws-site-list-entry (ws-site-idx) TO ws-site-label
               MOVE SPACES TO ws-log-path OF ws-config
               STRING ws-log-base-path OF ws-config
                   DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ws-site-list-entry (ws-site-idx)
                   DELIMITED BY SPACE
                   INTO ws-log-path OF ws-config
               MOVE SPACES TO ws-copy-to
               STRING ws-generation-dir DELIMITED BY SPACE
                   '/log.' DELIMITED BY SIZE
                   ws-site-list-entry (ws-site-idx)
                   DELIMITED BY SPACE
                   INTO ws-copy-to
           END-IF
           MOVE ws-log-path OF ws-config TO ws-copy-from

           PERFORM pa-count-log-events
           EVALUATE TRUE
               WHEN ws-lc-no-log
                   DISPLAY '  ' ws-site-label ' no log on disk, '
                       'nothing to copy'
               WHEN ws-lc-bad-log
                   DISPLAY '  ' ws-site-label ' FAILED - live log '
                       'magic event or checkpoint is bad, not copied'
                   ADD 1 TO ws-gen-failures
               WHEN OTHER
                   MOVE ws-lc-events TO ws-src-events
                   MOVE ws-lc-last-key TO ws-src-last-key
                   ADD ws-lc-events TO ws-events-read
                   PERFORM pa-copy-file
                   MOVE ws-copy-to TO ws-log-path OF ws-config
                   PERFORM pa-count-log-events
                   MOVE ws-lc-events TO ws-events-disp
                   IF ws-lc-good-log
                           AND ws-lc-events = ws-src-events
                           AND ws-lc-last-key = ws-src-last-key
                       ADD 1 TO ws-gen-logs
                       ADD ws-lc-events TO ws-gen-events
                       DISPLAY '  ' ws-site-label ' VERIFIED '
                           ws-events-disp ' event(s)'
                   ELSE
                       MOVE ws-src-events TO ws-src-disp
                       MOVE ws-lc-last-key TO ws-key-disp
                       MOVE ws-src-last-key TO ws-src-key-disp
                       DISPLAY '  ' ws-site-label ' FAILED - copy '
                           'holds ' ws-events-disp ' event(s) to key '
                           ws-key-disp ', live log ' ws-src-disp
                           ' to key ' ws-src-key-disp
                       ADD 1 TO ws-gen-failures
                   END-IF
           END-EVALUATE
           MOVE ws-copy-from TO ws-log-path OF ws-config
           .

      ******************************************************************
      * Count the events in the log at ws-log-path. The magic event    *
      * and checkpoint are checked first, the same way rain checks     *
      * them before trusting a log; only a log that passes both is     *
      * counted, every occupied key from 3 up to the checkpoint's      *
      * last committed key.                                            *
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
      * Copy ws-copy-from to ws-copy-to. Whether the copy worked is    *
      * judged by the verification that follows, not by the command's  *
      * exit status, so the status is cleared rather than left to      *
      * become the run's RETURN-CODE.                                  *
      ******************************************************************
       pa-copy-file.
           MOVE SPACES TO ws-shell-command
           STRING 'cp ' DELIMITED BY SIZE
               ws-copy-from DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ws-copy-to DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           MOVE 0 TO RETURN-CODE
           ADD 1 TO ws-files-copied
           .

      ******************************************************************
      * Copy the batch register and verify the copy's line count. An   *
      * empty or absent register (a shop that has never loaded a       *
      * batch) has nothing to copy.                                    *
      ******************************************************************
       pa-backup-register.
           MOVE ws-batch-register-path OF ws-config
               TO ws-live-register-path
           PERFORM pa-count-register-lines
           MOVE ws-line-count TO ws-src-lines
           IF ws-src-lines = 0
               DISPLAY '  BATCH REGISTER empty or absent, nothing to '
                   'copy'
           ELSE
               MOVE ws-live-register-path TO ws-copy-from
               MOVE SPACES TO ws-copy-to
               STRING ws-generation-dir DELIMITED BY SPACE
                   '/batch-register' DELIMITED BY SIZE
                   INTO ws-copy-to
               PERFORM pa-copy-file
               MOVE ws-copy-to TO ws-batch-register-path OF ws-config
               PERFORM pa-count-register-lines
               MOVE ws-live-register-path
                   TO ws-batch-register-path OF ws-config
               IF ws-line-count = ws-src-lines
                   MOVE ws-line-count TO ws-gen-register-lines
                   DISPLAY '  BATCH REGISTER VERIFIED ' ws-line-count
                       ' line(s)'
               ELSE
                   DISPLAY '  BATCH REGISTER FAILED - copy holds '
                       ws-line-count ' line(s), live file '
                       ws-src-lines
                   ADD 1 TO ws-gen-failures
               END-IF
           END-IF
           .

       pa-count-register-lines.
           MOVE 0 TO ws-line-count
           SET ws-breg-eof-switch TO 'N'
           OPEN INPUT fd-batch-register
           PERFORM UNTIL ws-breg-eof
               READ fd-batch-register
                   AT END
                       SET ws-breg-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-line-count
               END-READ
           END-PERFORM
           CLOSE fd-batch-register
           .

      ******************************************************************
      * Copy the period-control file and verify the copy's line count, *
      * the same way as the register.                                  *
      ******************************************************************
       pa-backup-periods.
           MOVE ws-period-path OF ws-config TO ws-live-period-path
           PERFORM pa-count-period-lines
           MOVE ws-line-count TO ws-src-lines
           IF ws-src-lines = 0
               DISPLAY '  PERIOD CONTROL empty or absent, nothing to '
                   'copy'
           ELSE
               MOVE ws-live-period-path TO ws-copy-from
               MOVE SPACES TO ws-copy-to
               STRING ws-generation-dir DELIMITED BY SPACE
                   '/period-control' DELIMITED BY SIZE
                   INTO ws-copy-to
               PERFORM pa-copy-file
               MOVE ws-copy-to TO ws-period-path OF ws-config
               PERFORM pa-count-period-lines
               MOVE ws-live-period-path TO ws-period-path OF ws-config
               IF ws-line-count = ws-src-lines
                   MOVE ws-line-count TO ws-gen-period-lines
                   DISPLAY '  PERIOD CONTROL VERIFIED ' ws-line-count
                       ' line(s)'
               ELSE
                   DISPLAY '  PERIOD CONTROL FAILED - copy holds '
                       ws-line-count ' line(s), live file '
                       ws-src-lines
                   ADD 1 TO ws-gen-failures
               END-IF
           END-IF
           .

       pa-count-period-lines.
           MOVE 0 TO ws-line-count
           SET ws-perd-eof-switch TO 'N'
           OPEN INPUT fd-period-control
           PERFORM UNTIL ws-perd-eof
               READ fd-period-control
                   AT END
                       SET ws-perd-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-line-count
               END-READ
           END-PERFORM
           CLOSE fd-period-control
           .

      ******************************************************************
      * Add this run's generation to the end of the catalogue table.   *
      ******************************************************************
       pa-record-generation.
           ADD 1 TO ws-cat-count
           SET ws-cat-idx TO ws-cat-count
           MOVE ws-generation-id TO ws-cat-generation (ws-cat-idx)
           MOVE ws-generation-taken TO ws-cat-taken (ws-cat-idx)
           IF ws-gen-failures = 0
               MOVE 'VERIFIED' TO ws-cat-status (ws-cat-idx)
           ELSE
               MOVE 'FAILED' TO ws-cat-status (ws-cat-idx)
           END-IF
           MOVE ws-gen-logs TO ws-cat-logs (ws-cat-idx)
           MOVE ws-gen-events TO ws-cat-events (ws-cat-idx)
           MOVE ws-gen-register-lines
               TO ws-cat-register-lines (ws-cat-idx)
           MOVE ws-gen-period-lines TO ws-cat-period-lines (ws-cat-idx)
           SET ws-cat-kept (ws-cat-idx) TO TRUE
           .

      ******************************************************************
      * Find the oldest verified generation still inside the keep      *
      * count, walking back from the newest, and remove every          *
      * generation older than it. Failed generations newer than that   *
      * one stay until they age past it, so a bad night is still on    *
      * disk to look at; with fewer verified generations than the      *
      * keep count nothing is removed at all.                          *
      ******************************************************************
       pa-prune-generations.
           MOVE 0 TO ws-verified-seen
           MOVE 0 TO ws-prune-below
           PERFORM VARYING ws-cat-idx FROM ws-cat-count BY -1
                   UNTIL ws-cat-idx < 1
               IF ws-cat-verified (ws-cat-idx)
                   ADD 1 TO ws-verified-seen
                   IF ws-verified-seen = ws-backup-keep
                       SET ws-prune-below TO ws-cat-idx
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx >= ws-prune-below
               PERFORM pa-remove-generation
           END-PERFORM
           .

       pa-remove-generation.
           MOVE SPACES TO ws-copy-to
           STRING ws-backup-path OF ws-config DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               ws-cat-generation (ws-cat-idx) DELIMITED BY SIZE
               INTO ws-copy-to
           MOVE SPACES TO ws-shell-command
           STRING 'rm -rf ' DELIMITED BY SIZE
               ws-copy-to DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO ws-cat-keep-switch (ws-cat-idx)
           ADD 1 TO ws-pruned-count
           DISPLAY '  PRUNED ' ws-cat-generation (ws-cat-idx) ' '
               ws-cat-status (ws-cat-idx)
           .

      ******************************************************************
      * Write the catalogue back from the generations still kept. It   *
      * is built beside the live one and moved over it, so a run that  *
      * stops part way never leaves a half-written catalogue.          *
      ******************************************************************
       pa-write-catalog.
           MOVE ws-backup-catalog-path OF ws-config
               TO ws-live-catalog-path
           MOVE SPACES TO ws-backup-catalog-path OF ws-config
           STRING ws-live-catalog-path DELIMITED BY SPACE
               '.build' DELIMITED BY SIZE
               INTO ws-backup-catalog-path OF ws-config
           OPEN OUTPUT fd-backup-catalog
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-kept (ws-cat-idx)
                   MOVE SPACES TO fs-backup-catalog-record
                   MOVE ws-cat-generation (ws-cat-idx)
                       TO fs-bcat-generation
                   MOVE ws-cat-taken (ws-cat-idx) TO fs-bcat-taken
                   MOVE ws-cat-status (ws-cat-idx) TO fs-bcat-status
                   MOVE ws-cat-logs (ws-cat-idx) TO fs-bcat-logs
                   MOVE ws-cat-events (ws-cat-idx) TO fs-bcat-events
                   MOVE ws-cat-register-lines (ws-cat-idx)
                       TO fs-bcat-register-lines
                   MOVE ws-cat-period-lines (ws-cat-idx)
                       TO fs-bcat-period-lines
                   WRITE fs-backup-catalog-record
               END-IF
           END-PERFORM
           CLOSE fd-backup-catalog

           MOVE SPACES TO ws-shell-command
           STRING 'mv ' DELIMITED BY SIZE
               ws-backup-catalog-path OF ws-config DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ws-live-catalog-path DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           MOVE 0 TO RETURN-CODE
           MOVE ws-live-catalog-path
               TO ws-backup-catalog-path OF ws-config
           .

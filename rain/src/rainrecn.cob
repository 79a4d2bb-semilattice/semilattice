       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainrecn.

      ******************************************************************
      * End-of-night reconciliation. Every piece of the night keeps    *
      * its own count - the batch register records each batch's       *
      * detail count, rain's END audit record carries what it          *
      * committed, rejected, and held as duplicate, each site's log    *
      * carries its checkpoint, and the suspense, duplicates, and      *
      * alerts files carry their own lines - and this program proves,  *
      * for one night (RAIN_RECON_DATE, default today), that they all  *
      * agree before rainexp ships anything downstream:                *
      *                                                                *
      *   1. detail counts registered on the date equal rain's         *
      *      committed + rejected + duplicates from the date's END     *
      *      audit records;                                            *
      *   2. the events actually sitting in the site logs with a load  *
      *      timestamp on the date equal what rain and rainsusp say    *
      *      they committed;                                           *
      *   3. the lines actually on the suspense and duplicates files   *
      *      for the date equal rain's rejected and duplicate counts,  *
      *      and no alert line stands without a committed reading     *
      *      over its class's alert level behind it;                   *
      *   4. each log's checkpoint key is its real highest occupied    *
      *      key, with no empty slot below it and no event past it.    *
      *                                                                *
      * A restore night balances too. A rain replay run's END record   *
      * carries the readings on the batches it replayed and those of   *
      * them it passed over for other sites; the batches are not       *
      * registered again, so the replayed readings less those passed   *
      * over are added to the register's side of check 1. A rainrstr   *
      * END record carries the events loaded that day that left the    *
      * site's log with the copy set aside, and how many of them were  *
      * over their alert level; their load records and alert lines     *
      * stand, so they are added to the log's side of checks 2 and 3.  *
      *                                                                *
      * So does a night with a rain run killed part way. A killed run  *
      * writes no END record; the run that picks up its batch writes a *
      * PRIOR record carrying what the killed run committed, rejected, *
      * and held, and the readings two runs both handled. The PRIOR    *
      * counts are added to rain's; a reading committed twice went     *
      * into the log once, and comes off rain's commits, and one       *
      * rejected or held twice has two lines but was registered once,  *
      * and comes off the audit side of check 1.                       *
      *                                                                *
      * A rework night balances as well. rainsusp rewrites the whole   *
      * suspense file, stamping every line it carries forward with     *
      * its own run's time, so on a night it ran the suspense lines    *
      * for the date are what its last clean run carried plus what     *
      * rain rejected after it, and check 3 takes those instead of     *
      * rain's rejected count for the whole night.                     *
      *                                                                *
      * The sites walked are RAIN_SITE_LIST, the same list rainmorn    *
      * and raingap take; a site missing from the list shows up as a   *
      * break in check 2, which is the point. Any break prints OUT OF  *
      * BALANCE and ends the run with RETURN-CODE 12, so the night's   *
      * job stream stops here.                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fclog.

           COPY fcaud.

           COPY fcbreg.

           COPY fcalrt.

           COPY fcsusp.

           COPY fcdup.

       DATA DIVISION.

       FILE SECTION.

           COPY fdlog.

           COPY fdaud.

           COPY fdbreg.

           COPY fdalrt.

           COPY fdsusp.

           COPY fddup.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wslog.

           COPY wsevnt.

           COPY wsclas.

           COPY wsaud.

      ******************************************************************
      * The night being reconciled, YYYYMMDD.                          *
      ******************************************************************
       01 ws-recon-date                PIC X(8)    VALUE SPACES.

      ******************************************************************
      * RAIN_SITE_LIST, parsed the same way rainmorn parses it. With   *
      * no list, the single configured site (or the bare base-path     *
      * log) is walked alone.                                          *
      ******************************************************************
       01 ws-site-list-raw             PIC X(2200) VALUE SPACES.
       01 ws-site-list.
           02 ws-site-list-entry       PIC X(10)
                                        OCCURS 200 TIMES
                                        INDEXED BY ws-site-idx.
       01 ws-site-count                PIC 9(4)   VALUE 0.
       01 ws-site-list-ptr             PIC 9(4)   VALUE 1.
       01 ws-site-parse-entry          PIC X(10)  VALUE SPACES.

      ******************************************************************
      * One accumulator per site seen on the walked logs or the        *
      * exception files, searched linearly the same way rainmorn's     *
      * are. ws-rs-log-state says what the log walk found: N no log    *
      * on disk, B a log whose magic event or checkpoint is bad, K a   *
      * log that could be walked, and space a site only seen on the    *
      * exception files.                                               *
      ******************************************************************
       01 ws-recon-sums.
           02 ws-rs-count              PIC 9(4)    VALUE 0.
           02 ws-rs-entry              OCCURS 200 TIMES
                                        INDEXED BY ws-rs-idx.
               03 ws-rs-site           PIC X(10).
               03 ws-rs-log-state      PIC X.
                   88 ws-rs-no-log     VALUE 'N'.
                   88 ws-rs-bad-log    VALUE 'B'.
                   88 ws-rs-log-walked VALUE 'K'.
               03 ws-rs-committed      PIC 9(7).
               03 ws-rs-over-alert     PIC 9(7).
               03 ws-rs-restore-lost   PIC 9(7).
               03 ws-rs-rejected       PIC 9(7).
               03 ws-rs-duplicates     PIC 9(7).
               03 ws-rs-alerts         PIC 9(7).
               03 ws-rs-chk-key        PIC 9(10).
               03 ws-rs-high-key       PIC 9(10).
               03 ws-rs-holes          PIC 9(7).

       01 ws-found-switch              PIC X       VALUE 'N'.
           88 ws-recon-sum-found       VALUE 'Y'.
       01 ws-take-site                 PIC X(10)   VALUE SPACES.

       01 ws-aud-eof-switch            PIC X       VALUE 'N'.
           88 ws-aud-eof               VALUE 'Y'.
       01 ws-alrt-eof-switch           PIC X       VALUE 'N'.
           88 ws-alrt-eof              VALUE 'Y'.
       01 ws-susp-eof-switch           PIC X       VALUE 'N'.
           88 ws-susp-eof              VALUE 'Y'.
       01 ws-dup-eof-switch            PIC X       VALUE 'N'.
           88 ws-dup-eof               VALUE 'Y'.
       01 ws-breg-eof-switch           PIC X       VALUE 'N'.
           88 ws-breg-eof              VALUE 'Y'.

      ******************************************************************
      * The log walk: the key being read, and whether the walk past    *
      * the checkpoint has run off the end of the occupied keys.       *
      ******************************************************************
       01 ws-list-key                  PIC 9(10) BINARY.
       01 ws-probe-done-switch         PIC X       VALUE 'N'.
           88 ws-probe-done            VALUE 'Y'.

      ******************************************************************
      * The night's totals from each source, and the count of checks   *
      * that did not balance.                                          *
      ******************************************************************
       01 ws-reg-batches               PIC 9(7)    VALUE 0.
       01 ws-reg-details               PIC 9(9)    VALUE 0.
       01 ws-replay-details            PIC 9(9)    VALUE 0.
       01 ws-replay-passed             PIC 9(9)    VALUE 0.
       01 ws-reg-accounted             PIC 9(9)    VALUE 0.
       01 ws-restore-runs              PIC 9(7)    VALUE 0.
       01 ws-restore-lost              PIC 9(9)    VALUE 0.
       01 ws-restore-lost-alert        PIC 9(9)    VALUE 0.
       01 ws-log-accounted             PIC 9(9)    VALUE 0.
       01 ws-rain-runs                 PIC 9(7)    VALUE 0.
       01 ws-rain-committed            PIC 9(9)    VALUE 0.
       01 ws-rain-rejected             PIC 9(9)    VALUE 0.
       01 ws-rain-duplicates           PIC 9(9)    VALUE 0.
       01 ws-rain-prior-runs           PIC 9(7)    VALUE 0.
       01 ws-rain-rehandled            PIC 9(9)    VALUE 0.
       01 ws-rain-recommitted          PIC 9(9)    VALUE 0.
       01 ws-rain-accounted            PIC 9(9)    VALUE 0.
       01 ws-rework-committed          PIC 9(9)    VALUE 0.
       01 ws-rework-runs               PIC 9(7)    VALUE 0.
       01 ws-rework-carried            PIC 9(9)    VALUE 0.
       01 ws-susp-since-rework         PIC 9(9)    VALUE 0.
       01 ws-susp-expected             PIC 9(9)    VALUE 0.
       01 ws-claimed-committed         PIC 9(9)    VALUE 0.
       01 ws-log-committed             PIC 9(9)    VALUE 0.
       01 ws-log-over-alert            PIC 9(9)    VALUE 0.
       01 ws-file-rejected             PIC 9(9)    VALUE 0.
       01 ws-file-duplicates           PIC 9(9)    VALUE 0.
       01 ws-file-alerts               PIC 9(9)    VALUE 0.
       01 ws-events-walked             PIC 9(9)    VALUE 0.
       01 ws-break-count               PIC 9(7)    VALUE 0.

      ******************************************************************
      * The edited columns of the report lines.                        *
      ******************************************************************
       01 ws-left-disp                 PIC ZZZZZZZZ9.
       01 ws-right-disp                PIC ZZZZZZZZ9.
       01 ws-com-disp                  PIC ZZZZZZ9.
       01 ws-rej-disp                  PIC ZZZZZZ9.
       01 ws-dup-disp                  PIC ZZZZZZ9.
       01 ws-alrt-disp                 PIC ZZZZZZ9.
       01 ws-chk-disp                  PIC ZZZZZZZZZ9.
       01 ws-high-disp                 PIC ZZZZZZZZZ9.
       01 ws-check-name                PIC X(40)   VALUE SPACES.
       01 ws-site-flag                 PIC X(30)   VALUE SPACES.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINRECN' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-read-recon-config
           PERFORM pa-read-site-list
           DISPLAY 'RAIN END-OF-NIGHT RECONCILIATION FOR '
               ws-recon-date
           PERFORM pa-sum-register
           PERFORM pa-sum-audit-trail
           PERFORM VARYING ws-site-idx FROM 1 BY 1
                   UNTIL ws-site-idx > ws-site-count
               PERFORM pa-walk-site-log
           END-PERFORM
           PERFORM pa-scan-suspense
           PERFORM pa-scan-duplicates
           PERFORM pa-scan-alerts
           PERFORM pa-print-totals
           PERFORM pa-print-site-lines
           DISPLAY ' '
           IF ws-break-count = 0
               DISPLAY 'RAINRECN: BALANCED'
           ELSE
               DISPLAY 'RAINRECN: OUT OF BALANCE - ' ws-break-count
                   ' break(s), hold the downstream export'
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY clschk.

           COPY audwrt.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record: the events walked across the logs, and the breaks  *
      * found. Performed at every exit, clean or hard.                 *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-events-walked TO ws-aud-read
           MOVE ws-break-count TO ws-aud-rejected
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Resolve the night to reconcile - RAIN_RECON_DATE, or today     *
      * when unset, the run-straight-after-the-load case - and the     *
      * batch register path, the same way rain resolves it.            *
      ******************************************************************
       pa-read-recon-config.
           MOVE SPACES TO ws-recon-date
           ACCEPT ws-recon-date FROM ENVIRONMENT 'RAIN_RECON_DATE'
           IF ws-recon-date = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-recon-date
           END-IF
           IF ws-recon-date IS NOT NUMERIC
               DISPLAY 'RAINRECN: RAIN_RECON_DATE must be a YYYYMMDD '
                   'date, got "' ws-recon-date '"'
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
      * Parse RAIN_SITE_LIST, if set, the same way rainmorn does. With *
      * no list, the single configured site (blank when none) is the   *
      * one entry, so the walk below treats both modes alike.          *
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
                       DISPLAY 'RAINRECN: more than 200 sites on '
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
      * Total the detail counts of every batch registered on the       *
      * date. A batch is registered the moment it reconciles, inside   *
      * the run that loaded it, so the register timestamp falls on     *
      * the same night as that run's END audit record.                 *
      ******************************************************************
       pa-sum-register.
           OPEN INPUT fd-batch-register
           PERFORM UNTIL ws-breg-eof
               READ fd-batch-register
                   AT END
                       SET ws-breg-eof TO TRUE
                   NOT AT END
                       IF fs-breg-timestamp (1:8) = ws-recon-date
                           ADD 1 TO ws-reg-batches
                           ADD fs-breg-count TO ws-reg-details
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-batch-register
           .

      ******************************************************************
      * Total the date's END audit records: rain's committed,          *
      * rejected, and duplicate counts with its replayed and           *
      * passed-over readings, rainsusp's commits, which land in the    *
      * logs with a load timestamp on the night they were reworked     *
      * just as rain's do, and the events rainrstr took out of a log   *
      * that night, charged to the restored site. rain's PRIOR records *
      * add a killed run's counts to rain's, with the readings handled *
      * twice kept apart and those committed twice taken off. A clean  *
      * rainsusp END record restarts the count of suspense lines the   *
      * file should hold from the lines that run carried forward, and  *
      * rain's rejects after it add to it. START records carry zeros   *
      * and are passed over.                                           *
      ******************************************************************
       pa-sum-audit-trail.
           OPEN INPUT fd-audit
           PERFORM UNTIL ws-aud-eof
               READ fd-audit
                   AT END
                       SET ws-aud-eof TO TRUE
                   NOT AT END
                       IF fs-aud-timestamp (1:8) = ws-recon-date
                               AND fs-aud-rec-type = 'END'
                           EVALUATE fs-aud-program
                               WHEN 'RAIN'
                                   ADD 1 TO ws-rain-runs
                                   ADD fs-aud-committed
                                       TO ws-rain-committed
                                   ADD fs-aud-rejected
                                       TO ws-rain-rejected
                                   ADD fs-aud-rejected
                                       TO ws-susp-since-rework
                                   ADD fs-aud-duplicates
                                       TO ws-rain-duplicates
                                   ADD fs-aud-archived
                                       TO ws-replay-details
                                   ADD fs-aud-exported
                                       TO ws-replay-passed
                               WHEN 'RAINSUSP'
                                   ADD fs-aud-committed
                                       TO ws-rework-committed
                                   IF fs-aud-return-code = 0
                                       ADD 1 TO ws-rework-runs
                                       MOVE fs-aud-rejected
                                           TO ws-rework-carried
                                       MOVE fs-aud-rejected
                                           TO ws-susp-since-rework
                                   END-IF
                               WHEN 'RAINRSTR'
                                   PERFORM pa-take-restore-record
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                       IF fs-aud-timestamp (1:8) = ws-recon-date
                               AND fs-aud-rec-type = 'PRIOR'
                               AND fs-aud-program = 'RAIN'
                           ADD 1 TO ws-rain-prior-runs
                           ADD fs-aud-committed TO ws-rain-committed
                           ADD fs-aud-rejected TO ws-rain-rejected
                           ADD fs-aud-rejected TO ws-susp-since-rework
                           ADD fs-aud-duplicates TO ws-rain-duplicates
                           ADD fs-aud-archived TO ws-rain-rehandled
                           ADD fs-aud-exported TO ws-rain-recommitted
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-audit
           IF ws-rain-recommitted > ws-rain-committed
               MOVE 0 TO ws-rain-committed
           ELSE
               SUBTRACT ws-rain-recommitted FROM ws-rain-committed
           END-IF
           COMPUTE ws-rain-accounted =
               ws-rain-committed + ws-rain-rejected
               + ws-rain-duplicates - ws-rain-rehandled
           COMPUTE ws-claimed-committed =
               ws-rain-committed + ws-rework-committed
           IF ws-rework-runs > 0
               MOVE ws-susp-since-rework TO ws-susp-expected
           ELSE
               MOVE ws-rain-rejected TO ws-susp-expected
           END-IF
           COMPUTE ws-reg-accounted =
               ws-reg-details + ws-replay-details - ws-replay-passed
           .

      ******************************************************************
      * Charge a restore's lost events to the restored site: to the    *
      * night's log total, and to the site's and the night's readings  *
      * over the alert level, since the alert lines they raised are    *
      * still on file.                                                 *
      ******************************************************************
       pa-take-restore-record.
           ADD 1 TO ws-restore-runs
           MOVE fs-aud-site TO ws-take-site
           PERFORM pa-find-recon-sum
           ADD fs-aud-archived TO ws-restore-lost
           ADD fs-aud-archived TO ws-rs-restore-lost (ws-rs-idx)
           ADD fs-aud-duplicates TO ws-restore-lost-alert
           ADD fs-aud-duplicates TO ws-rs-over-alert (ws-rs-idx)
           ADD fs-aud-duplicates TO ws-log-over-alert
           .

      ******************************************************************
      * Walk the log of the site at ws-site-idx. The magic event and   *
      * checkpoint are verified first; a log that fails either is a    *
      * break in its own right and is not walked further. Otherwise    *
      * every key from 3 up to the checkpoint is read - counting the   *
      * date's events, the ones among them over their class's alert    *
      * level, and any empty slot, which is a lost event - and then    *
      * the keys past the checkpoint are probed until the first empty  *
      * one, since an event there is one the checkpoint never heard    *
      * about. A site with no log yet is reported, not a break.        *
      ******************************************************************
       pa-walk-site-log.
           MOVE ws-site-list-entry (ws-site-idx) TO ws-take-site
           PERFORM pa-find-recon-sum
           IF ws-site-list-entry (ws-site-idx) = SPACES
               MOVE ws-log-base-path OF ws-config
                   TO ws-log-path OF ws-config
           ELSE
               MOVE SPACES TO ws-log-path OF ws-config
               STRING ws-log-base-path OF ws-config
                   DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ws-site-list-entry (ws-site-idx)
                   DELIMITED BY SPACE
                   INTO ws-log-path OF ws-config
           END-IF

           OPEN INPUT fd-log
           IF ws-log-status OF ws-log = '05'
               SET ws-rs-no-log (ws-rs-idx) TO TRUE
           ELSE
               PERFORM pa-verify-site-log
               IF ws-rs-log-walked (ws-rs-idx)
                   PERFORM pa-count-site-log
               END-IF
           END-IF
           CLOSE fd-log
           .

      ******************************************************************
      * Check the magic event at key 1 and the checkpoint at key 2     *
      * the same way rain does before trusting a log, leaving the      *
      * site marked walkable only when both are good.                  *
      ******************************************************************
       pa-verify-site-log.
           SET ws-rs-bad-log (ws-rs-idx) TO TRUE
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
                           SET ws-rs-log-walked (ws-rs-idx) TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * Read every key from 3 up to the checkpoint, then probe the     *
      * keys past it until the first empty one.                        *
      ******************************************************************
       pa-count-site-log.
           MOVE ws-chk-last-key OF ws-checkpoint-record
               TO ws-rs-chk-key (ws-rs-idx)
           MOVE 2 TO ws-rs-high-key (ws-rs-idx)

           PERFORM VARYING ws-list-key FROM 3 BY 1
                   UNTIL ws-list-key > ws-chk-last-key
                       OF ws-checkpoint-record
               PERFORM pa-read-walk-key
           END-PERFORM

           SET ws-probe-done-switch TO 'N'
           PERFORM UNTIL ws-probe-done
               MOVE ws-list-key TO ws-key OF ws-log
               READ fd-log
                   INVALID KEY
                       SET ws-probe-done TO TRUE
               END-READ
               IF NOT ws-probe-done
                   PERFORM pa-read-walk-key
                   ADD 1 TO ws-list-key
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * Read one key of the walk and fold it into the site's counts.   *
      ******************************************************************
       pa-read-walk-key.
           MOVE ws-list-key TO ws-key OF ws-log
           READ fd-log
               INVALID KEY
                   ADD 1 TO ws-rs-holes (ws-rs-idx)
               NOT INVALID KEY
                   ADD 1 TO ws-events-walked
                   MOVE ws-list-key TO ws-rs-high-key (ws-rs-idx)
                   IF fs-load-timestamp OF fs-current-event (1:8)
                           = ws-recon-date
                       ADD 1 TO ws-rs-committed (ws-rs-idx)
                       ADD 1 TO ws-log-committed
                       MOVE fs-current-event TO ws-current-event
                       PERFORM pa-lookup-class
                       IF ws-class-is-valid
                           IF ws-value OF ws-current-event
                                   > ws-class-alert (ws-class-idx)
                               ADD 1 TO ws-rs-over-alert (ws-rs-idx)
                               ADD 1 TO ws-log-over-alert
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      * Count the date's suspense lines per site, on the load          *
      * timestamp the writer stamped, the same basis rainmorn uses.    *
      ******************************************************************
       pa-scan-suspense.
           OPEN INPUT fd-suspense
           PERFORM UNTIL ws-susp-eof
               READ fd-suspense
                   AT END
                       SET ws-susp-eof TO TRUE
                   NOT AT END
                       IF fs-susp-load-timestamp (1:8)
                               = ws-recon-date
                           MOVE fs-susp-site-code TO ws-take-site
                           PERFORM pa-find-recon-sum
                           ADD 1 TO ws-rs-rejected (ws-rs-idx)
                           ADD 1 TO ws-file-rejected
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-suspense
           .

      ******************************************************************
      * Count the date's duplicate lines per site. The LOADED          *
      * timestamp starts at column 71 of the debug-event layout.       *
      ******************************************************************
       pa-scan-duplicates.
           OPEN INPUT fd-duplicates
           PERFORM UNTIL ws-dup-eof
               READ fd-duplicates
                   AT END
                       SET ws-dup-eof TO TRUE
                   NOT AT END
                       IF fs-duplicate-line (71:8) = ws-recon-date
                           MOVE fs-duplicate-line (1:10)
                               TO ws-take-site
                           PERFORM pa-find-recon-sum
                           ADD 1 TO ws-rs-duplicates (ws-rs-idx)
                           ADD 1 TO ws-file-duplicates
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-duplicates
           .

      ******************************************************************
      * Count the date's alert lines per site, same layout and same    *
      * load basis as the duplicate lines.                             *
      ******************************************************************
       pa-scan-alerts.
           OPEN INPUT fd-alerts
           PERFORM UNTIL ws-alrt-eof
               READ fd-alerts
                   AT END
                       SET ws-alrt-eof TO TRUE
                   NOT AT END
                       IF fs-alert-line (71:8) = ws-recon-date
                           MOVE fs-alert-line (1:10) TO ws-take-site
                           PERFORM pa-find-recon-sum
                           ADD 1 TO ws-rs-alerts (ws-rs-idx)
                           ADD 1 TO ws-file-alerts
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-alerts
           .

      ******************************************************************
      * Find (or create) the accumulator entry for ws-take-site,       *
      * leaving ws-rs-idx on it.                                       *
      ******************************************************************
       pa-find-recon-sum.
           SET ws-found-switch TO 'N'
           PERFORM VARYING ws-rs-idx FROM 1 BY 1
                   UNTIL ws-rs-idx > ws-rs-count
               IF ws-rs-site (ws-rs-idx) = ws-take-site
                   SET ws-recon-sum-found TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ws-recon-sum-found
               IF ws-rs-count >= 200
                   DISPLAY 'RAINRECN: more than 200 sites to '
                       'reconcile, stopping'
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               END-IF
               ADD 1 TO ws-rs-count
               SET ws-rs-idx TO ws-rs-count
               MOVE ws-take-site TO ws-rs-site (ws-rs-idx)
               MOVE SPACE TO ws-rs-log-state (ws-rs-idx)
               MOVE 0 TO ws-rs-committed (ws-rs-idx)
               MOVE 0 TO ws-rs-over-alert (ws-rs-idx)
               MOVE 0 TO ws-rs-restore-lost (ws-rs-idx)
               MOVE 0 TO ws-rs-rejected (ws-rs-idx)
               MOVE 0 TO ws-rs-duplicates (ws-rs-idx)
               MOVE 0 TO ws-rs-alerts (ws-rs-idx)
               MOVE 0 TO ws-rs-chk-key (ws-rs-idx)
               MOVE 0 TO ws-rs-high-key (ws-rs-idx)
               MOVE 0 TO ws-rs-holes (ws-rs-idx)
           END-IF
           .

      ******************************************************************
      * The night's cross-checks, one line each: the two figures that  *
      * must agree and whether they do. The alert check is one-sided - *
      * a rainsusp commit over the alert level raises no alert line,   *
      * so the log may hold more such readings than the file has       *
      * lines, but never fewer.                                        *
      ******************************************************************
       pa-print-totals.
           DISPLAY ' '
           DISPLAY 'NIGHT TOTALS'
           DISPLAY '  BATCHES REGISTERED       ' ws-reg-batches
           DISPLAY '  RAIN RUNS ENDED          ' ws-rain-runs
           IF ws-replay-details > 0
               MOVE ws-replay-details TO ws-left-disp
               MOVE ws-replay-passed TO ws-right-disp
               DISPLAY '  READINGS REPLAYED      ' ws-left-disp
                   ', ' FUNCTION TRIM (ws-right-disp)
                   ' passed over for other sites'
           END-IF
           IF ws-restore-runs > 0
               MOVE ws-restore-lost TO ws-left-disp
               MOVE ws-restore-lost-alert TO ws-right-disp
               DISPLAY '  EVENTS LOST TO RESTORE ' ws-left-disp
                   ', ' FUNCTION TRIM (ws-right-disp)
                   ' over the alert level'
           END-IF
           IF ws-rain-prior-runs > 0
               MOVE ws-rain-recommitted TO ws-left-disp
               MOVE ws-rain-rehandled TO ws-right-disp
               DISPLAY '  RAIN RUNS PICKED UP      ' ws-rain-prior-runs
                   ', ' FUNCTION TRIM (ws-left-disp)
                   ' committed and ' FUNCTION TRIM (ws-right-disp)
                   ' rejected or held twice'
           END-IF
           IF ws-rework-runs > 0
               MOVE ws-rework-carried TO ws-left-disp
               DISPLAY '  SUSPENSE REWORK RUNS     ' ws-rework-runs
                   ', ' FUNCTION TRIM (ws-left-disp)
                   ' line(s) carried by the last'
           END-IF
           DISPLAY ' '
           DISPLAY 'CHECK                                    '
               '   SOURCE    AGAINST RESULT'

           MOVE 'REGISTERED DETAILS / AUDIT ACCOUNTED'
               TO ws-check-name
           MOVE ws-reg-accounted TO ws-left-disp
           MOVE ws-rain-accounted TO ws-right-disp
           PERFORM pa-print-check-line

           MOVE 'LOG EVENTS LOADED / AUDIT COMMITTED'
               TO ws-check-name
           COMPUTE ws-log-accounted =
               ws-log-committed + ws-restore-lost
           MOVE ws-log-accounted TO ws-left-disp
           MOVE ws-claimed-committed TO ws-right-disp
           PERFORM pa-print-check-line

           MOVE 'SUSPENSE LINES / AUDIT REJECTED'
               TO ws-check-name
           MOVE ws-file-rejected TO ws-left-disp
           MOVE ws-susp-expected TO ws-right-disp
           PERFORM pa-print-check-line

           MOVE 'DUPLICATE LINES / AUDIT DUPLICATES'
               TO ws-check-name
           MOVE ws-file-duplicates TO ws-left-disp
           MOVE ws-rain-duplicates TO ws-right-disp
           PERFORM pa-print-check-line

           MOVE ws-file-alerts TO ws-left-disp
           MOVE ws-log-over-alert TO ws-right-disp
           IF ws-file-alerts > ws-log-over-alert
               DISPLAY 'ALERT LINES / LOG EVENTS OVER ALERT LEVEL'
                   ws-left-disp '  ' ws-right-disp ' OUT OF BALANCE'
               ADD 1 TO ws-break-count
           ELSE
               DISPLAY 'ALERT LINES / LOG EVENTS OVER ALERT LEVEL'
                   ws-left-disp '  ' ws-right-disp ' BALANCED'
           END-IF
           .

      ******************************************************************
      * Print one two-sided check held in ws-check-name and the two    *
      * edited figures, counting a break when they differ.             *
      ******************************************************************
       pa-print-check-line.
           IF ws-left-disp = ws-right-disp
               DISPLAY ws-check-name ' ' ws-left-disp '  '
                   ws-right-disp ' BALANCED'
           ELSE
               DISPLAY ws-check-name ' ' ws-left-disp '  '
                   ws-right-disp ' OUT OF BALANCE'
               ADD 1 TO ws-break-count
           END-IF
           .

      ******************************************************************
      * One line per site: what its log holds for the night, the       *
      * exception lines charged to it, its checkpoint and real         *
      * highest key, and a flag. A log with a bad magic event or       *
      * checkpoint, a hole below the checkpoint, an event past it, or  *
      * more alert lines than readings to raise them is a break.       *
      ******************************************************************
       pa-print-site-lines.
           DISPLAY ' '
           DISPLAY 'SITE LOGS'
           DISPLAY 'SITE       COMMITTED REJECTED DUPLICATES   '
               'ALERTS CHECKPOINT  HIGH KEY FLAG'
           PERFORM VARYING ws-rs-idx FROM 1 BY 1
                   UNTIL ws-rs-idx > ws-rs-count
               MOVE ws-rs-committed (ws-rs-idx) TO ws-com-disp
               MOVE ws-rs-rejected (ws-rs-idx) TO ws-rej-disp
               MOVE ws-rs-duplicates (ws-rs-idx) TO ws-dup-disp
               MOVE ws-rs-alerts (ws-rs-idx) TO ws-alrt-disp
               MOVE ws-rs-chk-key (ws-rs-idx) TO ws-chk-disp
               MOVE ws-rs-high-key (ws-rs-idx) TO ws-high-disp
               EVALUATE TRUE
                   WHEN ws-rs-bad-log (ws-rs-idx)
                       MOVE 'BAD MAGIC EVENT OR CHECKPOINT'
                           TO ws-site-flag
                       ADD 1 TO ws-break-count
                   WHEN ws-rs-log-walked (ws-rs-idx)
                           AND ws-rs-holes (ws-rs-idx) > 0
                       MOVE 'EMPTY KEY BELOW CHECKPOINT'
                           TO ws-site-flag
                       ADD 1 TO ws-break-count
                   WHEN ws-rs-log-walked (ws-rs-idx)
                           AND ws-rs-high-key (ws-rs-idx)
                               NOT = ws-rs-chk-key (ws-rs-idx)
                       MOVE 'CHECKPOINT NOT AT HIGH KEY'
                           TO ws-site-flag
                       ADD 1 TO ws-break-count
                   WHEN ws-rs-log-walked (ws-rs-idx)
                           AND ws-rs-alerts (ws-rs-idx)
                               > ws-rs-over-alert (ws-rs-idx)
                       MOVE 'ALERT WITHOUT A READING'
                           TO ws-site-flag
                       ADD 1 TO ws-break-count
                   WHEN ws-rs-no-log (ws-rs-idx)
                       MOVE 'NO LOG' TO ws-site-flag
                   WHEN ws-rs-log-state (ws-rs-idx) = SPACE
                       MOVE 'NOT ON SITE LIST' TO ws-site-flag
                   WHEN OTHER
                       MOVE 'OK' TO ws-site-flag
               END-EVALUATE
               DISPLAY ws-rs-site (ws-rs-idx) '   '
                   ws-com-disp '  ' ws-rej-disp '    '
                   ws-dup-disp '  ' ws-alrt-disp ' '
                   ws-chk-disp ws-high-disp ' '
                   FUNCTION TRIM (ws-site-flag)
           END-PERFORM
           .

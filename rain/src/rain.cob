
           COPY fccal.

           COPY fcareg.

           COPY fcmntw.

           COPY fcack.

           COPY fcackw.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdcal.

           COPY fdareg.

           COPY fdmntw.

           COPY fdack.

           COPY fdackw.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wscal.

           COPY wsareg.

           COPY wsmntw.

           COPY wslidx.

      ******************************************************************
      * Command line built to quarantine a corrupt log file.           *
      ******************************************************************
           88 ws-probe-eof             VALUE 'Y'.
       01 ws-capture-ts-switch         PIC X       VALUE 'N'.
           88 ws-capture-ts-valid      VALUE 'Y'.
       01 ws-gauge-time-switch         PIC X       VALUE 'N'.
           88 ws-gauge-timed           VALUE 'Y'.
       01 ws-next-key                  PIC 9(10) BINARY.
       01 ws-feed-seq                  PIC 9(10) BINARY.
       01 ws-alert-count               PIC 9(7)    VALUE 0.
       01 ws-batch-total               PIC 9(7)    VALUE 0.
       01 ws-skipped-batches           PIC 9(7)    VALUE 0.

      ******************************************************************
      * Replay after a log restore. RAIN_REPLAY_SITE names the site    *
      * rainrstr restored; a batch already on the register is then     *
      * not skipped but replayed, its readings for that site routed    *
      * and committed as usual and its readings for every other site   *
      * passed over, since their logs still hold them. The batch is    *
      * reconciled in full but not registered a second time, so the    *
      * run's totals of replayed and passed-over readings go on its    *
      * END audit record for rainrecn to balance the register by.      *
      ******************************************************************
       01 ws-replay-site               PIC X(10)   VALUE SPACES.
       01 ws-batch-replay-switch       PIC X       VALUE 'N'.
           88 ws-batch-replayed        VALUE 'Y'.
       01 ws-replay-passed-count       PIC 9(7)    VALUE 0.
       01 ws-replay-details            PIC 9(7)    VALUE 0.
       01 ws-replay-passed-total       PIC 9(7)    VALUE 0.

      ******************************************************************
      * The collector's acknowledgement. Each outcome is noted on the  *
      * working record as it happens (ws-ack-outcome and               *
      * ws-ack-reason carry it to pa-write-ack-detail-line); at the    *
      * end of the feed the working record is read back, once to       *
      * total each batch and once to write the rejected and held       *
      * details, through ws-ack-batches. ws-ab-seen-max is the last    *
      * feed record an earlier, interrupted run noted for the batch,   *
      * so a reading both runs handled - a diverted one, or the one    *
      * in hand when the first run stopped - is counted once.          *
      ******************************************************************
       01 ws-ack-outcome               PIC X(26)   VALUE SPACES.
       01 ws-ack-reason                PIC X(30)   VALUE SPACES.
       01 ws-ack-batches.
           02 ws-ab-count              PIC 9(4)    VALUE 0.
           02 ws-ab-entry              OCCURS 200 TIMES
                                        INDEXED BY ws-ab-idx.
               03 ws-ab-batch-id       PIC X(12).
               03 ws-ab-status         PIC X(26).
               03 ws-ab-details        PIC 9(7).
               03 ws-ab-committed      PIC 9(7).
               03 ws-ab-rejected       PIC 9(7).
               03 ws-ab-duplicates     PIC 9(7).
               03 ws-ab-seen-max       PIC 9(10) BINARY.
               03 ws-ab-run-max        PIC 9(10) BINARY.
       01 ws-ab-found-switch           PIC X       VALUE 'N'.
           88 ws-ab-found              VALUE 'Y'.
       01 ws-ab-full-switch            PIC X       VALUE 'N'.
           88 ws-ab-full               VALUE 'Y'.
       01 ws-ack-work-eof-switch       PIC X       VALUE 'N'.
           88 ws-ack-work-eof          VALUE 'Y'.
       01 ws-ack-pass                  PIC 9       VALUE 0.
       01 ws-ack-detail-records        PIC 9(7)    VALUE 0.
       01 ws-ack-total-details         PIC 9(7)    VALUE 0.
       01 ws-ack-total-committed       PIC 9(7)    VALUE 0.
       01 ws-ack-total-rejected        PIC 9(7)    VALUE 0.
       01 ws-ack-total-duplicates      PIC 9(7)    VALUE 0.
       01 ws-ack-work-pending-switch   PIC X       VALUE 'N'.
           88 ws-ack-work-pending      VALUE 'Y'.

      ******************************************************************
      * What the earlier runs on the working record did that no END    *
      * audit record reports. A run that stops hard writes its END     *
      * record and then an E line on the working record; a run that    *
      * is killed writes neither, and its notes are the only account   *
      * of what it committed, rejected, and held. The first pass over  *
      * the working record totals each run's notes (ws-as-*) and, at   *
      * the next run line, carries a killed run's into ws-prior-*.     *
      * A note passed over as already made is a reading handled twice. *
      * One rejected or held again has written a second suspense or    *
      * duplicates line, and is counted in                             *
      * ws-prior-rehandled so rainrecn takes it off the registered     *
      * side; one committed again at a key the run before had already  *
      * written is not a second event, and when the run that did it    *
      * counted it on its END record it is counted in                  *
      * ws-prior-recommitted so rainrecn takes it off the commits. The *
      * totals go on a PRIOR audit record ahead of the END record.     *
      ******************************************************************
       01 ws-ack-section.
           02 ws-as-open-switch        PIC X       VALUE 'N'.
               88 ws-as-open           VALUE 'Y'.
           02 ws-as-ended-switch       PIC X       VALUE 'N'.
               88 ws-as-ended          VALUE 'Y'.
           02 ws-as-committed          PIC 9(7)    VALUE 0.
           02 ws-as-rejected           PIC 9(7)    VALUE 0.
           02 ws-as-held               PIC 9(7)    VALUE 0.
           02 ws-as-recommitted        PIC 9(7)    VALUE 0.
           02 ws-as-rehandled          PIC 9(7)    VALUE 0.
       01 ws-prior-committed           PIC 9(7)    VALUE 0.
       01 ws-prior-rejected            PIC 9(7)    VALUE 0.
       01 ws-prior-held                PIC 9(7)    VALUE 0.
       01 ws-prior-recommitted         PIC 9(7)    VALUE 0.
       01 ws-prior-rehandled           PIC 9(7)    VALUE 0.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           PERFORM pa-read-register-config
           PERFORM pa-load-batch-register
           PERFORM pa-load-periods
           PERFORM pa-load-maintenance
           IF ws-mw-full
               DISPLAY 'RAIN: more than 2000 windows on the '
                   'maintenance calendar, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           PERFORM pa-read-calibration-config
           PERFORM pa-load-calibration
           PERFORM pa-open-site-master

           COPY audwrt.

           COPY aregwr.

           COPY mntchk.

           COPY lidxio.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard. A replay   *
      * run also carries the readings on the batches it replayed in    *
      * the archived field and those of them it passed over in the     *
      * exported field - neither is registered again, and rainrecn     *
      * needs both to balance the register against this record. A run  *
      * that restarted a killed one writes the killed run's figures    *
      * on a PRIOR record first. A run that stops before its working   *
      * record is cleared marks it with an E line, so the run that     *
      * picks it up does not carry this run's notes a second time.     *
      ******************************************************************
       pa-audit-finish.
           IF ws-prior-committed > 0 OR ws-prior-rejected > 0
                   OR ws-prior-held > 0 OR ws-prior-rehandled > 0
                   OR ws-prior-recommitted > 0
               PERFORM pa-audit-prior
           END-IF
           IF ws-ack-work-pending
               OPEN EXTEND fd-ack-work
               MOVE SPACES TO fs-ack-work-record
               WRITE fs-ack-work-record
               SET fs-ackw-run-end TO TRUE
               MOVE FUNCTION CURRENT-DATE TO fs-ackw-capture-ts
               WRITE fs-ack-work-record
               CLOSE fd-ack-work
           END-IF
           MOVE ws-feed-seq TO ws-aud-read
           MOVE ws-committed-count TO ws-aud-committed
           MOVE ws-rejected-count TO ws-aud-rejected
           MOVE ws-duplicate-count TO ws-aud-duplicates
           MOVE ws-replay-details TO ws-aud-archived
           MOVE ws-replay-passed-total TO ws-aud-exported
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Append the PRIOR record: the commits, rejects, and held        *
      * duplicates of killed runs this run's working record carried,   *
      * with the readings rejected or held twice in the archived       *
      * field and those committed twice in the exported field. Laid    *
      * out as the END record is, and opened and closed around the     *
      * one record the same way.                                       *
      ******************************************************************
       pa-audit-prior.
           OPEN EXTEND fd-audit
           MOVE SPACES TO fs-audit-record
           MOVE ws-aud-program TO fs-aud-program
           MOVE 'PRIOR' TO fs-aud-rec-type
           MOVE FUNCTION CURRENT-DATE TO fs-aud-timestamp
           MOVE ws-site-code OF ws-config TO fs-aud-site
           MOVE ws-log-path OF ws-config TO fs-aud-log-path
           MOVE 0 TO fs-aud-read
           MOVE ws-prior-committed TO fs-aud-committed
           MOVE ws-prior-rejected TO fs-aud-rejected
           MOVE ws-prior-held TO fs-aud-duplicates
           MOVE ws-prior-rehandled TO fs-aud-archived
           MOVE ws-prior-recommitted TO fs-aud-exported
           MOVE 0 TO fs-aud-return-code
           WRITE fs-audit-record
           CLOSE fd-audit
           .

      ******************************************************************
      * Resolve how many days back the duplicate check looks           *
      * (RAIN_DUP_WINDOW, in days), and work out the earliest capture  *

      ******************************************************************
      * Resolve the batch register path the same way rdcfg.cpy         *
      * resolves the other shared files, and the site, if any, whose   *
      * restored log registered batches are being replayed into.       *
      ******************************************************************
       pa-read-register-config.
           MOVE SPACES TO ws-batch-register-path OF ws-config
               MOVE '/tmp/rain-batch-register'
                   TO ws-batch-register-path OF ws-config
           END-IF

           MOVE SPACES TO ws-replay-site
           ACCEPT ws-replay-site FROM ENVIRONMENT 'RAIN_REPLAY_SITE'
           .

      ******************************************************************
           ELSE
               OPEN INPUT fd-feed
           END-IF
           OPEN EXTEND fd-alerts
           PERFORM pa-write-ack-run-line

           MOVE 0 TO ws-feed-seq

           ELSE
               CLOSE fd-feed
           END-IF
           CLOSE fd-alerts
           IF ws-log-is-open
               PERFORM pa-close-log-index
               CLOSE fd-log
           END-IF

                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM pa-write-ack
           DISPLAY 'RAIN: ' ws-batch-total ' BATCH(ES) RECONCILED, '
               ws-skipped-batches ' ALREADY REGISTERED'
           DISPLAY 'RAIN: ' ws-alert-count ' ALERT(S) RAISED'
      * register opens the batch in skip mode: the collector           *
      * re-delivered a batch a prior run already loaded whole (their   *
      * transfer retries do this), and its readings must not grind     *
      * through the duplicate scan again or load twice - unless this   *
      * run is replaying into a restored log, when the batch is        *
      * replayed for that site instead.                                *
      ******************************************************************
       pa-take-batch-header.
           IF ws-header-seen
           MOVE fs-feed-expected-count TO ws-expected-count
           PERFORM pa-check-batch-register
           IF ws-batch-on-register
               IF ws-replay-site = SPACES
                   SET ws-batch-skipped TO TRUE
                   DISPLAY 'RAIN: batch ' ws-batch-id ' is already on '
                       'the register - skipping its readings'
               ELSE
                   SET ws-batch-replayed TO TRUE
                   DISPLAY 'RAIN: batch ' ws-batch-id ' is already on '
                       'the register - replaying its readings for '
                       'site ' ws-replay-site
               END-IF
           END-IF
           .

      ******************************************************************
      * Work out which site's log the detail belongs to - the site on  *
      * the record itself, or the configured site when the record      *
      * carries none. In a replayed batch only the restored site's     *
      * readings go any further.                                       *
      ******************************************************************
       pa-route-feed-detail.
           IF fs-feed-site OF fs-feed-event = SPACES
               MOVE fs-feed-site OF fs-feed-event TO ws-target-site
           END-IF

           IF ws-batch-replayed
                   AND ws-target-site NOT = ws-replay-site
               ADD 1 TO ws-replay-passed-count
           ELSE
               PERFORM pa-vet-feed-detail
           END-IF
           .

      ******************************************************************
      * Vet the detail's site against the site master before any log   *
      * is opened for it, so a garbled site code cannot quietly        *
      * create a log for a station that does not exist. A reading for  *
      * an unknown or decommissioned site is diverted to suspense; a   *
      * good one has its site's log (and checkpoint) made current,     *
      * and is committed unless that site's checkpoint already         *
      * accounts for this feed record.                                 *
      ******************************************************************
       pa-vet-feed-detail.
           MOVE SPACES TO ws-reject-reason
           IF ws-site-master-present
                   AND ws-target-site NOT = SPACES
      * apart from the weather.                                        *
      ******************************************************************
       pa-stamp-event-times.
           SET ws-gauge-time-switch TO 'N'
           MOVE FUNCTION CURRENT-DATE
               TO ws-load-timestamp OF ws-current-event
           IF fs-feed-capture-ts OF fs-feed-event = SPACES
               IF ws-capture-ts-valid
                   MOVE fs-feed-capture-ts OF fs-feed-event
                       TO ws-capture-timestamp OF ws-current-event
                   SET ws-gauge-timed TO TRUE
               ELSE
                   DISPLAY 'RAIN: bad capture timestamp "'
                       fs-feed-capture-ts OF fs-feed-event
           IF NOT ws-log-is-open
                   OR ws-target-site NOT = ws-routed-site
               IF ws-log-is-open
                   PERFORM pa-close-log-index
                   CLOSE fd-log
               END-IF
               IF ws-target-site = SPACES
               PERFORM pa-ensure-magic-event
               PERFORM pa-ensure-checkpoint
               OPEN I-O fd-log
               PERFORM pa-open-log-index-update
               COMPUTE ws-next-key =
                   ws-chk-last-key OF ws-checkpoint-record + 1

      * batch that reconciles clean goes on the batch register; a      *
      * batch that opened in skip mode was never counted and is        *
      * reported and dropped here, not reconciled or registered        *
      * again, and a replayed batch is reconciled but, being on the    *
      * register already, not registered again. Either way the         *
      * per-batch state is reset so the next header starts clean.      *
      ******************************************************************
       pa-reconcile-batch.
           IF ws-batch-skipped
                   DISPLAY 'RAIN: batch ' ws-batch-id ' reconciled, '
                       ws-detail-count ' reading(s) on feed'
                   ADD 1 TO ws-batch-total
                   IF ws-batch-replayed
                       DISPLAY 'RAIN: batch ' ws-batch-id
                           ' replayed for site ' ws-replay-site ', '
                           ws-replay-passed-count ' reading(s) for '
                           'other sites passed over'
                       ADD ws-detail-count TO ws-replay-details
                       ADD ws-replay-passed-count
                           TO ws-replay-passed-total
                   ELSE
                       PERFORM pa-register-batch
                   END-IF
               END-IF
           END-IF
           PERFORM pa-write-ack-batch-line
           PERFORM pa-reset-batch
           .

      ******************************************************************
      * Note the closing batch's status and detail count on the        *
      * working record for the acknowledgement.                        *
      ******************************************************************
       pa-write-ack-batch-line.
           MOVE SPACES TO fs-ack-work-record
           SET fs-ackw-batch TO TRUE
           MOVE ws-batch-id TO fs-ackw-batch-id
           MOVE ws-feed-seq TO fs-ackw-feed-seq
           EVALUATE TRUE
               WHEN ws-batch-skipped
                   MOVE 'SKIPPED-ALREADY-REGISTERED'
                       TO fs-ackw-outcome
                   MOVE ws-skip-count TO fs-ackw-count
               WHEN ws-batch-failed
                   MOVE 'REJECTED' TO fs-ackw-outcome
                   MOVE ws-detail-count TO fs-ackw-count
               WHEN ws-batch-replayed
                   MOVE 'REPLAYED' TO fs-ackw-outcome
                   MOVE ws-detail-count TO fs-ackw-count
               WHEN OTHER
                   MOVE 'ACCEPTED' TO fs-ackw-outcome
                   MOVE ws-detail-count TO fs-ackw-count
           END-EVALUATE
           OPEN EXTEND fd-ack-work
           WRITE fs-ack-work-record
           CLOSE fd-ack-work
           .

      ******************************************************************
      * Note what became of the detail at the current feed record -    *
      * ws-ack-outcome, with ws-ack-reason when it did not commit - on *
      * the working record for the acknowledgement. Like the batch     *
      * register, the file is opened and closed around each line: the  *
      * log's checkpoint goes to disk as each reading is handled, and  *
      * a note still sitting in a buffer when a run is killed would    *
      * leave a reading the restart skips with no note anywhere.       *
      ******************************************************************
       pa-write-ack-detail-line.
           MOVE SPACES TO fs-ack-work-record
           SET fs-ackw-detail TO TRUE
           MOVE ws-batch-id TO fs-ackw-batch-id
           MOVE ws-feed-seq TO fs-ackw-feed-seq
           MOVE ws-ack-outcome TO fs-ackw-outcome
           MOVE ws-site-code OF ws-current-event TO fs-ackw-site
           MOVE ws-capture-timestamp OF ws-current-event
               TO fs-ackw-capture-ts
           MOVE ws-ack-reason TO fs-ackw-reason
           OPEN EXTEND fd-ack-work
           WRITE fs-ack-work-record
           CLOSE fd-ack-work
           .

      ******************************************************************
      * Mark the start of this run's notes. A run killed part way      *
      * through a line leaves that line unterminated, so an empty line *
      * goes first to end it and keep the run line whole.              *
      ******************************************************************
       pa-write-ack-run-line.
           OPEN EXTEND fd-ack-work
           MOVE SPACES TO fs-ack-work-record
           WRITE fs-ack-work-record
           SET fs-ackw-run TO TRUE
           MOVE FUNCTION CURRENT-DATE TO fs-ackw-capture-ts
           WRITE fs-ack-work-record
           CLOSE fd-ack-work
           SET ws-ack-work-pending TO TRUE
           .

      ******************************************************************
      * Build the acknowledgement from the working record - this run's *
      * notes and, after a restart, those of the run that stopped      *
      * before it - and then clear the working record, so the next     *
      * feed starts afresh. The first pass totals each batch, the      *
      * second writes the header, the batch records, every rejected or *
      * held detail in feed order, and the trailer. A batch that was   *
      * accepted before the stop and so skipped as already registered  *
      * on the restart is still acknowledged as accepted.              *
      ******************************************************************
       pa-write-ack.
           MOVE 0 TO ws-ab-count
           SET ws-ab-full-switch TO 'N'
           MOVE 1 TO ws-ack-pass
           PERFORM pa-read-ack-work
           IF ws-ab-full
               DISPLAY 'RAIN: more than 200 batches on the feed, '
                   'acknowledgement not written'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO ws-ack-total-details
               MOVE 0 TO ws-ack-total-committed
               MOVE 0 TO ws-ack-total-rejected
               MOVE 0 TO ws-ack-total-duplicates
               PERFORM VARYING ws-ab-idx FROM 1 BY 1
                       UNTIL ws-ab-idx > ws-ab-count
                   ADD ws-ab-details (ws-ab-idx)
                       TO ws-ack-total-details
                   ADD ws-ab-committed (ws-ab-idx)
                       TO ws-ack-total-committed
                   ADD ws-ab-rejected (ws-ab-idx)
                       TO ws-ack-total-rejected
                   ADD ws-ab-duplicates (ws-ab-idx)
                       TO ws-ack-total-duplicates
                   MOVE 0 TO ws-ab-seen-max (ws-ab-idx)
                   MOVE 0 TO ws-ab-run-max (ws-ab-idx)
               END-PERFORM

               OPEN OUTPUT fd-ack
               MOVE SPACES TO fs-ack-header
               MOVE 'H' TO fs-ackh-type
               MOVE FUNCTION CURRENT-DATE TO fs-ackh-created
               MOVE ws-ab-count TO fs-ackh-batches
               MOVE ws-ack-total-details TO fs-ackh-details
               MOVE ws-feed-path OF ws-config TO fs-ackh-feed
               WRITE fs-ack-header
               PERFORM VARYING ws-ab-idx FROM 1 BY 1
                       UNTIL ws-ab-idx > ws-ab-count
                   MOVE SPACES TO fs-ack-batch
                   MOVE 'B' TO fs-ackb-type
                   MOVE ws-ab-batch-id (ws-ab-idx) TO fs-ackb-batch-id
                   MOVE ws-ab-status (ws-ab-idx) TO fs-ackb-status
                   MOVE ws-ab-details (ws-ab-idx) TO fs-ackb-details
                   MOVE ws-ab-committed (ws-ab-idx)
                       TO fs-ackb-committed
                   MOVE ws-ab-rejected (ws-ab-idx) TO fs-ackb-rejected
                   MOVE ws-ab-duplicates (ws-ab-idx)
                       TO fs-ackb-duplicates
                   WRITE fs-ack-batch
               END-PERFORM
               MOVE 0 TO ws-ack-detail-records
               MOVE 2 TO ws-ack-pass
               PERFORM pa-read-ack-work
               MOVE SPACES TO fs-ack-trailer
               MOVE 'T' TO fs-ackt-type
               MOVE ws-ab-count TO fs-ackt-batch-records
               MOVE ws-ack-detail-records TO fs-ackt-detail-records
               MOVE ws-ack-total-details TO fs-ackt-details
               MOVE ws-ack-total-committed TO fs-ackt-committed
               MOVE ws-ack-total-rejected TO fs-ackt-rejected
               MOVE ws-ack-total-duplicates TO fs-ackt-duplicates
               WRITE fs-ack-trailer
               CLOSE fd-ack

               OPEN OUTPUT fd-ack-work
               CLOSE fd-ack-work
               SET ws-ack-work-pending-switch TO 'N'
               DISPLAY 'RAIN: acknowledgement written to '
                   FUNCTION TRIM (ws-ack-path OF ws-config) ', '
                   ws-ab-count ' batch(es), ' ws-ack-detail-records
                   ' rejected or held reading(s)'
               IF ws-prior-committed > 0 OR ws-prior-rejected > 0
                       OR ws-prior-held > 0 OR ws-prior-rehandled > 0
                       OR ws-prior-recommitted > 0
                   DISPLAY 'RAIN: picked up after a stopped run - '
                       ws-prior-committed ' committed, '
                       ws-prior-rejected ' rejected, ' ws-prior-held
                       ' held by it, ' ws-prior-recommitted
                       ' committed again, ' ws-prior-rehandled
                       ' rejected or held again'
               END-IF
           END-IF
           .

      ******************************************************************
      * One pass over the working record, ws-ack-pass saying which.    *
      * A run line starts a new run's notes: what the runs before it   *
      * reached for each batch becomes the bar a later note must pass  *
      * to count. An E line marks the run before it as one that wrote  *
      * its own END record. The first pass also totals each run's      *
      * notes; the last run's are this run's own.                      *
      ******************************************************************
       pa-read-ack-work.
           SET ws-ack-work-eof-switch TO 'N'
           OPEN INPUT fd-ack-work
           PERFORM UNTIL ws-ack-work-eof OR ws-ab-full
               READ fd-ack-work
                   AT END
                       SET ws-ack-work-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN fs-ackw-run
                               PERFORM pa-roll-ack-run
                           WHEN fs-ackw-detail
                               PERFORM pa-find-ack-batch
                               PERFORM pa-take-ack-detail
                           WHEN fs-ackw-batch
                               PERFORM pa-find-ack-batch
                               IF ws-ack-pass = 1 AND NOT ws-ab-full
                                   PERFORM pa-take-ack-batch
                               END-IF
                           WHEN fs-ackw-run-end
                               SET ws-as-ended TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE fd-ack-work
           IF ws-ack-pass = 1
               SET ws-as-ended TO TRUE
               PERFORM pa-close-ack-section
           END-IF
           .

       pa-roll-ack-run.
           IF ws-ack-pass = 1
               PERFORM pa-close-ack-section
               SET ws-as-open TO TRUE
           END-IF
           PERFORM VARYING ws-ab-idx FROM 1 BY 1
                   UNTIL ws-ab-idx > ws-ab-count
               IF ws-ab-run-max (ws-ab-idx) > ws-ab-seen-max (ws-ab-idx)
                   MOVE ws-ab-run-max (ws-ab-idx)
                       TO ws-ab-seen-max (ws-ab-idx)
               END-IF
               MOVE 0 TO ws-ab-run-max (ws-ab-idx)
           END-PERFORM
           .

      ******************************************************************
      * A detail note an earlier run already made is passed over, and  *
      * so is the torn last line of a killed run - its reading was     *
      * never checkpointed and the restart noted it again. Otherwise   *
      * the first pass counts the note against its batch and the       *
      * second writes it to the acknowledgement unless it committed.   *
      * The first pass counts every whole note against its run too,    *
      * a passed-over one as a reading handled twice.                  *
      ******************************************************************
       pa-take-ack-detail.
           IF NOT ws-ab-full
                   AND fs-ackw-feed-seq IS NUMERIC
                   AND (fs-ackw-outcome = 'COMMITTED'
                       OR fs-ackw-outcome = 'REJECTED'
                       OR fs-ackw-outcome = 'HELD')
                   AND fs-ackw-feed-seq NOT > ws-ab-seen-max (ws-ab-idx)
                   AND ws-ack-pass = 1
               EVALUATE fs-ackw-outcome
                   WHEN 'COMMITTED'
                       ADD 1 TO ws-as-recommitted
                   WHEN 'REJECTED'
                       ADD 1 TO ws-as-rejected
                       ADD 1 TO ws-as-rehandled
                   WHEN 'HELD'
                       ADD 1 TO ws-as-held
                       ADD 1 TO ws-as-rehandled
               END-EVALUATE
           END-IF
           IF NOT ws-ab-full
                   AND fs-ackw-feed-seq IS NUMERIC
                   AND (fs-ackw-outcome = 'COMMITTED'
                       OR fs-ackw-outcome = 'REJECTED'
                       OR fs-ackw-outcome = 'HELD')
                   AND fs-ackw-feed-seq > ws-ab-seen-max (ws-ab-idx)
               IF fs-ackw-feed-seq > ws-ab-run-max (ws-ab-idx)
                   MOVE fs-ackw-feed-seq TO ws-ab-run-max (ws-ab-idx)
               END-IF
               IF ws-ack-pass = 1
                   EVALUATE fs-ackw-outcome
                       WHEN 'COMMITTED'
                           ADD 1 TO ws-ab-committed (ws-ab-idx)
                           ADD 1 TO ws-as-committed
                       WHEN 'REJECTED'
                           ADD 1 TO ws-ab-rejected (ws-ab-idx)
                           ADD 1 TO ws-as-rejected
                       WHEN 'HELD'
                           ADD 1 TO ws-ab-duplicates (ws-ab-idx)
                           ADD 1 TO ws-as-held
                   END-EVALUATE
               ELSE
                   IF fs-ackw-outcome NOT = 'COMMITTED'
                       MOVE SPACES TO fs-ack-detail
                       MOVE 'D' TO fs-ackd-type
                       MOVE fs-ackw-batch-id TO fs-ackd-batch-id
                       MOVE fs-ackw-feed-seq TO fs-ackd-feed-seq
                       MOVE fs-ackw-outcome TO fs-ackd-outcome
                       MOVE fs-ackw-site TO fs-ackd-site
                       MOVE fs-ackw-capture-ts TO fs-ackd-capture-ts
                       MOVE fs-ackw-reason TO fs-ackd-reason
                       WRITE fs-ack-detail
                       ADD 1 TO ws-ack-detail-records
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Close the run whose notes ws-ack-section holds. A run that     *
      * wrote its END record reported its own figures there, counting  *
      * the readings it committed again, so only those are kept; a     *
      * killed run's figures are carried whole, and leave out what it  *
      * committed again already. The readings it rejected or held      *
      * again are kept either way.                                     *
      ******************************************************************
       pa-close-ack-section.
           IF ws-as-open
               IF ws-as-ended
                   ADD ws-as-recommitted TO ws-prior-recommitted
               ELSE
                   ADD ws-as-committed TO ws-prior-committed
                   ADD ws-as-rejected TO ws-prior-rejected
                   ADD ws-as-held TO ws-prior-held
               END-IF
               ADD ws-as-rehandled TO ws-prior-rehandled
           END-IF
           SET ws-as-open-switch TO 'N'
           SET ws-as-ended-switch TO 'N'
           MOVE 0 TO ws-as-committed
           MOVE 0 TO ws-as-rejected
           MOVE 0 TO ws-as-held
           MOVE 0 TO ws-as-recommitted
           MOVE 0 TO ws-as-rehandled
           .

      ******************************************************************
      * A batch note sets the batch's status and detail count. A       *
      * SKIPPED note does not overwrite a status an earlier note gave  *
      * the batch: on a restart that is the batch the stopped run      *
      * accepted (or a re-delivery later on the same feed of one this  *
      * feed already carried).                                         *
      ******************************************************************
       pa-take-ack-batch.
           IF fs-ackw-outcome NOT = 'SKIPPED-ALREADY-REGISTERED'
                   OR ws-ab-status (ws-ab-idx) = SPACES
               MOVE fs-ackw-outcome TO ws-ab-status (ws-ab-idx)
               MOVE fs-ackw-count TO ws-ab-details (ws-ab-idx)
           END-IF
           .

      ******************************************************************
      * Find the working-record line's batch on ws-ack-batches, adding *
      * it the first time it is seen, and leave ws-ab-idx on it.       *
      ******************************************************************
       pa-find-ack-batch.
           SET ws-ab-found-switch TO 'N'
           PERFORM VARYING ws-ab-idx FROM 1 BY 1
                   UNTIL ws-ab-idx > ws-ab-count
               IF ws-ab-batch-id (ws-ab-idx) = fs-ackw-batch-id
                   SET ws-ab-found TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ws-ab-found
               IF ws-ab-count >= 200
                   SET ws-ab-full TO TRUE
               ELSE
                   ADD 1 TO ws-ab-count
                   SET ws-ab-idx TO ws-ab-count
                   MOVE fs-ackw-batch-id TO ws-ab-batch-id (ws-ab-idx)
                   MOVE SPACES TO ws-ab-status (ws-ab-idx)
                   MOVE 0 TO ws-ab-details (ws-ab-idx)
                   MOVE 0 TO ws-ab-committed (ws-ab-idx)
                   MOVE 0 TO ws-ab-rejected (ws-ab-idx)
                   MOVE 0 TO ws-ab-duplicates (ws-ab-idx)
                   MOVE 0 TO ws-ab-seen-max (ws-ab-idx)
                   MOVE 0 TO ws-ab-run-max (ws-ab-idx)
               END-IF
           END-IF
           .

      ******************************************************************
      * Append the reconciled batch to the durable register and to     *
      * the in-memory table, so a re-delivery - even later on this     *
           SET ws-trailer-seen-switch TO 'N'
           SET ws-batch-error-switch TO 'N'
           SET ws-batch-skip-switch TO 'N'
           SET ws-batch-replay-switch TO 'N'
           MOVE 0 TO ws-replay-passed-count
           MOVE 0 TO ws-detail-count
           MOVE 0 TO ws-expected-count
           MOVE 0 TO ws-hash-total
               END-IF
           END-IF

      ******************************************************************
      * A reading captured while its gauge was in a planned            *
      * maintenance window is the field crew's test tip, not rain -    *
      * it goes to suspense with a MAINTENANCE reason rather than      *
      * into the log, where it would raise alerts and swell the        *
      * totals.                                                        *
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
               PERFORM pa-check-duplicate
               IF ws-event-is-duplicate
      * silent, permanent gap in the log, so the run stops hard        *
      * instead of advancing the checkpoint past a record that never   *
      * made it in.                                                    *
      *                                                                *
      * The event goes into the log's capture-time index straight      *
      * after the log, and before the checkpoint can move past it -    *
      * see lidxio.cpy for how a restart finds the two.                *
      ******************************************************************
       pa-commit-event.
           MOVE ws-next-key TO ws-key OF ws-log
               WHEN OTHER
                   DISPLAY 'RAIN: fatal error writing event at key '
                       ws-next-key ', status ' ws-log-status OF ws-log
                   PERFORM pa-close-log-index
                   CLOSE fd-log
                   MOVE 20 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
           END-EVALUATE
           PERFORM pa-index-event

           MOVE ws-next-key TO ws-chk-last-key OF ws-checkpoint-record
           ADD 1 TO ws-next-key
           ADD 1 TO ws-committed-count
           MOVE 'COMMITTED' TO ws-ack-outcome
           MOVE SPACES TO ws-ack-reason
           PERFORM pa-write-ack-detail-line
           .

      ******************************************************************
      ******************************************************************
      * Decide whether the validated reading in ws-current-event is a  *
      * retransmission of an event a PRIOR run committed to this       *
      * site's log - one committed at or below ws-dup-scan-limit, so   *
      * readings committed earlier in this same run are never          *
      * candidates. A reading the gauge timed itself is looked up by   *
      * that time in the log's capture-time index: a retransmission    *
      * carries the same capture timestamp as the original, and an     *
      * entry at that instant whose class and value also match is      *
      * held as a duplicate, however long ago it was committed. A      *
      * reading stamped with the load time has no capture time of its  *
      * own to look up, and falls back to the windowed scan below.     *
      ******************************************************************
       pa-check-duplicate.
           SET ws-dup-switch TO 'N'
           IF ws-gauge-timed
               PERFORM pa-check-duplicate-at-capture
           ELSE
               PERFORM pa-scan-duplicate-window
           END-IF
           .

       pa-check-duplicate-at-capture.
           MOVE ws-site-code OF ws-current-event TO ws-lx-site
           MOVE ws-capture-timestamp OF ws-current-event
               TO ws-lx-from-ts
           PERFORM pa-start-log-index
           PERFORM UNTIL ws-lx-eof OR ws-event-is-duplicate
               PERFORM pa-read-log-index-next
               IF ws-lx-entry-found
                   IF ws-lx-capture-ts NOT =
                           ws-capture-timestamp OF ws-current-event
                       SET ws-lx-eof TO TRUE
                   ELSE
                       IF ws-lx-log-key <= ws-dup-scan-limit
                           AND ws-lx-class =
                               ws-class OF ws-current-event
                           AND ws-lx-value =
                               ws-value OF ws-current-event
                           SET ws-event-is-duplicate TO TRUE
                           MOVE ws-lx-log-key TO ws-dup-match-key
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * The load-time-stamped reading's check. The scan walks the log  *
      * backward from where the log ended before this run, so a        *
      * gauge legitimately repeating the same value within one batch   *
      * is left alone. Out-of-window events are skipped over rather    *
      * than ending the scan - rework lands old-dated readings at      *
      * against the same readings arriving again in tomorrow's feed    *
      * file.                                                          *
      ******************************************************************
       pa-scan-duplicate-window.
           SET ws-dup-scan-done-switch TO 'N'
           MOVE 0 TO ws-dup-old-streak
           MOVE ws-dup-scan-limit TO ws-dup-scan-key
      * LOADED column is the moment this run wrote the line, at the    *
      * same fixed offset the alert lines use, so the morning          *
      * summary can put the line on the night the work happened -      *
      * the capture timestamp is the gauge's day, not the run's. The   *
      * file is opened for each line, as the suspense file is.         *
      ******************************************************************
       pa-write-duplicate-record.
           MOVE ws-site-code OF ws-current-event
               ' DUPLICATE OF KEY ' DELIMITED BY SIZE
               FUNCTION TRIM (ws-dup-key-edit) DELIMITED BY SIZE
               INTO fs-duplicate-line
           OPEN EXTEND fd-duplicates
           WRITE fs-duplicate-line
           CLOSE fd-duplicates
           ADD 1 TO ws-duplicate-count
           MOVE 'HELD' TO ws-ack-outcome
           MOVE SPACES TO ws-ack-reason
           STRING 'DUPLICATE OF KEY ' DELIMITED BY SIZE
               FUNCTION TRIM (ws-dup-key-edit) DELIMITED BY SIZE
               INTO ws-ack-reason
           PERFORM pa-write-ack-detail-line
           .

      ******************************************************************
      * the validation that just accepted it. The LOADED column is     *
      * the moment this run wrote the line, at the same fixed offset   *
      * the duplicate lines use, for the morning summary's date        *
      * matching. The same line is raised onto the alert register as   *
      * an OPEN item, for the duty officer to acknowledge.             *
      ******************************************************************
       pa-write-alert-record.
           MOVE ws-site-code OF ws-current-event
               INTO fs-alert-line
           WRITE fs-alert-line
           ADD 1 TO ws-alert-count
           MOVE 'ALERT' TO ws-areg-new-kind
           MOVE ws-site-code OF ws-current-event TO ws-areg-new-site
           MOVE fs-alert-line TO ws-areg-new-detail
           PERFORM pa-register-new-item
           .

      ******************************************************************
      * validation as a value the gauge never sent. The trailing       *
      * load-timestamp column is the moment this run wrote the line    *
      * (fs-susp-load-timestamp in fdsusp.cpy), for the morning        *
      * summary's date matching. The file is opened for each line, as  *
      * the acknowledgement notes are, so a run killed part way leaves *
      * every line it noted on disk for rainrecn to count.             *
      ******************************************************************
       pa-write-suspense-record.
           MOVE ws-value OF ws-current-event TO ws-suspense-value
               ws-load-timestamp OF ws-current-event
                   DELIMITED BY SIZE
               INTO fs-suspense-line
           OPEN EXTEND fd-suspense
           WRITE fs-suspense-line
           CLOSE fd-suspense
           ADD 1 TO ws-rejected-count
           MOVE 'REJECTED' TO ws-ack-outcome
           MOVE ws-reject-reason TO ws-ack-reason
           PERFORM pa-write-ack-detail-line
           .

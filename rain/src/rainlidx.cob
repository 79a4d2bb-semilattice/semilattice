       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainlidx.

      ******************************************************************
      * Capture-time index conversion job. Builds, from the log        *
      * itself, the capture-time index that sits beside every site's   *
      * log (see fclidx.cpy) for each RAIN_SITE_LIST site's log, or    *
      * the single configured log when there is no list. It is the     *
      * one-off job that brings existing logs onto the index, and the  *
      * job to rerun whenever a program reports an index missing,      *
      * unfinished, or out of step with its log.                       *
      *                                                                *
      * Nothing is trusted because the build said so. For each log     *
      * the events are counted before anything is touched, the index   *
      * is built at a scratch name and only moved into place when it   *
      * holds exactly that many entries, the installed index is read   *
      * back in time order exactly the way the reports read it - one   *
      * site from its first reading on - and the log is counted once   *
      * more afterwards. The four counts must agree and the read-back  *
      * must come out in time order, or the site is FAILED and the     *
      * run ends with RETURN-CODE 12. A log that is not built is left  *
      * without an index, so the loader will not commit to it and the  *
      * reports skip it rather than working from half an index.        *
      *                                                                *
      * The job belongs in the quiet part of the night, the same as    *
      * rainbkup: a log rain is writing while it is indexed will not   *
      * count the same before and after, and fails rather than         *
      * installing an index that is already behind.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fclog.

           COPY fcaud.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdlog.

           COPY fdaud.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wslog.

           COPY wsevnt.

           COPY wsaud.

           COPY wslidx.

      ******************************************************************
      * RAIN_SITE_LIST, parsed the same way rainbkup parses it. With   *
      * no list, the single configured site (or the bare base-path     *
      * log) is indexed alone.                                         *
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

      ******************************************************************
      * The four counts taken for the log being indexed, and whether   *
      * the read-back came out in time order.                          *
      ******************************************************************
       01 ws-before-events             PIC 9(9)    VALUE 0.
       01 ws-before-last-key           PIC 9(10)   VALUE 0.
       01 ws-read-back                 PIC 9(9)    VALUE 0.
       01 ws-after-events              PIC 9(9)    VALUE 0.
       01 ws-prev-ts                   PIC X(21)   VALUE SPACES.
       01 ws-order-switch              PIC X       VALUE 'Y'.
           88 ws-in-order              VALUE 'Y'.

      ******************************************************************
      * The run's totals.                                              *
      ******************************************************************
       01 ws-logs-indexed              PIC 9(4)    VALUE 0.
       01 ws-site-failures             PIC 9(4)    VALUE 0.
       01 ws-events-read               PIC 9(9)    VALUE 0.
       01 ws-entries-read              PIC 9(9)    VALUE 0.

       01 ws-before-disp               PIC ZZZZZZZZ9.
       01 ws-entries-disp              PIC ZZZZZZZZ9.
       01 ws-read-disp                 PIC ZZZZZZZZ9.
       01 ws-after-disp                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINLIDX' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-read-site-list
           DISPLAY 'RAIN CAPTURE-TIME INDEX BUILD'
           PERFORM VARYING ws-site-idx FROM 1 BY 1
                   UNTIL ws-site-idx > ws-site-count
               PERFORM pa-index-site-log
           END-PERFORM
           DISPLAY ' '
           MOVE ws-events-read TO ws-before-disp
           DISPLAY 'RAINLIDX: ' ws-logs-indexed ' log(s) indexed, '
               ws-before-disp ' event(s)'
           IF ws-site-failures > 0
               DISPLAY 'RAINLIDX: ' ws-site-failures ' log(s) FAILED '
                   '- left without a capture-time index'
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY audwrt.

           COPY lidxio.

           COPY lidxbld.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record: the events counted on the logs, the entries read   *
      * back through the new indexes, and the logs that failed.        *
      * Performed at every exit, clean or hard.                        *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-events-read TO ws-aud-read
           MOVE ws-entries-read TO ws-aud-committed
           MOVE ws-site-failures TO ws-aud-rejected
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Parse RAIN_SITE_LIST, if set, the same way rainbkup does. With *
      * no list, the single configured site (blank when none) is the   *
      * one entry, so the build below treats both modes alike.         *
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
                       DISPLAY 'RAINLIDX: more than 200 sites on '
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
      * Index the log of the site at ws-site-idx and prove the index.  *
      * A site with no log yet needs no index - the loader starts one  *
      * with the log - and is only reported. A log whose magic event   *
      * or checkpoint is bad cannot be indexed, and fails, taking any  *
      * index left beside it away with it.                             *
      ******************************************************************
       pa-index-site-log.
           IF ws-site-list-entry (ws-site-idx) = SPACES
               MOVE '(BASE LOG)' TO ws-site-label
               MOVE ws-log-base-path OF ws-config
                   TO ws-log-path OF ws-config
           ELSE
               MOVE ws-site-list-entry (ws-site-idx) TO ws-site-label
               MOVE SPACES TO ws-log-path OF ws-config
               STRING ws-log-base-path OF ws-config
                   DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ws-site-list-entry (ws-site-idx)
                   DELIMITED BY SPACE
                   INTO ws-log-path OF ws-config
           END-IF

           PERFORM pa-count-log-events
           EVALUATE TRUE
               WHEN ws-lc-no-log
                   DISPLAY '  ' ws-site-label ' no log on disk, '
                       'nothing to index'
               WHEN ws-lc-bad-log
                   DISPLAY '  ' ws-site-label ' FAILED - log '
                       'magic event or checkpoint is bad, not indexed'
                   ADD 1 TO ws-site-failures
                   PERFORM pa-remove-failed-index
               WHEN OTHER
                   MOVE ws-lc-events TO ws-before-events
                   MOVE ws-lc-last-key TO ws-before-last-key
                   ADD ws-lc-events TO ws-events-read
                   PERFORM pa-build-and-prove
           END-EVALUATE
           .

      ******************************************************************
      * Build the index, install it only when it holds every event     *
      * counted, then read it back and recount the log.                *
      ******************************************************************
       pa-build-and-prove.
           SET ws-in-order TO TRUE
           MOVE 0 TO ws-read-back
           MOVE 0 TO ws-after-events
           PERFORM pa-build-log-index
           IF ws-lx-built
                   AND ws-lx-entries = ws-before-events
                   AND ws-lx-last-key = ws-before-last-key
               PERFORM pa-install-log-index
               PERFORM pa-read-back-index
               PERFORM pa-count-log-events
               MOVE ws-lc-events TO ws-after-events
           ELSE
               PERFORM pa-remove-log-index-build
           END-IF

           MOVE ws-before-events TO ws-before-disp
           MOVE ws-lx-entries TO ws-entries-disp
           MOVE ws-read-back TO ws-read-disp
           MOVE ws-after-events TO ws-after-disp
           IF ws-lx-built
                   AND ws-lx-entries = ws-before-events
                   AND ws-read-back = ws-before-events
                   AND ws-after-events = ws-before-events
                   AND ws-in-order
               ADD 1 TO ws-logs-indexed
               DISPLAY '  ' ws-site-label ' VERIFIED '
                   FUNCTION TRIM (ws-before-disp) ' event(s) on the '
                   'log, ' FUNCTION TRIM (ws-entries-disp) ' indexed, '
                   FUNCTION TRIM (ws-read-disp)
                   ' read back in time order, '
                   FUNCTION TRIM (ws-after-disp) ' on the log after'
           ELSE
               DISPLAY '  ' ws-site-label ' FAILED - '
                   FUNCTION TRIM (ws-before-disp) ' event(s) on the '
                   'log, ' FUNCTION TRIM (ws-entries-disp) ' indexed, '
                   FUNCTION TRIM (ws-read-disp) ' read back, '
                   FUNCTION TRIM (ws-after-disp) ' on the log after'
               IF NOT ws-in-order
                   DISPLAY '  ' ws-site-label ' FAILED - index '
                       'read back out of time order'
               END-IF
               IF ws-lx-built
                       AND ws-lx-entries = ws-before-events
                       AND ws-read-back < ws-before-events
                   DISPLAY '  ' ws-site-label ' the log holds '
                       'readings of other sites, which no per-site '
                       'report can see'
               END-IF
               ADD 1 TO ws-site-failures
               PERFORM pa-remove-failed-index
           END-IF
           .

      ******************************************************************
      * Read the installed index back the way the reports read it:     *
      * this site's readings from its very first, in time order. The   *
      * index must open as matching the log's checkpoint, and every    *
      * capture timestamp must be no earlier than the one before it.   *
      ******************************************************************
       pa-read-back-index.
           MOVE SPACES TO ws-prev-ts
           PERFORM pa-open-log-index-read
           IF NOT ws-lx-good
               PERFORM pa-report-index-state
           ELSE
               MOVE ws-site-list-entry (ws-site-idx) TO ws-lx-site
               MOVE SPACES TO ws-lx-from-ts
               PERFORM pa-start-log-index
               PERFORM UNTIL ws-lx-eof
                   PERFORM pa-read-log-index-next
                   IF ws-lx-entry-found
                       ADD 1 TO ws-read-back
                       ADD 1 TO ws-entries-read
                       IF ws-lx-capture-ts < ws-prev-ts
                           SET ws-order-switch TO 'N'
                       END-IF
                       MOVE ws-lx-capture-ts TO ws-prev-ts
                   END-IF
               END-PERFORM
           END-IF
           PERFORM pa-close-log-index
           .

      ******************************************************************
      * An index that did not prove out is taken away again, so no     *
      * program works from it.                                         *
      ******************************************************************
       pa-remove-failed-index.
           PERFORM pa-set-log-index-path
           MOVE SPACES TO ws-lx-shell-command
           STRING 'rm -f ' DELIMITED BY SIZE
               ws-log-index-path OF ws-config DELIMITED BY SPACE
               INTO ws-lx-shell-command
           CALL 'SYSTEM' USING ws-lx-shell-command
           MOVE 0 TO RETURN-CODE
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

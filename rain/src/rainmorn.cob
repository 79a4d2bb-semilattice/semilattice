      * load of yesterday's readings lands whole under one date        *
      * instead of splitting across two. A site on the list with no    *
      * log yet prints zeros.                                          *
      *                                                                *
      * The SUSPECT column is different in kind: it counts the         *
      * site-days the latest rainqc run found out of line with the     *
      * site's neighbouring gauges, whatever night they fell on, so a  *
      * failing gauge keeps showing until it gets its field visit.     *
      *                                                                *
      * Last comes every alert and flood watch on the alert register   *
      * that was still open - not yet CLOSED - at the start of the     *
      * shift (RAIN_SHIFT_START, HHMM on the date, default 0600),      *
      * with who had acknowledged it and whether it had been           *
      * escalated, so nothing raised overnight is handed over unseen.  *
      *                                                                *
      * A site that was in a planned maintenance window at any time    *
      * on the date is flagged IN MAINTENANCE instead of OK: the test  *
      * tips held in suspense for the window are the field crew at     *
      * work, already known, and do not count toward the page's        *
      * ATTENTION. Any other rejected reading, a duplicate, or a       *
      * SUSPECT site-day still flags the site ATTENTION, window or no  *
      * window.                                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.

           COPY fcdup.

           COPY fcqcex.

           COPY fcareg.

           COPY fcmntw.

       DATA DIVISION.

       FILE SECTION.

           COPY fddup.

           COPY fdqcex.

           COPY fdareg.

           COPY fdmntw.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wsevnt.

           COPY wsareg.

           COPY wsmntw.

           COPY wsaud.

      ******************************************************************
      * The date being summarized, YYYYMMDD.                           *
      ******************************************************************
       01 ws-summary-date              PIC X(8)    VALUE SPACES.
       01 ws-shift-start               PIC X(4)    VALUE SPACES.
       01 ws-shift-start-parts REDEFINES ws-shift-start.
           02 ws-shift-start-hh        PIC X(2).
           02 ws-shift-start-mm        PIC X(2).
       01 ws-next-date                 PIC 9(8)    VALUE 0.

      ******************************************************************
      * RAIN_SITE_LIST, when set, names the sites whose logs are       *
               03 ws-ss-rejected       PIC 9(7).
               03 ws-ss-duplicates     PIC 9(7).
               03 ws-ss-alerts         PIC 9(7).
               03 ws-ss-suspects       PIC 9(7).
               03 ws-ss-maint-held     PIC 9(7).

       01 ws-found-switch              PIC X       VALUE 'N'.
           88 ws-site-sum-found        VALUE 'Y'.
           88 ws-susp-eof              VALUE 'Y'.
       01 ws-dup-eof-switch            PIC X       VALUE 'N'.
           88 ws-dup-eof               VALUE 'Y'.
       01 ws-qcx-eof-switch            PIC X       VALUE 'N'.
           88 ws-qcx-eof               VALUE 'Y'.

       01 ws-list-key                  PIC 9(10) BINARY.
       01 ws-chk-ok-switch             PIC X       VALUE 'N'.
       01 ws-run-count                 PIC 9(7)    VALUE 0.
       01 ws-bad-rc-count              PIC 9(7)    VALUE 0.
       01 ws-attention-count           PIC 9(7)    VALUE 0.
       01 ws-maintenance-count         PIC 9(7)    VALUE 0.
       01 ws-open-item-count           PIC 9(7)    VALUE 0.
       01 ws-other-rejected            PIC 9(7)    VALUE 0.

      ******************************************************************
      * The edited columns of one per-site line.                       *
       01 ws-rej-disp                  PIC ZZZZZZ9.
       01 ws-dup-disp                  PIC ZZZZZZ9.
       01 ws-alrt-disp                 PIC ZZZZZZ9.
       01 ws-qcs-disp                  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINMORN' TO ws-aud-program
           PERFORM pa-read-summary-config
           PERFORM pa-read-site-list
           PERFORM pa-load-maintenance
           IF ws-mw-full
               DISPLAY 'RAINMORN: more than 2000 windows on the '
                   'maintenance calendar, stopping'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RAIN MORNING OPERATIONS SUMMARY FOR '
               ws-summary-date
           PERFORM pa-list-runs
           PERFORM pa-scan-suspense
           PERFORM pa-scan-duplicates
           PERFORM pa-scan-alerts
           PERFORM pa-scan-qc-exceptions
           PERFORM pa-print-site-lines
           PERFORM pa-list-register-items
           DISPLAY ' '
           IF ws-bad-rc-count = 0 AND ws-attention-count = 0
                   AND ws-open-item-count = 0
               DISPLAY 'RAINMORN: ALL OK'
           ELSE
               DISPLAY 'RAINMORN: ATTENTION - ' ws-bad-rc-count
                   ' run(s) with nonzero RETURN-CODE, '
                   ws-attention-count ' site(s) flagged, '
                   ws-open-item-count ' alert register item(s) open'
           END-IF
           IF ws-maintenance-count > 0
               DISPLAY 'RAINMORN: ' ws-maintenance-count
                   ' site(s) in maintenance'
           END-IF
           STOP RUN
           .

           COPY rdcfg.

           COPY aregld.

           COPY mntchk.

      ******************************************************************
      * Resolve the date to summarize - RAIN_SUMMARY_DATE, or today    *
      * when unset, which is the morning-after-the-night-run case.     *
           IF ws-summary-date = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-summary-date
           END-IF

           MOVE SPACES TO ws-shift-start
           ACCEPT ws-shift-start FROM ENVIRONMENT 'RAIN_SHIFT_START'
           IF ws-shift-start = SPACES
               MOVE '0600' TO ws-shift-start
           END-IF
           IF ws-shift-start IS NOT NUMERIC
                   OR ws-shift-start-hh > '23'
                   OR ws-shift-start-mm > '59'
               DISPLAY 'RAINMORN: RAIN_SHIFT_START must be an HHMM '
                   'time, got "' ws-shift-start '"'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ws-areg-as-of
           STRING ws-summary-date DELIMITED BY SIZE
               ws-shift-start DELIMITED BY SIZE
               '0000' DELIMITED BY SIZE
               INTO ws-areg-as-of

           COMPUTE ws-next-date = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (ws-summary-date)) + 1)
           MOVE SPACES TO ws-mw-check-from
           STRING ws-summary-date DELIMITED BY SIZE
               '0000' DELIMITED BY SIZE
               INTO ws-mw-check-from
           MOVE SPACES TO ws-mw-check-to
           STRING ws-next-date DELIMITED BY SIZE
               '0000' DELIMITED BY SIZE
               INTO ws-mw-check-to
           .

      ******************************************************************
                           MOVE fs-susp-site-code TO ws-take-site
                           PERFORM pa-find-site-sum
                           ADD 1 TO ws-ss-rejected (ws-ss-idx)
                           IF fs-susp-reject-reason = 'MAINTENANCE'
                               ADD 1 TO ws-ss-maint-held (ws-ss-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-alerts
           .

      ******************************************************************
      * Count the SUSPECT site-days on the QC exceptions file per      *
      * site. The file only ever holds the latest rainqc run's         *
      * findings, so every line counts, not just the date's.           *
      ******************************************************************
       pa-scan-qc-exceptions.
           OPEN INPUT fd-qc-exceptions
           PERFORM UNTIL ws-qcx-eof
               READ fd-qc-exceptions
                   AT END
                       SET ws-qcx-eof TO TRUE
                   NOT AT END
                       IF fs-qcx-flag = 'SUSPECT'
                           MOVE fs-qcx-site TO ws-take-site
                           PERFORM pa-find-site-sum
                           ADD 1 TO ws-ss-suspects (ws-ss-idx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-qc-exceptions
           .

      ******************************************************************
      * Find (or create) the accumulator entry for ws-take-site,       *
      * leaving ws-ss-idx on it. A blank site (a base-path-log         *
               MOVE 0 TO ws-ss-rejected (ws-ss-idx)
               MOVE 0 TO ws-ss-duplicates (ws-ss-idx)
               MOVE 0 TO ws-ss-alerts (ws-ss-idx)
               MOVE 0 TO ws-ss-suspects (ws-ss-idx)
               MOVE 0 TO ws-ss-maint-held (ws-ss-idx)
           END-IF
           .

      * One line per site, with its counts and the OK / ATTENTION      *
      * flag: rejected or duplicate readings need the operator's hand  *
      * (corrections, a word with the collector), so they flag         *
      * ATTENTION, and so do SUSPECT site-days, which need a field     *
      * visit; committed readings and alerts do not - one is the       *
      * night going right, the other is severe weather duly logged,    *
      * not a load problem. Sites from the log walk print even when    *
      * all their counts are zero, so a silent gauge is visible too.   *
      * Test tips held in suspense for a maintenance window are not    *
      * counted toward ATTENTION, but any other rejection, duplicate,  *
      * or suspect is, window or no window. A site with none of those  *
      * that was in maintenance on the date, or had test tips held,    *
      * shows IN MAINTENANCE.                                          *
      ******************************************************************
       pa-print-site-lines.
           DISPLAY ' '
           DISPLAY 'ACTIVITY BY SITE'
           DISPLAY 'SITE       COMMITTED REJECTED DUPLICATES   '
               'ALERTS SUSPECT FLAG'
           IF ws-ss-count = 0
               DISPLAY '  (NO ACTIVITY FOR THE DATE)'
           END-IF
               MOVE ws-ss-rejected (ws-ss-idx) TO ws-rej-disp
               MOVE ws-ss-duplicates (ws-ss-idx) TO ws-dup-disp
               MOVE ws-ss-alerts (ws-ss-idx) TO ws-alrt-disp
               MOVE ws-ss-suspects (ws-ss-idx) TO ws-qcs-disp
               MOVE ws-ss-site (ws-ss-idx) TO ws-mw-check-site
               PERFORM pa-measure-maintenance
               COMPUTE ws-other-rejected = ws-ss-rejected (ws-ss-idx)
                   - ws-ss-maint-held (ws-ss-idx)
               EVALUATE TRUE
                   WHEN ws-other-rejected > 0
                           OR ws-ss-duplicates (ws-ss-idx) > 0
                           OR ws-ss-suspects (ws-ss-idx) > 0
                       DISPLAY ws-ss-site (ws-ss-idx) '   '
                           ws-com-disp '  ' ws-rej-disp '    '
                           ws-dup-disp '  ' ws-alrt-disp ' '
                           ws-qcs-disp ' ATTENTION'
                       ADD 1 TO ws-attention-count
                   WHEN ws-mw-covered-minutes > 0
                           OR ws-ss-maint-held (ws-ss-idx) > 0
                       DISPLAY ws-ss-site (ws-ss-idx) '   '
                           ws-com-disp '  ' ws-rej-disp '    '
                           ws-dup-disp '  ' ws-alrt-disp ' '
                           ws-qcs-disp ' IN MAINTENANCE'
                       ADD 1 TO ws-maintenance-count
                   WHEN OTHER
                       DISPLAY ws-ss-site (ws-ss-idx) '   '
                           ws-com-disp '  ' ws-rej-disp '    '
                           ws-dup-disp '  ' ws-alrt-disp ' '
                           ws-qcs-disp ' OK'
               END-EVALUATE
           END-PERFORM
           .

      ******************************************************************
      * Every alert register item still open at the start of the       *
      * shift: the register as it stood then, less what had been       *
      * closed. An item nobody had acknowledged shows OPEN; one taken  *
      * in hand shows who by and their note. Any item listed flags     *
      * the page ATTENTION - the incoming shift owns it now.           *
      ******************************************************************
       pa-list-register-items.
           PERFORM pa-load-alert-register
           IF ws-areg-full
               DISPLAY 'RAINMORN: more than 2000 items outstanding '
                   'on the alert register, stopping'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY ' '
           DISPLAY 'ALERT REGISTER ITEMS OPEN AT SHIFT START '
               ws-summary-date ' ' ws-shift-start
           DISPLAY 'ITEM                   KIND  SITE       '
               'RAISED       STATUS       ESC ACKNOWLEDGED BY'
           PERFORM VARYING ws-ai-idx FROM 1 BY 1
                   UNTIL ws-ai-idx > ws-ai-count
               IF NOT ws-ai-closed (ws-ai-idx)
                   ADD 1 TO ws-open-item-count
                   DISPLAY ws-ai-item-id (ws-ai-idx) ' '
                       ws-ai-kind (ws-ai-idx) ' '
                       ws-ai-site (ws-ai-idx) ' '
                       ws-ai-raised (ws-ai-idx) (1:12) ' '
                       ws-ai-status (ws-ai-idx) ' '
                       ws-ai-escalated (ws-ai-idx) '   '
                       ws-ai-ack-operator (ws-ai-idx)
                   IF ws-ai-acknowledged (ws-ai-idx)
                       DISPLAY '  ' FUNCTION TRIM
                           (ws-ai-ack-note (ws-ai-idx))
                   END-IF
               END-IF
           END-PERFORM
           IF ws-open-item-count = 0
               DISPLAY '  (NONE)'
           END-IF
           .

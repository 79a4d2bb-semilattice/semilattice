      * Gauge outage detection over fd-log. Our gauges report on a     *
      * fixed schedule, so a silent gauge looks exactly like a dry     *
      * spell; this report tells the two apart. For each site it       *
      * reads the capture timestamps in time order from the log's      *
      * capture-time index (rework can land old readings at late       *
      * keys, so key order is not always time order) and reports       *
      * every interval longer than the expected reporting interval     *
      * (RAIN_GAP_HOURS, default 24):                                  *
      * the last reading before the gap, the first after, and the      *
      * gap's length. Sites whose most recent reading is older than    *
      * the threshold right now are flagged POSSIBLY DOWN NOW at the   *
      * top, ahead of the historical gaps.                             *
      *                                                                *
      * Time a gauge spent in a planned maintenance window is not an   *
      * outage. A gap that is over the threshold only because of       *
      * maintenance is still listed, labelled PLANNED, but is not      *
      * counted as a gap; a site that is silent now only because it    *
      * is in maintenance is left off the POSSIBLY DOWN NOW list and   *
      * counted as in maintenance instead.                             *
      *                                                                *
      * RAIN_GAP_FROM (YYYYMMDD), when set, starts the gap listing at  *
      * the first reading captured on or after that date instead of    *
      * at the start of the log, so a nightly run need not relist      *
      * years of settled history. The POSSIBLY DOWN NOW check always   *
      * looks at each site's latest reading, whatever the date.        *
      *                                                                *
      * A run against a single site's log (RAIN_SITE_CODE, or no site  *
      * at all) checks that log alone; RAIN_SITE_LIST checks each      *
      * listed site's log in turn, same as rainrpt.                    *

           COPY fclog.

           COPY fcmntw.

           COPY fcaud.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdlog.

           COPY fdmntw.

           COPY fdaud.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wsevnt.

           COPY wsmntw.

           COPY wsaud.

           COPY wslidx.

      ******************************************************************
      * RAIN_SITE_LIST, when set, names the sites to check in turn -   *
      * a space-separated list of site codes, each one suffixed onto   *
       01 ws-site-parse-entry          PIC X(10)  VALUE SPACES.

      ******************************************************************
      * The two readings either side of the interval being measured,   *
      * as the site's readings come off the index in time order. The   *
      * timestamps are text in a fixed layout, so an alphanumeric      *
      * compare is a chronological compare.                            *
      ******************************************************************
       01 ws-ts-prev                   PIC X(21).
       01 ws-ts-hold                   PIC X(21).
       01 ws-gap-from-date             PIC X(8)    VALUE SPACES.

      ******************************************************************
      * The expected reporting interval and the clock values the gaps  *
       01 ws-now-minutes               PIC 9(10) BINARY.
       01 ws-ts-conv                   PIC X(21).
       01 ws-ts-minutes                PIC 9(10) BINARY.
       01 ws-ts-day-num                PIC 9(8)    VALUE 0.
       01 ws-ts-minute-of-day          PIC 9(4)    VALUE 0.
       01 ws-ts-date-num               PIC 9(8)    VALUE 0.
       01 ws-ts-hh                     PIC 9(2)    VALUE 0.
       01 ws-ts-mm                     PIC 9(2)    VALUE 0.
       01 ws-before-minutes            PIC 9(10) BINARY.
       01 ws-after-minutes             PIC 9(10) BINARY.
       01 ws-gap-minutes               PIC 9(10) BINARY.
       01 ws-gap-hours-disp            PIC ZZZZ9.9.
       01 ws-open-minutes              PIC S9(10) BINARY.

       01 ws-down-count                PIC 9(7)    VALUE 0.
       01 ws-gap-count                 PIC 9(7)    VALUE 0.
       01 ws-maintenance-count         PIC 9(7)    VALUE 0.
       01 ws-planned-count             PIC 9(7)    VALUE 0.
       01 ws-events-read               PIC 9(7)    VALUE 0.
       01 ws-chk-ok-switch             PIC X       VALUE 'N'.
           88 ws-chk-ok                VALUE 'Y'.
           PERFORM pa-audit-start
           PERFORM pa-read-gap-config
           PERFORM pa-read-site-list
           PERFORM pa-load-maintenance
           IF ws-mw-full
               DISPLAY 'RAINGAP: more than 2000 windows on the '
                   'maintenance calendar, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           DISPLAY 'RAIN GAUGE OUTAGE REPORT - THRESHOLD '
               ws-gap-hours ' HOUR(S)'
                   UNTIL ws-site-idx > ws-site-count
               PERFORM pa-scan-site-gaps
           END-PERFORM
           IF ws-gap-count = 0 AND ws-planned-count = 0
               DISPLAY '  (NONE)'
           END-IF

           DISPLAY ' '
           DISPLAY 'RAINGAP: ' ws-down-count ' site(s) possibly '
               'down, ' ws-maintenance-count ' in maintenance, '
               ws-gap-count ' gap(s) found, ' ws-planned-count
               ' planned'
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY audwrt.

           COPY mntchk.

           COPY lidxio.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
           MOVE ws-now-timestamp TO ws-ts-conv
           PERFORM pa-ts-to-minutes
           MOVE ws-ts-minutes TO ws-now-minutes

           MOVE SPACES TO ws-gap-from-date
           ACCEPT ws-gap-from-date FROM ENVIRONMENT 'RAIN_GAP_FROM'
           IF ws-gap-from-date NOT = SPACES
                   AND (ws-gap-from-date IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (ws-gap-from-date)) NOT = 0)
               DISPLAY 'RAINGAP: RAIN_GAP_FROM "' ws-gap-from-date
                   '" is not a YYYYMMDD date, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           .

      ******************************************************************
      * turns that into a POSSIBLY DOWN NOW line, where it belongs. A  *
      * missing OPTIONAL file opens with status 05 and its reads       *
      * satisfy neither READ phrase, so the open status is checked     *
      * directly rather than relying on the READ. A log whose          *
      * capture-time index is missing or does not match it is          *
      * reported and skipped the same way.                             *
      ******************************************************************
       pa-open-site-log.
           SET ws-chk-ok-switch TO 'N'
                       END-IF
               END-READ
           END-IF
           IF ws-chk-ok
               PERFORM pa-open-log-index-read
               IF NOT ws-lx-good
                   PERFORM pa-report-index-state
                   DISPLAY 'RAINGAP: skipping site '
                       ws-site-list-entry (ws-site-idx)
                   SET ws-chk-ok-switch TO 'N'
               END-IF
               MOVE ws-site-list-entry (ws-site-idx) TO ws-lx-site
           END-IF
           .

       pa-close-site-log.
           CLOSE fd-log
           PERFORM pa-close-log-index
           .

      ******************************************************************
      * Flag the current site when its most recent reading is older    *
      * than the threshold - the gauge may be down right now. Only     *
      * the newest timestamp matters here, so the index is started at  *
      * the threshold's distance back from now: any reading there      *
      * clears the site at once, and only a silent site has its        *
      * readings read through to find the last one. Silence that       *
      * maintenance windows account for is not an outage.              *
      ******************************************************************
       pa-check-site-down.
           PERFORM pa-open-site-log
           END-IF
           IF ws-chk-ok
               MOVE SPACES TO ws-ts-hold
               COMPUTE ws-ts-minutes =
                   ws-now-minutes - ws-threshold-minutes
               PERFORM pa-minutes-to-ts
               MOVE ws-ts-conv TO ws-lx-from-ts
               PERFORM pa-start-log-index
               IF NOT ws-lx-eof
                   PERFORM pa-read-log-index-next
               END-IF
               IF NOT ws-lx-entry-found
                   MOVE SPACES TO ws-lx-from-ts
                   PERFORM pa-start-log-index
                   PERFORM UNTIL ws-lx-eof
                       PERFORM pa-read-log-index-next
                       IF ws-lx-entry-found
                           MOVE ws-lx-capture-ts TO ws-ts-hold
                       END-IF
                   END-PERFORM
               END-IF
               IF ws-ts-hold NOT = SPACES
                   MOVE ws-ts-hold TO ws-ts-conv
                   PERFORM pa-ts-to-minutes
                           > ws-threshold-minutes
                       COMPUTE ws-gap-minutes =
                           ws-now-minutes - ws-ts-minutes
                       MOVE ws-ts-hold (1:12) TO ws-mw-check-from
                       MOVE ws-now-timestamp (1:12) TO ws-mw-check-to
                       PERFORM pa-measure-planned
                       IF ws-open-minutes > ws-threshold-minutes
                           COMPUTE ws-gap-hours-disp =
                               ws-gap-minutes / 60
                           DISPLAY '  '
                               ws-site-list-entry (ws-site-idx)
                               ' LAST READING ' ws-ts-hold
                               ' (' ws-gap-hours-disp ' HOURS AGO)'
                           ADD 1 TO ws-down-count
                       ELSE
                           ADD 1 TO ws-maintenance-count
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM pa-close-site-log
           .

      ******************************************************************
      * Report every interval between consecutive readings (in time    *
      * order) longer than the threshold for the current site, from    *
      * RAIN_GAP_FROM on when it is set. One that is only that long    *
      * because of planned maintenance is labelled PLANNED and         *
      * counted apart from the real gaps.                              *
      ******************************************************************
       pa-scan-site-gaps.
           PERFORM pa-open-site-log
           IF ws-chk-ok
               MOVE ws-gap-from-date TO ws-lx-from-ts
               PERFORM pa-start-log-index
               MOVE SPACES TO ws-ts-prev
               PERFORM UNTIL ws-lx-eof
                   PERFORM pa-read-log-index-next
                   IF ws-lx-entry-found
                       ADD 1 TO ws-events-read
                       IF ws-ts-prev NOT = SPACES
                           PERFORM pa-measure-gap
                       END-IF
                       MOVE ws-lx-capture-ts TO ws-ts-prev
                   END-IF
               END-PERFORM
           END-IF
           PERFORM pa-close-site-log
           .

      ******************************************************************
      * Measure the interval from the reading before (ws-ts-prev) to   *
      * the one just read, and list it when it is over the threshold.  *
      ******************************************************************
       pa-measure-gap.
           MOVE ws-ts-prev TO ws-ts-conv
           PERFORM pa-ts-to-minutes
           MOVE ws-ts-minutes TO ws-before-minutes
           MOVE ws-lx-capture-ts TO ws-ts-conv
           PERFORM pa-ts-to-minutes
           MOVE ws-ts-minutes TO ws-after-minutes
           COMPUTE ws-gap-minutes =
               ws-after-minutes - ws-before-minutes
           IF ws-gap-minutes > ws-threshold-minutes
               COMPUTE ws-gap-hours-disp =
                   ws-gap-minutes / 60
               MOVE ws-ts-prev (1:12) TO ws-mw-check-from
               MOVE ws-lx-capture-ts (1:12) TO ws-mw-check-to
               PERFORM pa-measure-planned
               IF ws-open-minutes > ws-threshold-minutes
                   DISPLAY '  '
                       ws-site-list-entry (ws-site-idx)
                       ' ' ws-ts-prev
                       ' -> ' ws-lx-capture-ts
                       ' (' ws-gap-hours-disp ' HOURS)'
                   ADD 1 TO ws-gap-count
               ELSE
                   DISPLAY '  '
                       ws-site-list-entry (ws-site-idx)
                       ' ' ws-ts-prev
                       ' -> ' ws-lx-capture-ts
                       ' (' ws-gap-hours-disp ' HOURS)'
                       ' PLANNED'
                   ADD 1 TO ws-planned-count
               END-IF
           END-IF
           .

      ******************************************************************
      * The part of the silence in ws-gap-minutes, between             *
      * ws-mw-check-from and ws-mw-check-to, that no maintenance       *
      * window of the current site accounts for, in ws-open-minutes.   *
      ******************************************************************
       pa-measure-planned.
           MOVE ws-site-list-entry (ws-site-idx) TO ws-mw-check-site
           PERFORM pa-measure-maintenance
           COMPUTE ws-open-minutes =
               ws-gap-minutes - ws-mw-covered-minutes
           .

      ******************************************************************
               + (FUNCTION NUMVAL (ws-ts-conv (9:2)) * 60)
               + FUNCTION NUMVAL (ws-ts-conv (11:2))
           .

      ******************************************************************
      * The reverse: the minute in ws-ts-minutes as the leading        *
      * YYYYMMDDhhmm of a timestamp in ws-ts-conv, blank after it, so  *
      * it sorts ahead of every reading captured within that minute.   *
      ******************************************************************
       pa-minutes-to-ts.
           DIVIDE ws-ts-minutes BY 1440 GIVING ws-ts-day-num
               REMAINDER ws-ts-minute-of-day
           DIVIDE ws-ts-minute-of-day BY 60 GIVING ws-ts-hh
               REMAINDER ws-ts-mm
           COMPUTE ws-ts-date-num =
               FUNCTION DATE-OF-INTEGER (ws-ts-day-num)
           MOVE SPACES TO ws-ts-conv
           MOVE ws-ts-date-num TO ws-ts-conv (1:8)
           MOVE ws-ts-hh TO ws-ts-conv (9:2)
           MOVE ws-ts-mm TO ws-ts-conv (11:2)
           .

      * rainstat answer "how much fell on which day", but the river    *
      * authority asks about storm episodes: how much fell in one      *
      * continuous event, whenever it started and however many day     *
      * breaks it straddled. For each site this report reads the       *
      * site's RAINFALL readings in capture order from the log's       *
      * capture-time index (rework can land old readings at late       *
      * keys, so key order is not always time order), then groups      *
      * consecutive readings into one storm for as long as the gap     *
      * between capture timestamps stays under the configured quiet    *
      * period (RAIN_STORM_QUIET_HOURS, default 6). One line prints    *
      * they are dropped before the grouping and only nonzero          *
      * readings take part.                                            *
      *                                                                *
      * RAIN_STORM_FROM (YYYYMMDD), when set, starts the analysis at   *
      * the first reading captured on or after that date instead of    *
      * at the start of the log.                                       *
      *                                                                *
      * A run against a single site's log (RAIN_SITE_CODE, or no       *
      * site at all) analyzes that log alone; RAIN_SITE_LIST           *
      * analyzes each listed site's log in turn, same as raingap.      *

           COPY fcaud.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdaud.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wsaud.

           COPY wslidx.

      ******************************************************************
      * RAIN_SITE_LIST, when set, names the sites to analyze in turn - *
      * a space-separated list of site codes, each one suffixed onto   *
       01 ws-site-parse-entry          PIC X(10)  VALUE SPACES.

      ******************************************************************
      * The date the analysis starts from, blank for the whole log.    *
      ******************************************************************
       01 ws-storm-from-date           PIC X(8)    VALUE SPACES.

      ******************************************************************
      * The quiet period that separates two storms, and the clock      *
       01 ws-gap-minutes               PIC 9(10) BINARY.

      ******************************************************************
      * The storm being accumulated while the readings are             *
      * walked: its first and last reading so far, its running total,  *
      * and its peak single reading.                                   *
      ******************************************************************
       01 ws-storm-peak                FLOAT-SHORT VALUE 0.
       01 ws-storm-readings            PIC 9(5)    VALUE 0.

       01 ws-storm-count               PIC 9(7)    VALUE 0.
       01 ws-events-read               PIC 9(7)    VALUE 0.
       01 ws-chk-ok-switch             PIC X       VALUE 'N'.

           COPY audwrt.

           COPY lidxio.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
                   FUNCTION NUMVAL (ws-quiet-hours-raw)
           END-IF
           COMPUTE ws-quiet-minutes = ws-quiet-hours * 60

           MOVE SPACES TO ws-storm-from-date
           ACCEPT ws-storm-from-date
               FROM ENVIRONMENT 'RAIN_STORM_FROM'
           IF ws-storm-from-date NOT = SPACES
                   AND (ws-storm-from-date IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (ws-storm-from-date))
                           NOT = 0)
               DISPLAY 'RAINSTRM: RAIN_STORM_FROM "'
                   ws-storm-from-date
                   '" is not a YYYYMMDD date, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           .

      ******************************************************************
      * off) rather than failing the whole sweep. A missing OPTIONAL   *
      * file opens with status 05 and its reads satisfy neither READ   *
      * phrase, so the open status is checked directly rather than     *
      * relying on the READ. A log whose capture-time index is         *
      * missing or does not match it is reported and skipped the same  *
      * way.                                                           *
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
                   DISPLAY 'RAINSTRM: skipping site '
                       ws-site-list-entry (ws-site-idx)
                   SET ws-chk-ok-switch TO 'N'
               END-IF
               MOVE ws-site-list-entry (ws-site-idx) TO ws-lx-site
           END-IF
           .

      ******************************************************************
      * Analyze one site: read its readings in time order from the     *
      * index, counting every event read for the audit record, and     *
      * fold each nonzero RAINFALL reading into the open storm when    *
      * it falls within the quiet period of the previous one, closing  *
      * the storm out (one printed line) when the lull is longer.      *
      * Other classes do not take part in storm grouping - the river   *
      * authority's event totals are rainfall totals. The last storm   *
      * is closed when the site's readings run out.                    *
      ******************************************************************
       pa-analyze-site.
           PERFORM pa-open-site-log
           IF ws-chk-ok
               SET ws-storm-open-switch TO 'N'
               MOVE ws-storm-from-date TO ws-lx-from-ts
               PERFORM pa-start-log-index
               PERFORM UNTIL ws-lx-eof
                   PERFORM pa-read-log-index-next
                   IF ws-lx-entry-found
                       ADD 1 TO ws-events-read
                       IF ws-lx-class = 'RAINFALL'
                               AND ws-lx-value > 0
                           PERFORM pa-take-reading
                       END-IF
                   END-IF
               END-PERFORM
               IF ws-storm-open
                   PERFORM pa-close-storm
               END-IF
           END-IF
           CLOSE fd-log
           PERFORM pa-close-log-index
           .

      ******************************************************************
      * Fold the reading in ws-lx-entry into the open storm, closing   *
      * the previous storm first when the lull since its last reading  *
      * exceeds the quiet period.                                      *
      ******************************************************************
       pa-take-reading.
           MOVE ws-lx-capture-ts TO ws-ts-conv
           PERFORM pa-ts-to-minutes
           IF ws-storm-open
               COMPUTE ws-gap-minutes =
           END-IF
           IF NOT ws-storm-open
               SET ws-storm-open TO TRUE
               MOVE ws-lx-capture-ts TO ws-storm-start-ts
               MOVE ws-ts-minutes TO ws-storm-start-minutes
               MOVE 0 TO ws-storm-total
               MOVE 0 TO ws-storm-peak
               MOVE 0 TO ws-storm-readings
           END-IF
           MOVE ws-lx-capture-ts TO ws-storm-end-ts
           ADD ws-lx-value TO ws-storm-total
           IF ws-lx-value > ws-storm-peak
               MOVE ws-lx-value TO ws-storm-peak
           END-IF
           ADD 1 TO ws-storm-readings
           MOVE ws-ts-minutes TO ws-prev-minutes

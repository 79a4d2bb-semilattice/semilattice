
           COPY fcwlim.

           COPY fcareg.

           COPY fcmntw.

           COPY fcaud.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdwlim.

           COPY fdareg.

           COPY fdmntw.

           COPY fdaud.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wswlim.

           COPY wsareg.

           COPY wsmntw.

           COPY wsaud.

           COPY wslidx.

      ******************************************************************
      * RAIN_SITE_LIST, when set, names the sites to check in turn -   *
      * a space-separated list of site codes, each one suffixed onto   *
       01 ws-site-parse-entry          PIC X(10)  VALUE SPACES.

      ******************************************************************
      * The readings of the site being checked that the night's        *
      * windows can reach - capture timestamp, class, and value - in   *
      * chronological order as they come off the log's capture-time    *
      * index, then filtered per watched class into the minutes table  *
      * the rolling sums run over.                                     *
      ******************************************************************
       01 ws-rd-table.
           02 ws-rd-count              PIC 9(5)    VALUE 0.
               03 ws-rd-timestamp      PIC X(21).
               03 ws-rd-class          PIC X(20).
               03 ws-rd-value          FLOAT-SHORT.

       01 ws-cl-table.
           02 ws-cl-count              PIC 9(5)    VALUE 0.
       01 ws-lookback-hours-raw        PIC X(4)    VALUE SPACES.
       01 ws-lookback-hours            PIC 9(4)    VALUE 0.
       01 ws-lookback-floor            PIC 9(10) BINARY VALUE 0.
       01 ws-reach-floor               PIC 9(10) BINARY VALUE 0.
       01 ws-ts-day-num                PIC 9(8)    VALUE 0.
       01 ws-ts-minute-of-day          PIC 9(4)    VALUE 0.
       01 ws-ts-date-num               PIC 9(8)    VALUE 0.
       01 ws-ts-hh                     PIC 9(2)    VALUE 0.
       01 ws-ts-mm                     PIC 9(2)    VALUE 0.
       01 ws-window-hours              PIC 9(2).
       01 ws-window-minutes            PIC 9(7)    VALUE 0.
       01 ws-window-limit              FLOAT-SHORT VALUE 0.
       01 ws-pick-idx                  PIC 9(4)    COMP.
       01 ws-scan-idx                  PIC 9(5)    COMP.

       01 ws-watch-count               PIC 9(7)    VALUE 0.
       01 ws-events-read               PIC 9(7)    VALUE 0.
       01 ws-chk-ok-switch             PIC X       VALUE 'N'.
           PERFORM pa-open-site-master
           PERFORM pa-load-watch-limits
           PERFORM pa-read-site-list
           PERFORM pa-load-maintenance
           IF ws-mw-full
               DISPLAY 'RAINWTCH: more than 2000 windows on the '
                   'maintenance calendar, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           IF ws-wl-count = 0
               DISPLAY 'RAINWTCH: no flood-watch limits on file, '

           COPY audwrt.

           COPY aregwr.

           COPY mntchk.

           COPY lidxio.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
      * tomorrow has moved past them. Older readings still feed the    *
      * rolling sums - a window ending tonight reaches back three      *
      * days - they just cannot be the reading that raises the         *
      * record. Nothing older than the longest window before the       *
      * floor can reach a window that ends past it, so that is where   *
      * each site's readings are read from (ws-reach-floor).           *
      ******************************************************************
           MOVE SPACES TO ws-lookback-hours-raw
           ACCEPT ws-lookback-hours-raw
               COMPUTE ws-lookback-floor =
                   ws-now-minutes - ws-lookback-hours * 60
           END-IF
           IF ws-lookback-floor > 72 * 60
               COMPUTE ws-reach-floor = ws-lookback-floor - 72 * 60
           ELSE
               MOVE 0 TO ws-reach-floor
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
                   DISPLAY 'RAINWTCH: skipping site '
                       ws-site-list-entry (ws-site-idx)
                   SET ws-chk-ok-switch TO 'N'
               END-IF
               MOVE ws-site-list-entry (ws-site-idx) TO ws-lx-site
           END-IF
           .

      ******************************************************************
      * Check one site: resolve its basin, load its recent             *
      * readings, then run the rolling windows for every limit row     *
      * that applies to it. A basin-specific row beats the class's     *
      * blank-basin default, so only one row runs per class.           *
           PERFORM pa-open-site-log
           IF ws-chk-ok
               PERFORM pa-load-readings
               PERFORM VARYING ws-wl-idx FROM 1 BY 1
                       UNTIL ws-wl-idx > ws-wl-count
                   PERFORM pa-find-basin-row
               END-PERFORM
           END-IF
           CLOSE fd-log
           PERFORM pa-close-log-index
           .

      ******************************************************************
           .

      ******************************************************************
      * Load the current site's readings from ws-reach-floor on into   *
      * ws-rd-table, in time order off the index, counting the events  *
      * read for the audit record. A reading captured inside one of    *
      * the site's planned maintenance windows is the crew's test tip  *
      * and stays out of the rolling totals.                           *
      ******************************************************************
       pa-load-readings.
           MOVE 0 TO ws-rd-count
           MOVE SPACES TO ws-lx-from-ts
           IF ws-reach-floor > 0
               MOVE ws-reach-floor TO ws-ts-minutes
               PERFORM pa-minutes-to-ts
               MOVE ws-ts-conv TO ws-lx-from-ts
           END-IF
           PERFORM pa-start-log-index
           PERFORM UNTIL ws-lx-eof
               PERFORM pa-read-log-index-next
               IF ws-lx-entry-found
                   PERFORM pa-take-reading
               END-IF
           END-PERFORM
           .

       pa-take-reading.
           IF ws-rd-count >= 5000
               DISPLAY 'RAINWTCH: more than 5000 events '
                   'in ' ws-log-path OF ws-config
                   ', stopping'
               CLOSE fd-log
               PERFORM pa-close-log-index
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           ADD 1 TO ws-events-read
           MOVE ws-lx-site TO ws-mw-check-site
           MOVE ws-lx-capture-ts (1:12) TO ws-mw-check-ts
           PERFORM pa-check-maintenance
           IF NOT ws-in-maintenance
               ADD 1 TO ws-rd-count
               MOVE ws-lx-capture-ts TO ws-rd-timestamp (ws-rd-count)
               MOVE ws-lx-class TO ws-rd-class (ws-rd-count)
               MOVE ws-lx-value TO ws-rd-value (ws-rd-count)
           END-IF
           .

      ******************************************************************
      * Run the three rolling windows for the limit row at ws-wl-idx:  *
      * filter the loaded readings down to the row's class (with each  *
      * timestamp converted to minutes once), then check each window   *
      * whose threshold is nonzero.                                    *
      ******************************************************************
      * Record the crossing on the flood-watch file: site, class,      *
      * window, the accumulation that crossed, the threshold it        *
      * crossed, and the capture timestamp of the reading that         *
      * tipped it over. The same line is raised onto the alert         *
      * register as an OPEN item, for the duty officer to acknowledge. *
      ******************************************************************
       pa-write-watch-record.
           MOVE ws-rolling-sum TO ws-accum-disp
           WRITE fs-floodwatch-line
           DISPLAY fs-floodwatch-line
           ADD 1 TO ws-watch-count
           MOVE 'WATCH' TO ws-areg-new-kind
           MOVE ws-site-list-entry (ws-site-idx) TO ws-areg-new-site
           MOVE fs-floodwatch-line TO ws-areg-new-detail
           PERFORM pa-register-new-item
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

      * capture timestamp as CSV to a flat file that can be FTPed or   *
      * loaded into the downstream system. Meant to be run right after *
      * the nightly log close.                                         *
      *                                                                *
      * RAIN_EXPORT_FROM (YYYYMMDD), when set, exports only the events *
      * captured on or after that date instead of the whole log, in    *
      * capture-time order off the log's capture-time index, so a      *
      * nightly run can send the recent days instead of re-exporting   *
      * years of history. Left blank, the whole log is exported in     *
      * key order as before.                                           *
      ******************************************************************

       ENVIRONMENT DIVISION.

           COPY fcsitx.

           COPY fcshst.

           COPY fcaud.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdsitx.

           COPY fdshst.

           COPY fdaud.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wssite.

           COPY wsshst.

           COPY wsaud.

           COPY wslidx.

       01 ws-csv-value                 PIC ZZZZZ9.99.
       01 ws-csv-site-name             PIC X(30).
       01 ws-csv-site-basin            PIC X(20).
       01 ws-old-key                   PIC 9(10) BINARY.
       01 ws-export-count              PIC 9(7)  VALUE 0.
       01 ws-export-from-date          PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       pa-main.
           MOVE 'RAINEXP' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-open-site-master
           PERFORM pa-load-site-history
           PERFORM pa-read-export-config
           PERFORM pa-export-log
           PERFORM pa-close-site-master

           COPY sitchk.

           COPY sithst.

           COPY audwrt.

           COPY lidxio.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
               MOVE '/tmp/rain-export.csv'
                   TO ws-export-path OF ws-config
           END-IF

           MOVE SPACES TO ws-export-from-date
           ACCEPT ws-export-from-date
               FROM ENVIRONMENT 'RAIN_EXPORT_FROM'
           IF ws-export-from-date NOT = SPACES
                   AND (ws-export-from-date IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (ws-export-from-date))
                           NOT = 0)
               DISPLAY 'RAINEXP: RAIN_EXPORT_FROM "'
                   ws-export-from-date
                   '" is not a YYYYMMDD date, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Read the checkpoint to find how far the log goes, write a      *
      * header row, then one CSV row per event from key 3 onward - or, *
      * with RAIN_EXPORT_FROM set, per event from that date on.        *
      *                                                                *
      * Key 2 is only trusted as a checkpoint once fs-chk-marker       *
      * confirms it; a log written before checkpointing existed would *
                   END-IF
           END-READ

           IF ws-export-from-date NOT = SPACES
               PERFORM pa-open-log-index-read
               IF NOT ws-lx-good
                   PERFORM pa-report-index-state
                   CLOSE fd-log
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT fd-export
           MOVE 'SITE,NAME,BASIN,CLASS,VALUE,CAPTURE_TIMESTAMP'
               TO fs-export-line
           WRITE fs-export-line

           IF ws-export-from-date = SPACES
               PERFORM VARYING ws-old-key FROM 3 BY 1
                       UNTIL ws-old-key > ws-chk-last-key
                           OF ws-checkpoint-record
                   PERFORM pa-export-event
               END-PERFORM
           ELSE
               PERFORM pa-export-from-date
               PERFORM pa-close-log-index
           END-IF

           CLOSE fd-log
           CLOSE fd-export
           .

      ******************************************************************
      * Walk the configured site's entries in the index from           *
      * RAIN_EXPORT_FROM on, exporting the event each one points at.   *
      ******************************************************************
       pa-export-from-date.
           MOVE ws-site-code OF ws-config TO ws-lx-site
           MOVE ws-export-from-date TO ws-lx-from-ts
           PERFORM pa-start-log-index
           PERFORM UNTIL ws-lx-eof
               PERFORM pa-read-log-index-next
               IF ws-lx-entry-found
                   MOVE ws-lx-log-key TO ws-old-key
                   PERFORM pa-export-event
               END-IF
           END-PERFORM
           .

       pa-export-event.
           MOVE ws-old-key TO ws-key OF ws-log
           READ fd-log
               INVALID KEY
                   DISPLAY 'RAINEXP: no event at key '
                       ws-old-key ', skipping'
               NOT INVALID KEY
                   PERFORM pa-write-csv-line
           END-READ
           .

      ******************************************************************
      * One CSV row per event. The station's full name and basin come  *
      * from the site master as the station stood on the reading's     *
      * capture date, so a gauge since moved to another basin still    *
      * exports its old readings under the basin they fell in; a site  *
      * not on the master then (or a shop with no master on file)      *
      * exports with those columns empty, so the analytics team still  *
      * gets the code either way. Names hold embedded spaces, so they  *
      * are trimmed with FUNCTION TRIM rather than delimited by space. *
      ******************************************************************
       pa-write-csv-line.
           MOVE fs-value TO ws-csv-value
           MOVE fs-site-code OF fs-current-event
               TO ws-site-lookup-code
           MOVE fs-capture-timestamp OF fs-current-event (1:8)
               TO ws-site-as-of-date
           PERFORM pa-site-as-of
           IF ws-site-on-master
               MOVE ws-sm-name TO ws-csv-site-name
               MOVE ws-sm-basin TO ws-csv-site-basin

      * total line per basin, so the duty officer can see at a glance  *
      * which catchment is taking the water.                           *
      *                                                                *
      * Each reading rolls up under the basin its site was in on the   *
      * reading's capture date, from the site history rainsmnt keeps,  *
      * so moving a gauge to another basin does not drag its past      *
      * rain along with it. RAIN_SITE_AS_OF=CURRENT rolls everything   *
      * up under today's basins instead.                               *
      *                                                                *
      * Only RAINFALL takes part - the basin question is a water       *
      * question. A site that is not on the site master (or a shop     *
      * with no master on file) rolls up under (NO BASIN) rather than  *

           COPY fcsitx.

           COPY fcshst.

           COPY fcaud.

       DATA DIVISION.

           COPY fdsitx.

           COPY fdshst.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wssite.

           COPY wsshst.

           COPY wsaud.

      ******************************************************************
       01 ws-found-switch              PIC X       VALUE 'N'.
           88 ws-total-found           VALUE 'Y'.
       01 ws-site-basin                PIC X(20)   VALUE SPACES.

      ******************************************************************
      * The basins the current site has been counted into, so a gauge  *
      * whose readings span a basin move counts once in each basin it  *
      * contributed to. Never more entries than there are basins.      *
      ******************************************************************
       01 ws-site-basins-seen.
           02 ws-seen-count            PIC 9(4)    VALUE 0.
           02 ws-seen-basin            PIC X(20)
                                        OCCURS 50 TIMES
                                        INDEXED BY ws-seen-idx.
       01 ws-event-date                PIC X(8).
       01 ws-list-key                  PIC 9(10) BINARY.
       01 ws-events-read               PIC 9(7)    VALUE 0.
           MOVE 'RAINBSN' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-open-site-master
           PERFORM pa-load-site-history
           PERFORM pa-read-site-list

           PERFORM VARYING ws-site-idx FROM 1 BY 1

           COPY sitchk.

           COPY sithst.

           COPY audwrt.

      ******************************************************************
           .

      ******************************************************************
      * Resolve the current site's basin today from the site master,   *
      * which is where the site is counted as a gauge, and fold every  *
      * RAINFALL reading in its log into the total and                 *
      * daily-accumulation entries of the basin the site was in on the *
      * reading's capture date.                                        *
      ******************************************************************
       pa-roll-up-site.
           MOVE 0 TO ws-seen-count
           MOVE '(NO BASIN)' TO ws-site-basin
           IF ws-site-master-present
                   AND ws-site-list-entry (ws-site-idx) NOT = SPACES
               MOVE ws-site-list-entry (ws-site-idx)
                   TO ws-site-lookup-code
               PERFORM pa-lookup-site
               MOVE SPACES TO ws-site-as-of-last-code
               IF ws-site-on-master
                   MOVE ws-sm-basin TO ws-site-basin
               END-IF
                           ADD 1 TO ws-events-read
                           IF fs-class OF fs-current-event
                                   = 'RAINFALL'
                               PERFORM pa-resolve-reading-basin
                               PERFORM pa-accumulate-basin
                           END-IF
                   END-READ
           CLOSE fd-log
           .

      ******************************************************************
      * Put the basin the current site was in on the capture date of   *
      * the reading in fs-current-event into ws-site-basin. The site   *
      * history only knows sites by code, so the bare base-path log    *
      * stays under (NO BASIN).                                        *
      ******************************************************************
       pa-resolve-reading-basin.
           MOVE '(NO BASIN)' TO ws-site-basin
           IF ws-site-list-entry (ws-site-idx) NOT = SPACES
               MOVE ws-site-list-entry (ws-site-idx)
                   TO ws-site-lookup-code
               MOVE fs-capture-timestamp OF fs-current-event (1:8)
                   TO ws-site-as-of-date
               PERFORM pa-site-as-of
               IF ws-site-on-master
                   MOVE ws-sm-basin TO ws-site-basin
               END-IF
           END-IF
           .

      ******************************************************************
      * Find (or create) the basin's total entry and count the         *
      * current site into it, so the total lines can say how many      *
      * gauges each basin's figure rests on. A site is counted once    *
      * per basin however many of its readings land there.             *
      ******************************************************************
       pa-count-basin-site.
           PERFORM pa-find-basin-entry
           SET ws-found-switch TO 'N'
           PERFORM VARYING ws-seen-idx FROM 1 BY 1
                   UNTIL ws-seen-idx > ws-seen-count
               IF ws-seen-basin (ws-seen-idx) = ws-site-basin
                   SET ws-total-found TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ws-total-found
               IF ws-seen-count >= 50
                   DISPLAY 'RAINBSN: more than 50 basins at one '
                       'site, stopping'
                   CLOSE fd-log
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               END-IF
               ADD 1 TO ws-seen-count
               SET ws-seen-idx TO ws-seen-count
               MOVE ws-site-basin TO ws-seen-basin (ws-seen-idx)
               ADD 1 TO ws-basin-sites (ws-basin-idx)
           END-IF
           .

      ******************************************************************
      * capture date.                                                  *
      ******************************************************************
       pa-accumulate-basin.
           PERFORM pa-count-basin-site
           ADD fs-value OF fs-current-event
               TO ws-basin-sum (ws-basin-idx)
           ADD 1 TO ws-basin-events (ws-basin-idx)

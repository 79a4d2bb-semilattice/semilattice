      ******************************************************************
      * Load the site history file for as-of lookups. The file is      *
      * OPTIONAL: a shop that has never run rainsmnt has no history,   *
      * and every lookup then answers with today's master record,      *
      * exactly as before the history existed.                         *
      ******************************************************************
       pa-load-site-history.
           MOVE 0 TO ws-shist-count
           MOVE SPACES TO ws-site-as-of-mode
           ACCEPT ws-site-as-of-mode FROM ENVIRONMENT 'RAIN_SITE_AS_OF'
           MOVE FUNCTION UPPER-CASE (ws-site-as-of-mode)
               TO ws-site-as-of-mode
           IF ws-site-as-of-mode NOT = 'CURRENT'
               SET ws-shist-eof-switch TO 'N'
               OPEN INPUT fd-site-history
               PERFORM UNTIL ws-shist-eof
                   READ fd-site-history
                       AT END
                           SET ws-shist-eof TO TRUE
                       NOT AT END
                           PERFORM pa-load-site-history-entry
                   END-READ
               END-PERFORM
               CLOSE fd-site-history
           END-IF
           .

       pa-load-site-history-entry.
           IF ws-shist-count >= 2000
               DISPLAY FUNCTION TRIM (ws-aud-program)
                   ': more than 2000 site history records, stopping'
               CLOSE fd-site-history
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           ADD 1 TO ws-shist-count
           SET ws-shist-idx TO ws-shist-count
           MOVE fs-sh-code TO ws-shist-code (ws-shist-idx)
           MOVE fs-sh-action TO ws-shist-action (ws-shist-idx)
           MOVE fs-sh-effective TO ws-shist-effective (ws-shist-idx)
           MOVE fs-shb-name TO ws-shist-name (ws-shist-idx)
           MOVE fs-shb-basin TO ws-shist-basin (ws-shist-idx)
           MOVE fs-shb-latitude TO ws-shist-latitude (ws-shist-idx)
           MOVE fs-shb-longitude TO ws-shist-longitude (ws-shist-idx)
           MOVE fs-shb-status TO ws-shist-status (ws-shist-idx)
           MOVE fs-shb-commissioned
               TO ws-shist-commissioned (ws-shist-idx)
           .

      ******************************************************************
      * Look ws-site-lookup-code up as it stood on ws-site-as-of-date  *
      * (YYYYMMDD), leaving the answer where pa-lookup-site leaves     *
      * it: ws-site-on-master and the ws-sm-* fields. Today's master   *
      * record is read first; then the earliest change to the station  *
      * that took effect after the date, if there is one, supplies     *
      * its before image instead. When that change is the station's    *
      * ADD, the station was not on the master yet on that date.       *
      * Changes sharing an effective date are taken in the order they  *
      * were recorded.                                                 *
      *                                                                *
      * Readings arrive in runs for one site and one day, so the       *
      * answer for the last code and date asked about is kept and not  *
      * looked up again. A caller that also performs pa-lookup-site    *
      * directly must clear ws-site-as-of-last-code afterwards.        *
      ******************************************************************
       pa-site-as-of.
           IF ws-site-lookup-code NOT = ws-site-as-of-last-code
                   OR ws-site-as-of-date NOT = ws-site-as-of-last-date
               MOVE ws-site-lookup-code TO ws-site-as-of-last-code
               MOVE ws-site-as-of-date TO ws-site-as-of-last-date
               PERFORM pa-lookup-site
               SET ws-shist-found-switch TO 'N'
               PERFORM VARYING ws-shist-idx FROM 1 BY 1
                       UNTIL ws-shist-idx > ws-shist-count
                   IF ws-shist-code (ws-shist-idx)
                           = ws-site-lookup-code
                           AND ws-shist-effective (ws-shist-idx)
                               > ws-site-as-of-date
                       IF NOT ws-shist-found
                           SET ws-shist-found TO TRUE
                           SET ws-shist-best-idx TO ws-shist-idx
                       ELSE
                           IF ws-shist-effective (ws-shist-idx)
                                   < ws-shist-effective
                                       (ws-shist-best-idx)
                               SET ws-shist-best-idx TO ws-shist-idx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF ws-shist-found
                   IF ws-shist-action (ws-shist-best-idx) = 'ADD'
                       SET ws-site-found-switch TO 'N'
                   ELSE
                       SET ws-site-on-master TO TRUE
                       SET ws-shist-idx TO ws-shist-best-idx
                       MOVE ws-site-lookup-code TO ws-sm-code
                       MOVE ws-shist-name (ws-shist-idx)
                           TO ws-sm-name
                       MOVE ws-shist-basin (ws-shist-idx)
                           TO ws-sm-basin
                       MOVE ws-shist-latitude (ws-shist-idx)
                           TO ws-sm-latitude
                       MOVE ws-shist-longitude (ws-shist-idx)
                           TO ws-sm-longitude
                       MOVE ws-shist-status (ws-shist-idx)
                           TO ws-sm-status
                       MOVE ws-shist-commissioned (ws-shist-idx)
                           TO ws-sm-commissioned
                   END-IF
               END-IF
           END-IF
           .

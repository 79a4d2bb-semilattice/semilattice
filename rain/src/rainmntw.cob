       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainmntw.

      ******************************************************************
      * Planned maintenance windows. When a field crew cleans or       *
      * recalibrates a gauge, its test tips arrive as readings, the    *
      * gauge goes quiet while it is off the mast, and the morning     *
      * page flags it - every consumer treats planned work as weather  *
      * or as an outage. This program keeps the maintenance calendar   *
      * those consumers read instead: the operator ENTERs a window     *
      * (site, start, optional end, reason, crew reference) and        *
      * CLOSEs it when the crew hands the gauge back.                  *
      *                                                                *
      * Every window is vetted before it goes on the calendar:         *
      *   - the site must be on the keyed site master and not          *
      *     decommissioned;                                            *
      *   - start and end must be real YYYYMMDDhhmm times, the end     *
      *     after the start; an ENTER with no end leaves the window    *
      *     open until it is closed;                                   *
      *   - the reason and the crew reference must both be given;      *
      *   - a new window must not overlap another window for the       *
      *     same site, open ones counting as running for ever.         *
      * A CLOSE names the window by site and start and takes the end   *
      * time (default now); it may end an open window or bring a       *
      * planned end forward, never push one later or before the        *
      * start.                                                         *
      *                                                                *
      * The conversation is plain line-at-a-time DISPLAY and ACCEPT,   *
      * the same way rainsmnt and rainduty talk to the operator, and   *
      * each accepted action is appended to the calendar as it is      *
      * keyed, so a session that ends early keeps everything done so   *
      * far. LIST shows a site's windows. RAIN_OPERATOR names the      *
      * operator; the session asks when it is not set.                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fcmntw.

           COPY fcsitx.

           COPY fcaud.

       DATA DIVISION.

       FILE SECTION.

           COPY fdmntw.

           COPY fdsitx.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wsmntw.

           COPY wssite.

           COPY wsaud.

      ******************************************************************
      * The window in hand, as keyed, and whether it has passed so     *
      * far.                                                           *
      ******************************************************************
       01 ws-win-action                PIC X(5)    VALUE SPACES.
       01 ws-win-site                  PIC X(10)   VALUE SPACES.
       01 ws-win-start                 PIC X(12)   VALUE SPACES.
       01 ws-win-end                   PIC X(12)   VALUE SPACES.
       01 ws-win-reason                PIC X(30)   VALUE SPACES.
       01 ws-win-crew                  PIC X(12)   VALUE SPACES.
       01 ws-win-ok-switch             PIC X       VALUE 'Y'.
           88 ws-win-ok                VALUE 'Y'.
       01 ws-win-reason-text           PIC X(60)   VALUE SPACES.
       01 ws-win-new-reason            PIC X(60)   VALUE SPACES.

      ******************************************************************
      * Working fields for the checks. An open end compares as later   *
      * than any real time.                                            *
      ******************************************************************
       01 ws-now-timestamp             PIC X(21)   VALUE SPACES.
       01 ws-time-check                PIC X(12)   VALUE SPACES.
       01 ws-time-date                 PIC 9(8)    VALUE 0.
       01 ws-time-ok-switch            PIC X       VALUE 'N'.
           88 ws-time-ok               VALUE 'Y'.
       01 ws-new-end-cmp               PIC X(12)   VALUE SPACES.
       01 ws-old-end-cmp               PIC X(12)   VALUE SPACES.
       01 ws-close-idx                 PIC 9(4)    COMP VALUE 0.

      ******************************************************************
      * Session state and the run's counters.                          *
      ******************************************************************
       01 ws-operator                  PIC X(10)   VALUE SPACES.
       01 ws-quit-switch               PIC X       VALUE 'N'.
           88 ws-session-quit          VALUE 'Y'.
       01 ws-field-answer              PIC X(12)   VALUE SPACES.
       01 ws-value-answer              PIC X(30)   VALUE SPACES.
       01 ws-action-count              PIC 9(7)    VALUE 0.
       01 ws-entered-count             PIC 9(7)    VALUE 0.
       01 ws-closed-count              PIC 9(7)    VALUE 0.
       01 ws-refused-count             PIC 9(7)    VALUE 0.
       01 ws-listed-count              PIC 9(7)    VALUE 0.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINMNTW' TO ws-aud-program
           MOVE ws-maintenance-path OF ws-config
               TO ws-log-path OF ws-config
           PERFORM pa-audit-start
           MOVE SPACES TO ws-operator
           ACCEPT ws-operator FROM ENVIRONMENT 'RAIN_OPERATOR'

           PERFORM pa-open-site-master
           IF NOT ws-site-master-present
               DISPLAY 'RAINMNTW: no keyed site master at '
                   FUNCTION TRIM (ws-site-index-path OF ws-config)
                   ' - run rainsite first, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           PERFORM pa-load-maintenance
           IF ws-mw-full
               DISPLAY 'RAINMNTW: more than 2000 windows on the '
                   'maintenance calendar, stopping'
               PERFORM pa-close-site-master
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           PERFORM pa-run-session

           PERFORM pa-close-site-master
           DISPLAY ' '
           DISPLAY 'RAINMNTW: ' ws-action-count ' action(s), '
               ws-entered-count ' entered, ' ws-closed-count
               ' closed, ' ws-refused-count ' refused'
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY sitchk.

           COPY audwrt.

           COPY mntchk.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-action-count TO ws-aud-read
           MOVE ws-entered-count TO ws-aud-committed
           MOVE ws-refused-count TO ws-aud-rejected
           MOVE ws-closed-count TO ws-aud-archived
           MOVE ws-listed-count TO ws-aud-exported
           PERFORM pa-audit-end
           .

      ******************************************************************
      * The operator's id first, when RAIN_OPERATOR has not supplied   *
      * it, then one action per round until Q.                         *
      ******************************************************************
       pa-run-session.
           DISPLAY 'RAIN GAUGE MAINTENANCE CALENDAR'
           DISPLAY 'CALENDAR:    '
               FUNCTION TRIM (ws-maintenance-path OF ws-config)
           DISPLAY 'WINDOWS:     ' ws-mw-count
           PERFORM UNTIL ws-operator NOT = SPACES OR ws-session-quit
               DISPLAY 'OPERATOR ID (Q=FINISH)?'
               MOVE SPACES TO ws-value-answer
               ACCEPT ws-value-answer
               IF FUNCTION UPPER-CASE (ws-value-answer) = 'Q'
                   SET ws-session-quit TO TRUE
               ELSE
                   MOVE ws-value-answer TO ws-operator
               END-IF
           END-PERFORM
           PERFORM UNTIL ws-session-quit
               PERFORM pa-key-action
           END-PERFORM
           .

      ******************************************************************
      * One round of the conversation: the action, then the fields     *
      * that action needs.                                             *
      ******************************************************************
       pa-key-action.
           DISPLAY ' '
           DISPLAY 'ACTION (ENTER/CLOSE/LIST, Q=FINISH)?'
           MOVE SPACES TO ws-field-answer
           ACCEPT ws-field-answer
           MOVE FUNCTION UPPER-CASE (ws-field-answer)
               TO ws-field-answer
           EVALUATE ws-field-answer
               WHEN 'Q'
                   SET ws-session-quit TO TRUE
               WHEN 'ENTER'
                   PERFORM pa-key-enter
               WHEN 'CLOSE'
                   PERFORM pa-key-close
               WHEN 'LIST'
                   PERFORM pa-list-windows
               WHEN OTHER
                   DISPLAY '  KEY ENTER, CLOSE, LIST, OR Q'
           END-EVALUATE
           .

      ******************************************************************
      * Take and vet a new window, and put it on the calendar when it  *
      * passes. The first check that fails names the reason it is      *
      * refused.                                                       *
      ******************************************************************
       pa-key-enter.
           MOVE 'ENTER' TO ws-win-action
           PERFORM pa-key-site
           DISPLAY '  START (YYYYMMDDHHMM)?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE ws-value-answer TO ws-win-start
           DISPLAY '  END (YYYYMMDDHHMM, ENTER=OPEN UNTIL CLOSED)?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE ws-value-answer TO ws-win-end
           DISPLAY '  REASON?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE ws-value-answer TO ws-win-reason
           DISPLAY '  CREW REFERENCE?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE FUNCTION UPPER-CASE (ws-value-answer) TO ws-win-crew

           ADD 1 TO ws-action-count
           SET ws-win-ok TO TRUE
           MOVE SPACES TO ws-win-reason-text
           PERFORM pa-vet-site

           MOVE ws-win-start TO ws-time-check
           PERFORM pa-check-time
           IF NOT ws-time-ok
               MOVE 'START IS NOT A YYYYMMDDHHMM TIME'
                   TO ws-win-new-reason
               PERFORM pa-refuse-window
           END-IF
           IF ws-win-end NOT = SPACES
               MOVE ws-win-end TO ws-time-check
               PERFORM pa-check-time
               IF NOT ws-time-ok
                   MOVE 'END IS NOT A YYYYMMDDHHMM TIME'
                       TO ws-win-new-reason
                   PERFORM pa-refuse-window
               ELSE
                   IF ws-win-end NOT > ws-win-start
                       MOVE 'END IS NOT AFTER THE START'
                           TO ws-win-new-reason
                       PERFORM pa-refuse-window
                   END-IF
               END-IF
           END-IF
           IF ws-win-reason = SPACES
               MOVE 'NO REASON GIVEN' TO ws-win-new-reason
               PERFORM pa-refuse-window
           END-IF
           IF ws-win-crew = SPACES
               MOVE 'NO CREW REFERENCE GIVEN' TO ws-win-new-reason
               PERFORM pa-refuse-window
           END-IF
           IF ws-win-ok
               PERFORM pa-check-overlap
           END-IF
           IF ws-win-ok AND ws-mw-count >= 2000
               MOVE 'THE CALENDAR IS FULL' TO ws-win-new-reason
               PERFORM pa-refuse-window
           END-IF

           IF ws-win-ok
               ADD 1 TO ws-mw-count
               SET ws-mw-idx TO ws-mw-count
               MOVE ws-win-site TO ws-mw-site (ws-mw-idx)
               MOVE ws-win-start TO ws-mw-start (ws-mw-idx)
               MOVE ws-win-end TO ws-mw-end (ws-mw-idx)
               MOVE ws-win-reason TO ws-mw-reason (ws-mw-idx)
               MOVE ws-win-crew TO ws-mw-crew (ws-mw-idx)
               PERFORM pa-write-calendar-line
               ADD 1 TO ws-entered-count
               DISPLAY 'RAINMNTW: window for '
                   FUNCTION TRIM (ws-win-site) ' from '
                   ws-win-start ' entered'
           ELSE
               PERFORM pa-report-refusal
           END-IF
           .

      ******************************************************************
      * Take the window to close by site and start, and the time it    *
      * ended, and record the close when it passes.                    *
      ******************************************************************
       pa-key-close.
           MOVE 'CLOSE' TO ws-win-action
           PERFORM pa-key-site
           PERFORM pa-show-site-windows
           DISPLAY '  START OF THE WINDOW TO CLOSE (YYYYMMDDHHMM)?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE ws-value-answer TO ws-win-start
           DISPLAY '  END (YYYYMMDDHHMM, ENTER=NOW)?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE ws-value-answer TO ws-win-end
           IF ws-win-end = SPACES
               MOVE FUNCTION CURRENT-DATE TO ws-now-timestamp
               MOVE ws-now-timestamp (1:12) TO ws-win-end
           END-IF

           ADD 1 TO ws-action-count
           SET ws-win-ok TO TRUE
           MOVE SPACES TO ws-win-reason-text
           MOVE 0 TO ws-close-idx
           PERFORM VARYING ws-mw-idx FROM 1 BY 1
                   UNTIL ws-mw-idx > ws-mw-count
               IF ws-mw-site (ws-mw-idx) = ws-win-site
                       AND ws-mw-start (ws-mw-idx) = ws-win-start
                   SET ws-close-idx TO ws-mw-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-close-idx = 0
               MOVE 'NO WINDOW FOR THE SITE STARTS THEN'
                   TO ws-win-new-reason
               PERFORM pa-refuse-window
           ELSE
               MOVE ws-win-end TO ws-time-check
               PERFORM pa-check-time
               EVALUATE TRUE
                   WHEN NOT ws-time-ok
                       MOVE 'END IS NOT A YYYYMMDDHHMM TIME'
                           TO ws-win-new-reason
                       PERFORM pa-refuse-window
                   WHEN ws-win-end NOT > ws-win-start
                       MOVE 'END IS NOT AFTER THE START'
                           TO ws-win-new-reason
                       PERFORM pa-refuse-window
                   WHEN ws-mw-end (ws-close-idx) NOT = SPACES
                           AND ws-win-end > ws-mw-end (ws-close-idx)
                       MOVE 'THE WINDOW ALREADY ENDS EARLIER'
                           TO ws-win-new-reason
                       PERFORM pa-refuse-window
               END-EVALUATE
           END-IF

           IF ws-win-ok
               MOVE ws-win-end TO ws-mw-end (ws-close-idx)
               MOVE ws-mw-reason (ws-close-idx) TO ws-win-reason
               MOVE ws-mw-crew (ws-close-idx) TO ws-win-crew
               PERFORM pa-write-calendar-line
               ADD 1 TO ws-closed-count
               DISPLAY 'RAINMNTW: window for '
                   FUNCTION TRIM (ws-win-site) ' from '
                   ws-win-start ' closed at ' ws-win-end
           ELSE
               PERFORM pa-report-refusal
           END-IF
           .

       pa-key-site.
           DISPLAY '  SITE CODE?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE FUNCTION UPPER-CASE (ws-value-answer) TO ws-win-site
           .

      ******************************************************************
      * Show every window on the calendar for a keyed site, or for     *
      * every site when none is keyed.                                 *
      ******************************************************************
       pa-list-windows.
           PERFORM pa-key-site
           ADD 1 TO ws-listed-count
           PERFORM pa-show-site-windows
           .

       pa-show-site-windows.
           DISPLAY '  SITE       START        END          CREW'
               '         REASON'
           PERFORM VARYING ws-mw-idx FROM 1 BY 1
                   UNTIL ws-mw-idx > ws-mw-count
               IF ws-win-site = SPACES
                       OR ws-mw-site (ws-mw-idx) = ws-win-site
                   IF ws-mw-end (ws-mw-idx) = SPACES
                       DISPLAY '  ' ws-mw-site (ws-mw-idx) ' '
                           ws-mw-start (ws-mw-idx) ' OPEN         '
                           ws-mw-crew (ws-mw-idx) ' '
                           FUNCTION TRIM (ws-mw-reason (ws-mw-idx))
                   ELSE
                       DISPLAY '  ' ws-mw-site (ws-mw-idx) ' '
                           ws-mw-start (ws-mw-idx) ' '
                           ws-mw-end (ws-mw-idx) ' '
                           ws-mw-crew (ws-mw-idx) ' '
                           FUNCTION TRIM (ws-mw-reason (ws-mw-idx))
                   END-IF
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * The site must be on the keyed site master and still in         *
      * service - a decommissioned gauge has nothing to maintain.      *
      ******************************************************************
       pa-vet-site.
           IF ws-win-site = SPACES
               MOVE 'NO SITE CODE' TO ws-win-new-reason
               PERFORM pa-refuse-window
           ELSE
               MOVE ws-win-site TO ws-site-lookup-code
               PERFORM pa-lookup-site
               IF NOT ws-site-on-master
                   MOVE 'SITE NOT ON THE SITE MASTER'
                       TO ws-win-new-reason
                   PERFORM pa-refuse-window
               ELSE
                   IF ws-sm-decommissioned
                       MOVE 'SITE IS DECOMMISSIONED'
                           TO ws-win-new-reason
                       PERFORM pa-refuse-window
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Refuse the new window when it overlaps any window already on   *
      * the calendar for the same site. Two windows overlap when each  *
      * starts before the other ends; an open end never comes.         *
      ******************************************************************
       pa-check-overlap.
           IF ws-win-end = SPACES
               MOVE HIGH-VALUES TO ws-new-end-cmp
           ELSE
               MOVE ws-win-end TO ws-new-end-cmp
           END-IF
           PERFORM VARYING ws-mw-idx FROM 1 BY 1
                   UNTIL ws-mw-idx > ws-mw-count
               IF ws-mw-site (ws-mw-idx) = ws-win-site
                   IF ws-mw-end (ws-mw-idx) = SPACES
                       MOVE HIGH-VALUES TO ws-old-end-cmp
                   ELSE
                       MOVE ws-mw-end (ws-mw-idx) TO ws-old-end-cmp
                   END-IF
                   IF ws-win-start < ws-old-end-cmp
                           AND ws-mw-start (ws-mw-idx) < ws-new-end-cmp
                       MOVE SPACES TO ws-win-new-reason
                       STRING 'OVERLAPS THE WINDOW FROM '
                           DELIMITED BY SIZE
                           ws-mw-start (ws-mw-idx) DELIMITED BY SIZE
                           INTO ws-win-new-reason
                       PERFORM pa-refuse-window
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * Set ws-time-ok when ws-time-check is a real YYYYMMDDhhmm       *
      * time.                                                          *
      ******************************************************************
       pa-check-time.
           SET ws-time-ok-switch TO 'N'
           IF ws-time-check IS NUMERIC
               MOVE ws-time-check (1:8) TO ws-time-date
               IF FUNCTION TEST-DATE-YYYYMMDD (ws-time-date) = 0
                       AND ws-time-check (9:2) < '24'
                       AND ws-time-check (11:2) < '60'
                   SET ws-time-ok TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      * Refuse the window in hand for ws-win-new-reason, unless an     *
      * earlier check already refused it.                              *
      ******************************************************************
       pa-refuse-window.
           IF ws-win-ok
               SET ws-win-ok-switch TO 'N'
               MOVE ws-win-new-reason TO ws-win-reason-text
           END-IF
           .

       pa-report-refusal.
           ADD 1 TO ws-refused-count
           DISPLAY 'RAINMNTW: ' FUNCTION TRIM (ws-win-action) ' '
               FUNCTION TRIM (ws-win-site) ' refused: '
               FUNCTION TRIM (ws-win-reason-text)
           .

      ******************************************************************
      * Append the action in hand to the calendar. The file is opened  *
      * and closed around each line, so another session's lines are    *
      * never lost and a session cut short keeps what it wrote.        *
      ******************************************************************
       pa-write-calendar-line.
           MOVE FUNCTION CURRENT-DATE TO ws-now-timestamp
           MOVE SPACES TO fs-maintenance-record
           MOVE ws-win-site TO fs-mw-site
           MOVE ws-win-action TO fs-mw-action
           MOVE ws-win-start TO fs-mw-start
           MOVE ws-win-end TO fs-mw-end
           MOVE ws-win-reason TO fs-mw-reason
           MOVE ws-win-crew TO fs-mw-crew
           MOVE ws-now-timestamp TO fs-mw-timestamp
           MOVE ws-operator TO fs-mw-operator
           OPEN EXTEND fd-maintenance
           WRITE fs-maintenance-record
           CLOSE fd-maintenance
           .

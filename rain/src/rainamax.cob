       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainamax.

      ******************************************************************
      * Annual maximum rainfall by duration, for culvert and drainage  *
      * sizing. For each site and each calendar year it finds the      *
      * largest RAINFALL accumulation in any 15-minute, 1-hour,        *
      * 6-hour, 24-hour, and 72-hour window ending in that year, and   *
      * the capture timestamp of the last reading in that window.      *
      *                                                                *
      * Most of a gauge's years live in the dated archive generations  *
      * rainarch writes rather than in the live log, so each site's    *
      * readings are gathered from the archive generations named in    *
      * RAIN_ARCHIVE_DATES under RAIN_ARCHIVE_PATH - the same set      *
      * rainhist searches, filtered to the site's own events - and     *
      * from the site's live log. The sites are RAIN_SITE_LIST, the    *
      * same as rainstrm.                                              *
      *                                                                *
      * Rather than hold and sort a site's whole record, one year is   *
      * worked at a time. The readings are totalled into quarter-hour  *
      * slots, by capture time, from three days before the year        *
      * starts (so a 72-hour window ending early in January sees the   *
      * December rain behind it) to the year's end, and each window    *
      * length is slid across the slots. Windows are therefore whole   *
      * quarter-hours, the same granularity as the gauges' own         *
      * reporting.                                                     *
      *                                                                *
      * A year with more than RAIN_AMAX_MAX_MISSING_DAYS (default 15)  *
      * days carrying no reading at all is marked INCOMPLETE: its      *
      * maxima are withheld from the printed table rather than shown   *
      * as a low figure, and carried on the flat file only under the   *
      * INCOMPLETE status. The current year is judged on the days      *
      * elapsed so far and, if it passes, marked TO DATE.              *
      *                                                                *
      * The table is also written to the annual-maximum file           *
      * (RAIN_AMAX_PATH), one line per site, year, and duration. It is *
      * built at a scratch name and renamed into place once complete,  *
      * so the engineers never load a half-written file.               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fclog.

           COPY fcarch.

           COPY fcamax.

           COPY fcaud.

       DATA DIVISION.

       FILE SECTION.

           COPY fdlog.

           COPY fdarch.

           COPY fdamax.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wslog.

           COPY wsevnt.

           COPY wsaud.

      ******************************************************************
      * RAIN_SITE_LIST, parsed the same way rainstrm parses it. With   *
      * no list, the single configured site (or the bare base-path     *
      * log) is reported alone.                                        *
      ******************************************************************
       01 ws-site-list-raw             PIC X(2200) VALUE SPACES.
       01 ws-site-list.
           02 ws-site-list-entry       PIC X(10)
                                        OCCURS 200 TIMES
                                        INDEXED BY ws-site-idx.
       01 ws-site-count                PIC 9(4)   VALUE 0.
       01 ws-site-list-ptr             PIC 9(4)   VALUE 1.
       01 ws-site-parse-entry          PIC X(10)  VALUE SPACES.

      ******************************************************************
      * The dated archive generations to read, parsed from             *
      * RAIN_ARCHIVE_DATES the same way rainhist parses it.            *
      ******************************************************************
       01 ws-archive-base              PIC X(200)  VALUE SPACES.
       01 ws-date-list-raw             PIC X(180)  VALUE SPACES.
       01 ws-date-list.
           02 ws-date-list-entry       PIC X(8)
                                        OCCURS 20 TIMES
                                        INDEXED BY ws-date-idx.
       01 ws-date-count                PIC 9(4)    VALUE 0.
       01 ws-arch-eof-switch           PIC X       VALUE 'N'.
           88 ws-arch-eof              VALUE 'Y'.

      ******************************************************************
      * The standard durations: label, length in minutes, and length   *
      * in quarter-hour slots.                                         *
      ******************************************************************
       01 ws-duration-values.
           02 FILLER                   PIC X(13)
                                        VALUE '15MIN00150001'.
           02 FILLER                   PIC X(13)
                                        VALUE '1HR  00600004'.
           02 FILLER                   PIC X(13)
                                        VALUE '6HR  03600024'.
           02 FILLER                   PIC X(13)
                                        VALUE '24HR 14400096'.
           02 FILLER                   PIC X(13)
                                        VALUE '72HR 43200288'.
       01 ws-duration-table REDEFINES ws-duration-values.
           02 ws-dur-entry             OCCURS 5 TIMES
                                        INDEXED BY ws-dur-idx.
               03 ws-dur-label         PIC X(5).
               03 ws-dur-minutes       PIC 9(4).
               03 ws-dur-slots         PIC 9(4).

      ******************************************************************
      * Per duration, the running window total while the slots are     *
      * walked, and the year's maximum and where its window ended.     *
      ******************************************************************
       01 ws-dur-results.
           02 ws-dur-result            OCCURS 5 TIMES.
               03 ws-dur-sum           PIC S9(6)V9(3) COMP-3.
               03 ws-dur-max           PIC S9(6)V9(3) COMP-3.
               03 ws-dur-ended         PIC X(21).

      ******************************************************************
      * The years the site has rainfall readings in, flagged by year   *
      * from 1900 (entry 1) to 2099 (entry 200).                       *
      ******************************************************************
       01 ws-year-flags.
           02 ws-year-seen             PIC X       OCCURS 200 TIMES.
       01 ws-year-sub                  PIC 9(4)    COMP.
       01 ws-year-count                PIC 9(4)    VALUE 0.

      ******************************************************************
      * The year being worked: the quarter-hour slots from three days  *
      * before it starts to its end, each slot's total and the         *
      * capture timestamp of its last nonzero reading, and which of    *
      * the year's days had any reading at all.                        *
      ******************************************************************
       01 ws-slot-table.
           02 ws-slot-entry            OCCURS 35424 TIMES.
               03 ws-slot-value        PIC S9(6)V9(3) COMP-3.
               03 ws-slot-last-ts      PIC X(21).
       01 ws-lead-slots                PIC 9(4)    COMP VALUE 288.
       01 ws-slot-limit                PIC 9(6)    COMP.
       01 ws-slot-sub                  PIC 9(6)    COMP.
       01 ws-day-flags.
           02 ws-day-seen              PIC X       OCCURS 366 TIMES.
       01 ws-day-sub                   PIC 9(4)    COMP.

       01 ws-work-year                 PIC 9(4)    VALUE 0.
       01 ws-work-year-x REDEFINES ws-work-year
                                       PIC X(4).
       01 ws-year-start-int            PIC 9(8)    VALUE 0.
       01 ws-year-end-int              PIC 9(8)    VALUE 0.
       01 ws-window-base-int           PIC 9(8)    VALUE 0.
       01 ws-days-in-year              PIC 9(3)    VALUE 0.
       01 ws-days-expected             PIC 9(3)    VALUE 0.
       01 ws-days-reported             PIC 9(3)    VALUE 0.
       01 ws-days-missing              PIC 9(3)    VALUE 0.
       01 ws-year-status               PIC X(10)   VALUE SPACES.
           88 ws-year-incomplete       VALUE 'INCOMPLETE'.
       01 ws-today                     PIC X(8)    VALUE SPACES.
       01 ws-today-int                 PIC 9(8)    VALUE 0.
       01 ws-max-missing-raw           PIC X(3)    VALUE SPACES.
       01 ws-max-missing-days          PIC 9(3)    VALUE 0.

      ******************************************************************
      * Which pass over a site's sources is running: the survey that   *
      * finds the years, or the fill that loads one year's slots.      *
      ******************************************************************
       01 ws-pass-switch               PIC X       VALUE 'S'.
           88 ws-survey-pass           VALUE 'S'.
           88 ws-fill-pass             VALUE 'F'.

      ******************************************************************
      * The reading being taken, from whichever source it came from.   *
      ******************************************************************
       01 ws-take-class                PIC X(20).
       01 ws-take-value                PIC S9(6)V9(3) COMP-3.
       01 ws-take-ts                   PIC X(21).
       01 ws-take-int                  PIC 9(8)    VALUE 0.
       01 ws-take-slot                 PIC 9(6)    COMP.

       01 ws-list-key                  PIC 9(10) BINARY.
       01 ws-chk-ok-switch             PIC X       VALUE 'N'.
           88 ws-chk-ok                VALUE 'Y'.
       01 ws-events-read               PIC 9(7)    VALUE 0.
       01 ws-records-written           PIC 9(7)    VALUE 0.
       01 ws-years-reported            PIC 9(7)    VALUE 0.

      ******************************************************************
      * The two printed lines of a site-year: the maxima, and under    *
      * them the capture time (to the minute) each window ended at.    *
      ******************************************************************
       01 ws-amax-line.
           02 ws-al-site               PIC X(10).
           02 FILLER                   PIC X.
           02 ws-al-year               PIC X(4).
           02 FILLER                   PIC X.
           02 ws-al-status             PIC X(10).
           02 FILLER                   PIC X.
           02 ws-al-days-reported      PIC ZZ9.
           02 ws-al-slash              PIC X.
           02 ws-al-days-expected      PIC 999.
           02 ws-al-column             OCCURS 5 TIMES.
               03 FILLER               PIC X.
               03 ws-al-value          PIC Z(8)9.99.
       01 ws-amax-ended-line.
           02 FILLER                   PIC X(25).
           02 ws-ae-label              PIC X(9).
           02 ws-ae-column             OCCURS 5 TIMES.
               03 FILLER               PIC X.
               03 ws-ae-ended          PIC X(12).
       01 ws-missing-disp              PIC ZZ9.

      ******************************************************************
      * The annual-maximum file's real name, and the shell command     *
      * that renames the scratch build into place, the same way        *
      * rainretn installs its return.                                  *
      ******************************************************************
       01 ws-annual-max-final-path     PIC X(200)  VALUE SPACES.
       01 ws-shell-command             PIC X(420)  VALUE SPACES.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINAMAX' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-read-amax-config
           PERFORM pa-read-site-list

           OPEN OUTPUT fd-annual-max
           DISPLAY 'RAIN ANNUAL MAXIMUM RAINFALL BY DURATION'
           DISPLAY 'SITE       YEAR STATUS     DAYS   '
               '        15MIN          1HR          6HR'
               '         24HR         72HR'
           PERFORM VARYING ws-site-idx FROM 1 BY 1
                   UNTIL ws-site-idx > ws-site-count
               PERFORM pa-report-site
           END-PERFORM
           CLOSE fd-annual-max
           PERFORM pa-install-annual-max

           DISPLAY ' '
           DISPLAY 'RAINAMAX: ' ws-years-reported ' site-year(s) '
               'reported, ' ws-records-written ' line(s) written to '
               FUNCTION TRIM (ws-annual-max-final-path)
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY audwrt.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-events-read TO ws-aud-read
           MOVE ws-records-written TO ws-aud-exported
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Resolve the archive base path and generation list the same     *
      * way rainhist does, the output file, the missing-day allowance, *
      * and today's date for judging the current year. The file is     *
      * built at its name with .build added. A missing-day allowance   *
      * that is not a whole number fails the run rather than judging   *
      * years against a limit nobody set.                              *
      ******************************************************************
       pa-read-amax-config.
           MOVE SPACES TO ws-archive-base
           ACCEPT ws-archive-base
               FROM ENVIRONMENT 'RAIN_ARCHIVE_PATH'
           IF ws-archive-base = SPACES
               MOVE '/tmp/rain-archive' TO ws-archive-base
           END-IF

           MOVE SPACES TO ws-date-list-raw
           MOVE SPACES TO ws-date-list
           ACCEPT ws-date-list-raw
               FROM ENVIRONMENT 'RAIN_ARCHIVE_DATES'
           MOVE 0 TO ws-date-count
           IF ws-date-list-raw NOT = SPACES
               UNSTRING ws-date-list-raw DELIMITED BY ALL SPACES
                   INTO ws-date-list-entry (1) ws-date-list-entry (2)
                        ws-date-list-entry (3) ws-date-list-entry (4)
                        ws-date-list-entry (5) ws-date-list-entry (6)
                        ws-date-list-entry (7) ws-date-list-entry (8)
                        ws-date-list-entry (9) ws-date-list-entry (10)
                        ws-date-list-entry (11) ws-date-list-entry (12)
                        ws-date-list-entry (13) ws-date-list-entry (14)
                        ws-date-list-entry (15) ws-date-list-entry (16)
                        ws-date-list-entry (17) ws-date-list-entry (18)
                        ws-date-list-entry (19) ws-date-list-entry (20)
               PERFORM VARYING ws-date-idx FROM 1 BY 1
                       UNTIL ws-date-idx > 20
                   IF ws-date-list-entry (ws-date-idx) NOT = SPACES
                       ADD 1 TO ws-date-count
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO ws-annual-max-path OF ws-config
           ACCEPT ws-annual-max-path OF ws-config
               FROM ENVIRONMENT 'RAIN_AMAX_PATH'
           IF ws-annual-max-path OF ws-config = SPACES
               MOVE '/tmp/rain-annual-max'
                   TO ws-annual-max-path OF ws-config
           END-IF
           MOVE ws-annual-max-path OF ws-config
               TO ws-annual-max-final-path
           MOVE SPACES TO ws-annual-max-path OF ws-config
           STRING ws-annual-max-final-path DELIMITED BY SPACE
               '.build' DELIMITED BY SIZE
               INTO ws-annual-max-path OF ws-config

           MOVE SPACES TO ws-max-missing-raw
           ACCEPT ws-max-missing-raw
               FROM ENVIRONMENT 'RAIN_AMAX_MAX_MISSING_DAYS'
           IF ws-max-missing-raw = SPACES
               MOVE 15 TO ws-max-missing-days
           ELSE
               IF FUNCTION TRIM (ws-max-missing-raw) IS NOT NUMERIC
                   DISPLAY 'RAINAMAX: RAIN_AMAX_MAX_MISSING_DAYS must '
                       'be a whole number of days, got "'
                       FUNCTION TRIM (ws-max-missing-raw) '"'
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               END-IF
               COMPUTE ws-max-missing-days =
                   FUNCTION NUMVAL (ws-max-missing-raw)
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today
           COMPUTE ws-today-int =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (ws-today))
           .

      ******************************************************************
      * Move the completed file from its scratch name to its real one, *
      * the same way rainretn installs its return.                     *
      ******************************************************************
       pa-install-annual-max.
           STRING 'mv ' DELIMITED BY SIZE
               ws-annual-max-path OF ws-config DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ws-annual-max-final-path DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           .

      ******************************************************************
      * Parse RAIN_SITE_LIST, if set, the same way rainstrm does. With *
      * no list, the single configured site (blank when none) is the   *
      * one entry, so the report below treats both modes alike.        *
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
                       DISPLAY 'RAINAMAX: more than 200 sites on '
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
      * Report one site: survey its sources for the years it has       *
      * rainfall in, then work each of those years in turn, oldest     *
      * first.                                                         *
      ******************************************************************
       pa-report-site.
           MOVE ALL 'N' TO ws-year-flags
           MOVE 0 TO ws-year-count
           SET ws-survey-pass TO TRUE
           PERFORM pa-read-site-sources
           IF ws-year-count = 0
               DISPLAY ws-site-list-entry (ws-site-idx)
                   ' (NO RAINFALL READINGS)'
           END-IF
           SET ws-fill-pass TO TRUE
           PERFORM VARYING ws-year-sub FROM 1 BY 1
                   UNTIL ws-year-sub > 200
               IF ws-year-seen (ws-year-sub) = 'Y'
                   COMPUTE ws-work-year = 1899 + ws-year-sub
                   PERFORM pa-report-year
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * Read every source of the site at ws-site-idx - each archive    *
      * generation, then the live log - passing each event to          *
      * pa-take-reading.                                               *
      ******************************************************************
       pa-read-site-sources.
           PERFORM VARYING ws-date-idx FROM 1 BY 1
                   UNTIL ws-date-idx > ws-date-count
               MOVE SPACES TO ws-archive-path OF ws-config
               STRING ws-archive-base DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ws-date-list-entry (ws-date-idx) DELIMITED BY SPACE
                   INTO ws-archive-path OF ws-config
               PERFORM pa-read-one-archive
           END-PERFORM
           PERFORM pa-read-live-log
           .

      ******************************************************************
      * Read one archive generation, taking the site's own events. A   *
      * generation that was never written reads as empty (the file is  *
      * OPTIONAL).                                                     *
      ******************************************************************
       pa-read-one-archive.
           SET ws-arch-eof-switch TO 'N'
           OPEN INPUT fd-archive
           PERFORM UNTIL ws-arch-eof
               READ fd-archive
                   AT END
                       SET ws-arch-eof TO TRUE
                   NOT AT END
                       IF fs-site-code OF fs-archive-event
                               = ws-site-list-entry (ws-site-idx)
                           MOVE fs-class OF fs-archive-event
                               TO ws-take-class
                           MOVE fs-value OF fs-archive-event
                               TO ws-take-value
                           MOVE fs-capture-timestamp OF fs-archive-event
                               TO ws-take-ts
                           PERFORM pa-take-reading
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-archive
           .

      ******************************************************************
      * Read the site's live log from key 3 to its checkpoint. A site  *
      * with no log, or one whose key 2 is not a checkpoint, gives     *
      * only what the archives hold; the bad checkpoint is reported    *
      * once, on the survey pass.                                      *
      ******************************************************************
       pa-read-live-log.
           SET ws-chk-ok-switch TO 'N'
           IF ws-site-list-entry (ws-site-idx) = SPACES
               MOVE ws-log-base-path OF ws-config
                   TO ws-log-path OF ws-config
           ELSE
               MOVE SPACES TO ws-log-path OF ws-config
               STRING ws-log-base-path OF ws-config
                   DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ws-site-list-entry (ws-site-idx)
                   DELIMITED BY SPACE
                   INTO ws-log-path OF ws-config
           END-IF
           OPEN INPUT fd-log
           IF ws-log-status OF ws-log NOT = '05'
               MOVE 2 TO ws-key OF ws-log
               READ fd-log
                   NOT INVALID KEY
                       IF fs-chk-marker OF fs-checkpoint-record
                               = 'CHECKPOINT'
                           MOVE fs-checkpoint-record
                               TO ws-checkpoint-record
                           SET ws-chk-ok TO TRUE
                       END-IF
               END-READ
               IF NOT ws-chk-ok AND ws-survey-pass
                   DISPLAY 'RAINAMAX: no checkpoint in '
                       FUNCTION TRIM (ws-log-path OF ws-config)
                       ', live log not read'
               END-IF
           END-IF
           IF ws-chk-ok
               PERFORM VARYING ws-list-key FROM 3 BY 1
                       UNTIL ws-list-key > ws-chk-last-key
                           OF ws-checkpoint-record
                   MOVE ws-list-key TO ws-key OF ws-log
                   READ fd-log
                       NOT INVALID KEY
                           MOVE fs-class OF fs-current-event
                               TO ws-take-class
                           MOVE fs-value OF fs-current-event
                               TO ws-take-value
                           MOVE fs-capture-timestamp
                               OF fs-current-event TO ws-take-ts
                           PERFORM pa-take-reading
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fd-log
           .

      ******************************************************************
      * Take one event. Only RAINFALL readings with a dated capture    *
      * timestamp take part. The survey pass counts them and flags     *
      * their year; the fill pass loads them into the year's slots.    *
      ******************************************************************
       pa-take-reading.
           IF ws-survey-pass
               ADD 1 TO ws-events-read
           END-IF
           IF ws-take-class = 'RAINFALL'
                   AND ws-take-ts (1:12) IS NUMERIC
               IF ws-survey-pass
                   IF ws-take-ts (1:4) >= '1900'
                           AND ws-take-ts (1:4) <= '2099'
                       COMPUTE ws-year-sub =
                           FUNCTION NUMVAL (ws-take-ts (1:4)) - 1899
                       IF ws-year-seen (ws-year-sub) NOT = 'Y'
                           MOVE 'Y' TO ws-year-seen (ws-year-sub)
                           ADD 1 TO ws-year-count
                       END-IF
                   END-IF
               ELSE
                   PERFORM pa-fill-slot
               END-IF
           END-IF
           .

      ******************************************************************
      * Add the reading into its quarter-hour slot when it falls in    *
      * the span being worked, keeping the slot's latest nonzero       *
      * capture time, and mark its day reported when it falls in the   *
      * year itself.                                                   *
      ******************************************************************
       pa-fill-slot.
           COMPUTE ws-take-int =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (ws-take-ts (1:8)))
           IF ws-take-int >= ws-window-base-int
                   AND ws-take-int <= ws-year-end-int
               COMPUTE ws-take-slot =
                   ((ws-take-int - ws-window-base-int) * 1440
                   + FUNCTION NUMVAL (ws-take-ts (9:2)) * 60
                   + FUNCTION NUMVAL (ws-take-ts (11:2))) / 15 + 1
               ADD ws-take-value TO ws-slot-value (ws-take-slot)
               IF ws-take-value > 0
                       AND ws-take-ts > ws-slot-last-ts (ws-take-slot)
                   MOVE ws-take-ts TO ws-slot-last-ts (ws-take-slot)
               END-IF
               IF ws-take-int >= ws-year-start-int
                   COMPUTE ws-day-sub =
                       ws-take-int - ws-year-start-int + 1
                   MOVE 'Y' TO ws-day-seen (ws-day-sub)
               END-IF
           END-IF
           .

      ******************************************************************
      * Work one year for the site: set out its span, clear the slots, *
      * load them from every source, slide the windows, judge the      *
      * year's completeness, and print and write the result.           *
      ******************************************************************
       pa-report-year.
           COMPUTE ws-year-start-int =
               FUNCTION INTEGER-OF-DATE (ws-work-year * 10000 + 0101)
           COMPUTE ws-year-end-int =
               FUNCTION INTEGER-OF-DATE
                   ((ws-work-year + 1) * 10000 + 0101) - 1
           COMPUTE ws-days-in-year =
               ws-year-end-int - ws-year-start-int + 1
           COMPUTE ws-window-base-int = ws-year-start-int - 3
           COMPUTE ws-slot-limit =
               (ws-year-end-int - ws-window-base-int + 1) * 96

           PERFORM VARYING ws-slot-sub FROM 1 BY 1
                   UNTIL ws-slot-sub > ws-slot-limit
               MOVE 0 TO ws-slot-value (ws-slot-sub)
               MOVE SPACES TO ws-slot-last-ts (ws-slot-sub)
           END-PERFORM
           MOVE ALL 'N' TO ws-day-flags

           PERFORM pa-read-site-sources
           PERFORM pa-find-maxima
           PERFORM pa-judge-year
           PERFORM pa-print-year
           PERFORM pa-write-year
           ADD 1 TO ws-years-reported
           .

      ******************************************************************
      * Slide every window length across the slots at once. Each       *
      * window's running total takes in the slot it now ends at and    *
      * drops the one that just fell out of its back; only windows     *
      * ending inside the year itself count toward its maximum. A      *
      * maximum is only ever raised by a slot that added rain, so the  *
      * slot it ends at always has a reading to name.                  *
      ******************************************************************
       pa-find-maxima.
           PERFORM VARYING ws-dur-idx FROM 1 BY 1
                   UNTIL ws-dur-idx > 5
               MOVE 0 TO ws-dur-sum (ws-dur-idx)
               MOVE 0 TO ws-dur-max (ws-dur-idx)
               MOVE SPACES TO ws-dur-ended (ws-dur-idx)
           END-PERFORM
           PERFORM VARYING ws-slot-sub FROM 1 BY 1
                   UNTIL ws-slot-sub > ws-slot-limit
               PERFORM VARYING ws-dur-idx FROM 1 BY 1
                       UNTIL ws-dur-idx > 5
                   ADD ws-slot-value (ws-slot-sub)
                       TO ws-dur-sum (ws-dur-idx)
                   IF ws-slot-sub > ws-dur-slots (ws-dur-idx)
                       SUBTRACT ws-slot-value
                           (ws-slot-sub - ws-dur-slots (ws-dur-idx))
                           FROM ws-dur-sum (ws-dur-idx)
                   END-IF
                   IF ws-slot-sub > ws-lead-slots
                           AND ws-dur-sum (ws-dur-idx)
                               > ws-dur-max (ws-dur-idx)
                       MOVE ws-dur-sum (ws-dur-idx)
                           TO ws-dur-max (ws-dur-idx)
                       MOVE ws-slot-last-ts (ws-slot-sub)
                           TO ws-dur-ended (ws-dur-idx)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      ******************************************************************
      * Count the year's days with any reading against the days it     *
      * should have had - all of them for a past year, those elapsed   *
      * so far for the current one - and mark the year INCOMPLETE      *
      * when more are missing than RAIN_AMAX_MAX_MISSING_DAYS allows.  *
      ******************************************************************
       pa-judge-year.
           IF ws-work-year-x = ws-today (1:4)
               COMPUTE ws-days-expected =
                   ws-today-int - ws-year-start-int + 1
           ELSE
               MOVE ws-days-in-year TO ws-days-expected
           END-IF
           MOVE 0 TO ws-days-reported
           PERFORM VARYING ws-day-sub FROM 1 BY 1
                   UNTIL ws-day-sub > ws-days-expected
               IF ws-day-seen (ws-day-sub) = 'Y'
                   ADD 1 TO ws-days-reported
               END-IF
           END-PERFORM
           COMPUTE ws-days-missing =
               ws-days-expected - ws-days-reported
           EVALUATE TRUE
               WHEN ws-days-missing > ws-max-missing-days
                   MOVE 'INCOMPLETE' TO ws-year-status
               WHEN ws-work-year-x = ws-today (1:4)
                   MOVE 'TO DATE' TO ws-year-status
               WHEN OTHER
                   MOVE 'COMPLETE' TO ws-year-status
           END-EVALUATE
           .

      ******************************************************************
      * Print the site-year. An INCOMPLETE year prints its status and  *
      * how many days it is short, not its maxima.                     *
      ******************************************************************
       pa-print-year.
           MOVE SPACES TO ws-amax-line
           MOVE ws-site-list-entry (ws-site-idx) TO ws-al-site
           MOVE ws-work-year-x TO ws-al-year
           MOVE ws-year-status TO ws-al-status
           MOVE ws-days-reported TO ws-al-days-reported
           MOVE '/' TO ws-al-slash
           MOVE ws-days-expected TO ws-al-days-expected
           IF ws-year-incomplete
               MOVE ws-days-missing TO ws-missing-disp
               DISPLAY ws-amax-line (1:34) '   (maxima withheld - '
                   ws-missing-disp ' day(s) without a reading)'
           ELSE
               MOVE SPACES TO ws-amax-ended-line
               MOVE 'ENDED AT' TO ws-ae-label
               PERFORM VARYING ws-dur-idx FROM 1 BY 1
                       UNTIL ws-dur-idx > 5
                   MOVE ws-dur-max (ws-dur-idx)
                       TO ws-al-value (ws-dur-idx)
                   MOVE ws-dur-ended (ws-dur-idx) (1:12)
                       TO ws-ae-ended (ws-dur-idx)
               END-PERFORM
               DISPLAY ws-amax-line
               DISPLAY ws-amax-ended-line
           END-IF
           .

      ******************************************************************
      * Write the site-year's five lines to the annual-maximum file,   *
      * each carrying the year's status so an INCOMPLETE year's        *
      * figures cannot be loaded as if they were trustworthy.          *
      ******************************************************************
       pa-write-year.
           PERFORM VARYING ws-dur-idx FROM 1 BY 1
                   UNTIL ws-dur-idx > 5
               MOVE SPACES TO fs-annual-max-record
               MOVE ws-site-list-entry (ws-site-idx) TO fs-amx-site
               MOVE ws-work-year-x TO fs-amx-year
               MOVE ws-dur-label (ws-dur-idx) TO fs-amx-duration
               MOVE ws-dur-minutes (ws-dur-idx) TO fs-amx-minutes
               COMPUTE fs-amx-maximum ROUNDED =
                   ws-dur-max (ws-dur-idx)
               MOVE ws-dur-ended (ws-dur-idx) TO fs-amx-ended-at
               MOVE ws-year-status TO fs-amx-status
               MOVE ws-days-reported TO fs-amx-days-reported
               MOVE ws-days-expected TO fs-amx-days-expected
               WRITE fs-annual-max-record
               ADD 1 TO ws-records-written
           END-PERFORM
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainqc.

      ******************************************************************
      * Cross-gauge consistency check. pa-validate-event only holds a  *
      * reading against its class's fixed range, so a blocked funnel   *
      * reporting 0.0 through a storm, or a stuck tipping bucket       *
      * reporting 40mm on a dry day, sails into the log. This program  *
      * totals each listed site's RAINFALL readings by capture date    *
      * and holds every site-day against the same day at the site's    *
      * nearest neighbours - the other active sites on the site        *
      * master in the same basin, nearest by latitude and longitude.   *
      * A site-day whose total departs from its neighbours' mean by    *
      * more than a set amount, or by more than a set ratio, is        *
      * flagged SUSPECT: written to the QC exceptions file and listed  *
      * on the report for the hydrologist to work through. The log     *
      * itself is only ever read.                                      *
      *                                                                *
      * The sites taking part are the RAIN_SITE_LIST sites, the same   *
      * walk rainbsn does, each as it stood on the site master on the  *
      * last day checked. A site that is not active on the master, or  *
      * whose coordinates do not read as numbers, is neither checked   *
      * nor used as a neighbour. A day with no readings at a site is a *
      * gap, which is raingap's business, not a 0.0 total: it is not   *
      * checked and does not count as a neighbour's figure.            *
      *                                                                *
      * Settings, each with a default:                                 *
      *   RAIN_QC_DATE        last day checked (yesterday)             *
      *   RAIN_QC_DAYS        days checked, ending there (7, max 31)   *
      *   RAIN_QC_NEIGHBOURS  neighbours per site (3, max 5)           *
      *   RAIN_QC_MAX_DIFF    largest allowed difference in mm (25)    *
      *   RAIN_QC_MAX_RATIO   largest allowed ratio of the larger      *
      *                       figure to the smaller (3)                *
      *   RAIN_QC_MIN_RAIN    the ratio test only applies once the     *
      *                       larger figure reaches this many mm (5),  *
      *                       so drizzle does not trip it              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fclog.

           COPY fcsitx.

           COPY fcshst.

           COPY fcqcex.

           COPY fcaud.

       DATA DIVISION.

       FILE SECTION.

           COPY fdlog.

           COPY fdsitx.

           COPY fdshst.

           COPY fdqcex.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wslog.

           COPY wsevnt.

           COPY wssite.

           COPY wsshst.

           COPY wsaud.

      ******************************************************************
      * RAIN_SITE_LIST, parsed the same way rainbsn parses it.         *
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
      * The settings and the window of days checked.                   *
      ******************************************************************
       01 ws-qc-raw                    PIC X(10)   VALUE SPACES.
       01 ws-qc-last-date              PIC X(8)    VALUE SPACES.
       01 ws-qc-first-date             PIC X(8)    VALUE SPACES.
       01 ws-qc-last-int               PIC 9(8)    VALUE 0.
       01 ws-qc-first-int              PIC 9(8)    VALUE 0.
       01 ws-qc-days                   PIC 9(4)    VALUE 0.
       01 ws-qc-neighbours             PIC 9(4)    VALUE 0.
       01 ws-qc-max-diff               PIC 9(5)V99 VALUE 0.
       01 ws-qc-max-ratio              PIC 9(5)V99 VALUE 0.
       01 ws-qc-min-rain               PIC 9(5)V99 VALUE 0.
       01 ws-qc-timestamp              PIC X(21)   VALUE SPACES.

      ******************************************************************
      * One entry per listed site: its master attributes, whether it   *
      * takes part, its nearest neighbours (as subscripts into this    *
      * same table, nearest first), its RAINFALL total and reading     *
      * count for each day of the window, and its result counts.       *
      ******************************************************************
       01 ws-qc-sites.
           02 ws-qs-count              PIC 9(4)    VALUE 0.
           02 ws-qs-entry              OCCURS 200 TIMES
                                        INDEXED BY ws-qs-idx
                                                   ws-qn-idx.
               03 ws-qs-site           PIC X(10).
               03 ws-qs-basin          PIC X(20).
               03 ws-qs-latitude       PIC S9(3)V9(6).
               03 ws-qs-longitude      PIC S9(3)V9(6).
               03 ws-qs-state          PIC X.
                   88 ws-qs-takes-part VALUE 'Y'.
               03 ws-qs-note           PIC X(30).
               03 ws-qs-nbr-count      PIC 9.
               03 ws-qs-nbr            PIC 9(4)
                                        OCCURS 5 TIMES.
               03 ws-qs-days-checked   PIC 9(4).
               03 ws-qs-days-suspect   PIC 9(4).
               03 ws-qs-days-alone     PIC 9(4).
               03 ws-qs-day            OCCURS 31 TIMES
                                        INDEXED BY ws-qd-idx.
                   04 ws-qs-day-total  PIC 9(5)V99.
                   04 ws-qs-day-readings PIC 9(5).

      ******************************************************************
      * Working fields for choosing neighbours: the candidates found   *
      * so far for the site in hand, nearest first, with their         *
      * squared distances in degrees (longitude scaled by the cosine   *
      * of the latitude, near enough at gauge-network distances).      *
      ******************************************************************
       01 ws-cand-count                PIC 9       VALUE 0.
       01 ws-cand-table.
           02 ws-cand-entry            OCCURS 6 TIMES.
               03 ws-cand-site         PIC 9(4).
               03 ws-cand-dist         PIC 9(6)V9(6).
       01 ws-cand-i                    PIC S9(4)   COMP.
       01 ws-dist-sq                   PIC 9(6)V9(6) VALUE 0.
       01 ws-dist-dx                   PIC S9(4)V9(6) VALUE 0.
       01 ws-dist-dy                   PIC S9(4)V9(6) VALUE 0.
       01 ws-nbr-i                     PIC 9       VALUE 0.

      ******************************************************************
      * Working fields for one site-day comparison.                    *
      ******************************************************************
       01 ws-nb-sum                    PIC 9(7)V99 VALUE 0.
       01 ws-nb-reporting              PIC 9       VALUE 0.
       01 ws-nb-mean                   PIC 9(5)V99 VALUE 0.
       01 ws-nb-list                   PIC X(54)   VALUE SPACES.
       01 ws-nb-list-ptr               PIC 9(4)    VALUE 1.
       01 ws-day-total                 PIC 9(5)V99 VALUE 0.
       01 ws-diff                      PIC 9(5)V99 VALUE 0.
       01 ws-high                      PIC 9(5)V99 VALUE 0.
       01 ws-low                       PIC 9(5)V99 VALUE 0.
       01 ws-ratio                     PIC 9(7)V99 VALUE 0.
       01 ws-amount-switch             PIC X       VALUE 'N'.
           88 ws-amount-exceeded       VALUE 'Y'.
       01 ws-ratio-switch              PIC X       VALUE 'N'.
           88 ws-ratio-exceeded        VALUE 'Y'.
       01 ws-day-date                  PIC X(8)    VALUE SPACES.
       01 ws-day-int                   PIC 9(8)    VALUE 0.
       01 ws-day-num                   PIC 9(4)    VALUE 0.

       01 ws-list-key                  PIC 9(10) BINARY.
       01 ws-chk-ok-switch             PIC X       VALUE 'N'.
           88 ws-chk-ok                VALUE 'Y'.
       01 ws-readings-read             PIC 9(7)    VALUE 0.
       01 ws-suspect-count             PIC 9(7)    VALUE 0.
       01 ws-checked-count             PIC 9(7)    VALUE 0.

      ******************************************************************
      * The edited columns of the report lines.                        *
      ******************************************************************
       01 ws-total-disp                PIC ZZZZ9.99.
       01 ws-mean-disp                 PIC ZZZZ9.99.
       01 ws-ratio-disp                PIC ZZZZZZ9.99.
       01 ws-checked-disp              PIC ZZZ9.
       01 ws-suspect-disp              PIC ZZZ9.
       01 ws-alone-disp                PIC ZZZ9.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINQC' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-read-qc-config
           PERFORM pa-open-site-master
           PERFORM pa-load-site-history
           PERFORM pa-read-site-list

           PERFORM VARYING ws-site-idx FROM 1 BY 1
                   UNTIL ws-site-idx > ws-site-count
               PERFORM pa-load-qc-site
           END-PERFORM
           PERFORM pa-close-site-master

           PERFORM VARYING ws-qs-idx FROM 1 BY 1
                   UNTIL ws-qs-idx > ws-qs-count
               IF ws-qs-takes-part (ws-qs-idx)
                   PERFORM pa-pick-neighbours
               END-IF
           END-PERFORM

           DISPLAY 'RAIN CROSS-GAUGE CONSISTENCY CHECK '
               ws-qc-first-date ' TO ' ws-qc-last-date
           MOVE ws-qc-max-diff TO ws-total-disp
           MOVE ws-qc-max-ratio TO ws-ratio-disp
           MOVE ws-qc-min-rain TO ws-mean-disp
           DISPLAY 'SUSPECT WHEN THE DIFFERENCE EXCEEDS '
               ws-total-disp ' MM, OR THE RATIO EXCEEDS '
               ws-ratio-disp ' ONCE EITHER FIGURE REACHES '
               ws-mean-disp ' MM'
           DISPLAY ' '
           DISPLAY 'SUSPECT SITE-DAYS'
           DISPLAY 'SITE       DATE     BASIN                   '
               'TOTAL  NBR MEAN NBRS    RATIO TEST'

           MOVE FUNCTION CURRENT-DATE TO ws-qc-timestamp
           OPEN OUTPUT fd-qc-exceptions
           PERFORM VARYING ws-qs-idx FROM 1 BY 1
                   UNTIL ws-qs-idx > ws-qs-count
               IF ws-qs-takes-part (ws-qs-idx)
                   PERFORM pa-check-qc-site
               END-IF
           END-PERFORM
           CLOSE fd-qc-exceptions
           IF ws-suspect-count = 0
               DISPLAY '  (NONE)'
           END-IF

           PERFORM pa-print-site-summary
           DISPLAY ' '
           DISPLAY 'RAINQC: ' ws-checked-count ' site-day(s) checked, '
               ws-suspect-count ' SUSPECT, written to '
               FUNCTION TRIM (ws-qc-exceptions-path OF ws-config)
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY sitchk.

           COPY sithst.

           COPY audwrt.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-readings-read TO ws-aud-read
           MOVE ws-suspect-count TO ws-aud-rejected
           MOVE ws-suspect-count TO ws-aud-exported
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Resolve the window and the thresholds. A last date that is     *
      * not a YYYYMMDD date fails the run rather than checking the     *
      * wrong days.                                                    *
      ******************************************************************
       pa-read-qc-config.
           MOVE SPACES TO ws-qc-last-date
           ACCEPT ws-qc-last-date FROM ENVIRONMENT 'RAIN_QC_DATE'
           IF ws-qc-last-date = SPACES
               COMPUTE ws-qc-last-int =
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                       (FUNCTION CURRENT-DATE (1:8))) - 1
               MOVE FUNCTION DATE-OF-INTEGER (ws-qc-last-int)
                   TO ws-qc-last-date
           END-IF
           IF ws-qc-last-date IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (ws-qc-last-date)) NOT = 0
               DISPLAY 'RAINQC: RAIN_QC_DATE must be a YYYYMMDD '
                   'date, got "' ws-qc-last-date '"'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           COMPUTE ws-qc-last-int =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                   (ws-qc-last-date))

           MOVE SPACES TO ws-qc-raw
           ACCEPT ws-qc-raw FROM ENVIRONMENT 'RAIN_QC_DAYS'
           IF ws-qc-raw = SPACES
               MOVE 7 TO ws-qc-days
           ELSE
               COMPUTE ws-qc-days = FUNCTION NUMVAL (ws-qc-raw)
           END-IF
           IF ws-qc-days < 1 OR ws-qc-days > 31
               DISPLAY 'RAINQC: RAIN_QC_DAYS must be 1 to 31'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           COMPUTE ws-qc-first-int = ws-qc-last-int - ws-qc-days + 1
           MOVE FUNCTION DATE-OF-INTEGER (ws-qc-first-int)
               TO ws-qc-first-date

           MOVE SPACES TO ws-qc-raw
           ACCEPT ws-qc-raw FROM ENVIRONMENT 'RAIN_QC_NEIGHBOURS'
           IF ws-qc-raw = SPACES
               MOVE 3 TO ws-qc-neighbours
           ELSE
               COMPUTE ws-qc-neighbours = FUNCTION NUMVAL (ws-qc-raw)
           END-IF
           IF ws-qc-neighbours < 1 OR ws-qc-neighbours > 5
               DISPLAY 'RAINQC: RAIN_QC_NEIGHBOURS must be 1 to 5'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           MOVE SPACES TO ws-qc-raw
           ACCEPT ws-qc-raw FROM ENVIRONMENT 'RAIN_QC_MAX_DIFF'
           IF ws-qc-raw = SPACES
               MOVE 25 TO ws-qc-max-diff
           ELSE
               COMPUTE ws-qc-max-diff = FUNCTION NUMVAL (ws-qc-raw)
           END-IF

           MOVE SPACES TO ws-qc-raw
           ACCEPT ws-qc-raw FROM ENVIRONMENT 'RAIN_QC_MAX_RATIO'
           IF ws-qc-raw = SPACES
               MOVE 3 TO ws-qc-max-ratio
           ELSE
               COMPUTE ws-qc-max-ratio = FUNCTION NUMVAL (ws-qc-raw)
           END-IF

           MOVE SPACES TO ws-qc-raw
           ACCEPT ws-qc-raw FROM ENVIRONMENT 'RAIN_QC_MIN_RAIN'
           IF ws-qc-raw = SPACES
               MOVE 5 TO ws-qc-min-rain
           ELSE
               COMPUTE ws-qc-min-rain = FUNCTION NUMVAL (ws-qc-raw)
           END-IF
           .

      ******************************************************************
      * Parse RAIN_SITE_LIST the same way rainbsn does. The check      *
      * compares sites with each other, so it needs the list; a run    *
      * without one has nothing to compare.                            *
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
                       DISPLAY 'RAINQC: more than 200 sites on '
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
           IF ws-site-count < 2
               DISPLAY 'RAINQC: RAIN_SITE_LIST must name at least '
                   'two sites to compare'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Set up the table entry for the site at ws-site-idx from the    *
      * site master, then total its RAINFALL readings by day when it   *
      * takes part.                                                    *
      ******************************************************************
       pa-load-qc-site.
           ADD 1 TO ws-qs-count
           SET ws-qs-idx TO ws-qs-count
           MOVE ws-site-list-entry (ws-site-idx)
               TO ws-qs-site (ws-qs-idx)
           MOVE SPACES TO ws-qs-basin (ws-qs-idx)
           MOVE 'N' TO ws-qs-state (ws-qs-idx)
           MOVE SPACES TO ws-qs-note (ws-qs-idx)
           MOVE 0 TO ws-qs-nbr-count (ws-qs-idx)
           MOVE 0 TO ws-qs-days-checked (ws-qs-idx)
           MOVE 0 TO ws-qs-days-suspect (ws-qs-idx)
           MOVE 0 TO ws-qs-days-alone (ws-qs-idx)
           PERFORM VARYING ws-qd-idx FROM 1 BY 1
                   UNTIL ws-qd-idx > 31
               MOVE 0 TO ws-qs-day-total (ws-qs-idx, ws-qd-idx)
               MOVE 0 TO ws-qs-day-readings (ws-qs-idx, ws-qd-idx)
           END-PERFORM

           MOVE ws-site-list-entry (ws-site-idx) TO ws-site-lookup-code
           MOVE ws-qc-last-date TO ws-site-as-of-date
           PERFORM pa-site-as-of
           EVALUATE TRUE
               WHEN NOT ws-site-on-master
                   MOVE 'NOT ON THE SITE MASTER'
                       TO ws-qs-note (ws-qs-idx)
               WHEN NOT ws-sm-active
                   MOVE 'NOT AN ACTIVE SITE'
                       TO ws-qs-note (ws-qs-idx)
               WHEN ws-sm-basin = SPACES
                   MOVE 'NO BASIN ON THE MASTER'
                       TO ws-qs-note (ws-qs-idx)
               WHEN ws-sm-latitude = SPACES
                       OR ws-sm-longitude = SPACES
                       OR FUNCTION TEST-NUMVAL (ws-sm-latitude) NOT = 0
                       OR FUNCTION TEST-NUMVAL (ws-sm-longitude)
                           NOT = 0
                   MOVE 'NO USABLE COORDINATES'
                       TO ws-qs-note (ws-qs-idx)
               WHEN OTHER
                   SET ws-qs-takes-part (ws-qs-idx) TO TRUE
                   MOVE ws-sm-basin TO ws-qs-basin (ws-qs-idx)
                   COMPUTE ws-qs-latitude (ws-qs-idx) =
                       FUNCTION NUMVAL (ws-sm-latitude)
                   COMPUTE ws-qs-longitude (ws-qs-idx) =
                       FUNCTION NUMVAL (ws-sm-longitude)
           END-EVALUATE

           IF ws-qs-takes-part (ws-qs-idx)
               PERFORM pa-open-site-log
               IF ws-chk-ok
                   PERFORM VARYING ws-list-key FROM 3 BY 1
                           UNTIL ws-list-key > ws-chk-last-key
                               OF ws-checkpoint-record
                       MOVE ws-list-key TO ws-key OF ws-log
                       READ fd-log
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM pa-total-reading
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE fd-log
           END-IF
           .

      ******************************************************************
      * Open the log for the site at ws-site-idx read-only and load    *
      * its checkpoint, the same way rainbsn does. A site with no log  *
      * still takes part - every day it is a gap - and one whose key 2 *
      * is not a checkpoint is reported and read as having no          *
      * readings.                                                      *
      ******************************************************************
       pa-open-site-log.
           SET ws-chk-ok-switch TO 'N'
           MOVE SPACES TO ws-log-path OF ws-config
           STRING ws-log-base-path OF ws-config DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               ws-site-list-entry (ws-site-idx) DELIMITED BY SPACE
               INTO ws-log-path OF ws-config
           OPEN INPUT fd-log
           IF ws-log-status OF ws-log NOT = '05'
               MOVE 2 TO ws-key OF ws-log
               READ fd-log
                   INVALID KEY
                       DISPLAY 'RAINQC: no checkpoint in '
                           FUNCTION TRIM (ws-log-path OF ws-config)
                   NOT INVALID KEY
                       IF fs-chk-marker OF fs-checkpoint-record
                               = 'CHECKPOINT'
                           MOVE fs-checkpoint-record
                               TO ws-checkpoint-record
                           SET ws-chk-ok TO TRUE
                       ELSE
                           DISPLAY 'RAINQC: key 2 is not a '
                               'checkpoint record in '
                               FUNCTION TRIM
                                   (ws-log-path OF ws-config)
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * Fold the RAINFALL reading in fs-current-event into its day's   *
      * total when its capture date falls inside the window.           *
      ******************************************************************
       pa-total-reading.
           IF fs-class OF fs-current-event = 'RAINFALL'
               MOVE fs-capture-timestamp OF fs-current-event (1:8)
                   TO ws-day-date
               IF ws-day-date IS NUMERIC
                       AND ws-day-date >= ws-qc-first-date
                       AND ws-day-date <= ws-qc-last-date
                   ADD 1 TO ws-readings-read
                   COMPUTE ws-day-num =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL (ws-day-date))
                       - ws-qc-first-int + 1
                   SET ws-qd-idx TO ws-day-num
                   ADD fs-value OF fs-current-event
                       TO ws-qs-day-total (ws-qs-idx, ws-qd-idx)
                   ADD 1 TO ws-qs-day-readings (ws-qs-idx, ws-qd-idx)
               END-IF
           END-IF
           .

      ******************************************************************
      * Choose the nearest RAIN_QC_NEIGHBOURS sites to the site at     *
      * ws-qs-idx among those taking part in the same basin, keeping   *
      * the candidates in a short list ordered nearest first.          *
      ******************************************************************
       pa-pick-neighbours.
           MOVE 0 TO ws-cand-count
           PERFORM VARYING ws-qn-idx FROM 1 BY 1
                   UNTIL ws-qn-idx > ws-qs-count
               IF ws-qn-idx NOT = ws-qs-idx
                       AND ws-qs-takes-part (ws-qn-idx)
                       AND ws-qs-basin (ws-qn-idx)
                           = ws-qs-basin (ws-qs-idx)
                   PERFORM pa-measure-candidate
               END-IF
           END-PERFORM
           MOVE ws-cand-count TO ws-qs-nbr-count (ws-qs-idx)
           PERFORM VARYING ws-nbr-i FROM 1 BY 1
                   UNTIL ws-nbr-i > ws-cand-count
               MOVE ws-cand-site (ws-nbr-i)
                   TO ws-qs-nbr (ws-qs-idx, ws-nbr-i)
           END-PERFORM
           .

      ******************************************************************
      * Measure the site at ws-qn-idx from the site at ws-qs-idx and   *
      * slot it into the candidate list if it is among the nearest so  *
      * far. The list holds one entry more than it keeps, so the       *
      * insertion never has to test for the end.                       *
      ******************************************************************
       pa-measure-candidate.
           COMPUTE ws-dist-dy =
               ws-qs-latitude (ws-qn-idx) - ws-qs-latitude (ws-qs-idx)
           COMPUTE ws-dist-dx =
               (ws-qs-longitude (ws-qn-idx)
                   - ws-qs-longitude (ws-qs-idx))
               * FUNCTION COS (ws-qs-latitude (ws-qs-idx)
                   * FUNCTION PI / 180)
           COMPUTE ws-dist-sq ROUNDED =
               ws-dist-dx * ws-dist-dx + ws-dist-dy * ws-dist-dy

           COMPUTE ws-cand-i = ws-cand-count
           PERFORM UNTIL ws-cand-i < 1
               IF ws-cand-dist (ws-cand-i) > ws-dist-sq
                   MOVE ws-cand-entry (ws-cand-i)
                       TO ws-cand-entry (ws-cand-i + 1)
                   SUBTRACT 1 FROM ws-cand-i
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           SET ws-cand-site (ws-cand-i + 1) TO ws-qn-idx
           MOVE ws-dist-sq TO ws-cand-dist (ws-cand-i + 1)
           IF ws-cand-count < ws-qc-neighbours
               ADD 1 TO ws-cand-count
           END-IF
           .

      ******************************************************************
      * Check every day of the window at the site at ws-qs-idx that    *
      * has readings. A site with no neighbours in its basin, or a day *
      * none of its neighbours reported, is counted as unchecked       *
      * rather than guessed at.                                        *
      ******************************************************************
       pa-check-qc-site.
           PERFORM VARYING ws-qd-idx FROM 1 BY 1
                   UNTIL ws-qd-idx > ws-qc-days
               IF ws-qs-day-readings (ws-qs-idx, ws-qd-idx) > 0
                   PERFORM pa-check-site-day
               END-IF
           END-PERFORM
           .

       pa-check-site-day.
           MOVE 0 TO ws-nb-sum
           MOVE 0 TO ws-nb-reporting
           MOVE SPACES TO ws-nb-list
           MOVE 1 TO ws-nb-list-ptr
           PERFORM VARYING ws-nbr-i FROM 1 BY 1
                   UNTIL ws-nbr-i > ws-qs-nbr-count (ws-qs-idx)
               SET ws-qn-idx TO ws-qs-nbr (ws-qs-idx, ws-nbr-i)
               IF ws-qs-day-readings (ws-qn-idx, ws-qd-idx) > 0
                   ADD 1 TO ws-nb-reporting
                   ADD ws-qs-day-total (ws-qn-idx, ws-qd-idx)
                       TO ws-nb-sum
                   STRING ws-qs-site (ws-qn-idx) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       INTO ws-nb-list
                       WITH POINTER ws-nb-list-ptr
                   END-STRING
               END-IF
           END-PERFORM

           IF ws-nb-reporting = 0
               ADD 1 TO ws-qs-days-alone (ws-qs-idx)
           ELSE
               ADD 1 TO ws-qs-days-checked (ws-qs-idx)
               ADD 1 TO ws-checked-count
               COMPUTE ws-nb-mean ROUNDED = ws-nb-sum / ws-nb-reporting
               MOVE ws-qs-day-total (ws-qs-idx, ws-qd-idx)
                   TO ws-day-total
               PERFORM pa-compare-site-day
               IF ws-amount-exceeded OR ws-ratio-exceeded
                   PERFORM pa-write-qc-exception
               END-IF
           END-IF
           .

      ******************************************************************
      * Hold the day's total against the neighbours' mean, on the      *
      * amount test and the ratio test. A zero on one side with the    *
      * other over the rain floor is as far apart as figures get, so   *
      * the ratio test fails it outright.                              *
      ******************************************************************
       pa-compare-site-day.
           SET ws-amount-switch TO 'N'
           SET ws-ratio-switch TO 'N'
           IF ws-day-total > ws-nb-mean
               MOVE ws-day-total TO ws-high
               MOVE ws-nb-mean TO ws-low
           ELSE
               MOVE ws-nb-mean TO ws-high
               MOVE ws-day-total TO ws-low
           END-IF
           COMPUTE ws-diff = ws-high - ws-low
           IF ws-diff > ws-qc-max-diff
               SET ws-amount-exceeded TO TRUE
           END-IF
           IF ws-low = 0
               MOVE 9999999.99 TO ws-ratio
           ELSE
               COMPUTE ws-ratio ROUNDED = ws-high / ws-low
           END-IF
           IF ws-high >= ws-qc-min-rain AND ws-ratio > ws-qc-max-ratio
               SET ws-ratio-exceeded TO TRUE
           END-IF
           .

      ******************************************************************
      * Write the SUSPECT site-day to the QC exceptions file and the   *
      * report.                                                        *
      ******************************************************************
       pa-write-qc-exception.
           ADD 1 TO ws-suspect-count
           ADD 1 TO ws-qs-days-suspect (ws-qs-idx)
           SET ws-day-num TO ws-qd-idx
           COMPUTE ws-day-int = ws-qc-first-int + ws-day-num - 1
           MOVE FUNCTION DATE-OF-INTEGER (ws-day-int) TO ws-day-date

           MOVE SPACES TO fs-qc-exception-record
           MOVE ws-qs-site (ws-qs-idx) TO fs-qcx-site
           MOVE ws-day-date TO fs-qcx-date
           MOVE ws-qs-basin (ws-qs-idx) TO fs-qcx-basin
           MOVE 'SUSPECT' TO fs-qcx-flag
           EVALUATE TRUE
               WHEN ws-amount-exceeded AND ws-ratio-exceeded
                   MOVE 'BOTH' TO fs-qcx-reason
               WHEN ws-amount-exceeded
                   MOVE 'AMOUNT' TO fs-qcx-reason
               WHEN OTHER
                   MOVE 'RATIO' TO fs-qcx-reason
           END-EVALUATE
           MOVE ws-day-total TO fs-qcx-site-total
           MOVE ws-nb-mean TO fs-qcx-neighbour-mean
           MOVE ws-nb-reporting TO fs-qcx-neighbour-count
           MOVE ws-nb-list TO fs-qcx-neighbours
           MOVE ws-qc-timestamp TO fs-qcx-checked
           WRITE fs-qc-exception-record

           MOVE ws-day-total TO ws-total-disp
           MOVE ws-nb-mean TO ws-mean-disp
           MOVE ws-ratio TO ws-ratio-disp
           DISPLAY fs-qcx-site ' ' fs-qcx-date ' ' fs-qcx-basin ' '
               ws-total-disp ' ' ws-mean-disp '    '
               fs-qcx-neighbour-count ' ' ws-ratio-disp ' '
               fs-qcx-reason
           .

      ******************************************************************
      * One line per listed site: the days checked, the SUSPECT days,  *
      * the days no neighbour could vouch for, and why a site did not  *
      * take part at all.                                              *
      ******************************************************************
       pa-print-site-summary.
           DISPLAY ' '
           DISPLAY 'BY SITE'
           DISPLAY 'SITE       BASIN                CHECKED SUSPECT '
               'UNCHECKED NEIGHBOURS'
           PERFORM VARYING ws-qs-idx FROM 1 BY 1
                   UNTIL ws-qs-idx > ws-qs-count
               IF ws-qs-takes-part (ws-qs-idx)
                   MOVE SPACES TO ws-nb-list
                   MOVE 1 TO ws-nb-list-ptr
                   PERFORM VARYING ws-nbr-i FROM 1 BY 1
                           UNTIL ws-nbr-i > ws-qs-nbr-count (ws-qs-idx)
                       SET ws-qn-idx TO ws-qs-nbr (ws-qs-idx, ws-nbr-i)
                       STRING ws-qs-site (ws-qn-idx) DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           INTO ws-nb-list
                           WITH POINTER ws-nb-list-ptr
                       END-STRING
                   END-PERFORM
                   IF ws-qs-nbr-count (ws-qs-idx) = 0
                       MOVE '(NONE IN BASIN)' TO ws-nb-list
                   END-IF
                   MOVE ws-qs-days-checked (ws-qs-idx)
                       TO ws-checked-disp
                   MOVE ws-qs-days-suspect (ws-qs-idx)
                       TO ws-suspect-disp
                   MOVE ws-qs-days-alone (ws-qs-idx) TO ws-alone-disp
                   DISPLAY ws-qs-site (ws-qs-idx) ' '
                       ws-qs-basin (ws-qs-idx) '    '
                       ws-checked-disp '    ' ws-suspect-disp
                       '      ' ws-alone-disp ' '
                       FUNCTION TRIM (ws-nb-list)
               ELSE
                   DISPLAY ws-qs-site (ws-qs-idx) ' NOT CHECKED - '
                       ws-qs-note (ws-qs-idx)
               END-IF
           END-PERFORM
           .

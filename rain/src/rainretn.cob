       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainretn.

      ******************************************************************
      * Certified monthly return for the river authority. Once         *
      * rainperd has closed a month its figures are certified, and     *
      * this program turns them into the formal submission file:       *
      * a header naming the month and the operator who ordered the     *
      * close, one detail per site and class with the month's total,   *
      * the days that had readings, the largest daily fall, and the    *
      * days with no data at all, and a trailer with the record count  *
      * and a hash total of the monthly totals.                        *
      *                                                                *
      * RAIN_RETURN_MONTH names the month (YYYYMM). The run refuses    *
      * to produce anything unless that month is CLOSED on the         *
      * period-control file - an open month's figures can still move.  *
      * The sites are RAIN_SITE_LIST, the same list the reports take,  *
      * each site's readings taken by capture date from its own log    *
      * and from the archive generations named in RAIN_ARCHIVE_DATES   *
      * under RAIN_ARCHIVE_PATH, the same set rainamax reads, so a     *
      * month rainarch has rolled out of the live log is still         *
      * returned whole. A site whose live log starts after the first   *
      * of the month, with no generation named that was cut after      *
      * that day, may have lost the start of the month to a rollover:  *
      * the run stops rather than certify a short return. A site with  *
      * no readings in the month is still returned, as one detail      *
      * with a zero total and every day missing.                       *
      *                                                                *
      * Every return issued goes on the returns register. The return   *
      * certified under a month's first CLOSE is submission 1, the     *
      * original; when the month is reopened and closed again, the     *
      * return certified under the new CLOSE record is the next        *
      * submission number and is headed RESUBMISSION, so the           *
      * authority can tell it apart. Rerunning for a CLOSE already on  *
      * the register rebuilds that same submission without a second    *
      * register entry. The file is written to RAIN_RETURN_PATH        *
      * suffixed with the month and submission number, built at a      *
      * scratch name and renamed into place once complete.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fclog.

           COPY fcarch.

           COPY fcperd.

           COPY fcretn.

           COPY fcrreg.

           COPY fcaud.

       DATA DIVISION.

       FILE SECTION.

           COPY fdlog.

           COPY fdarch.

           COPY fdperd.

           COPY fdretn.

           COPY fdrreg.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wslog.

           COPY wsevnt.

           COPY wsperd.

           COPY wsaud.

      ******************************************************************
      * The month being returned, and the CLOSE record it was          *
      * certified under - the latest CLOSE on file for the month.      *
      ******************************************************************
       01 ws-return-month              PIC X(6)    VALUE SPACES.
       01 ws-close-timestamp           PIC X(21)   VALUE SPACES.
       01 ws-close-operator            PIC X(10)   VALUE SPACES.
       01 ws-close-eof-switch          PIC X       VALUE 'N'.
           88 ws-close-eof             VALUE 'Y'.

      ******************************************************************
      * The submission being issued. ws-last-submission is the         *
      * highest number already on the register for the month; when    *
      * the register already holds this CLOSE, its number is reused    *
      * and no new register entry is written.                          *
      ******************************************************************
       01 ws-submission                PIC 9(3)    VALUE 0.
       01 ws-last-submission           PIC 9(3)    VALUE 0.
       01 ws-rreg-eof-switch           PIC X       VALUE 'N'.
           88 ws-rreg-eof              VALUE 'Y'.
       01 ws-reissue-switch            PIC X       VALUE 'N'.
           88 ws-reissue               VALUE 'Y'.
       01 ws-submission-edit           PIC 9(3).

      ******************************************************************
      * The days in the month, worked out from the first of this       *
      * month and the first of the next.                               *
      ******************************************************************
       01 ws-month-first               PIC 9(8)    VALUE 0.
       01 ws-next-month-first          PIC 9(8)    VALUE 0.
       01 ws-month-days                PIC 9(2)    VALUE 0.
       01 ws-event-day                 PIC 9(2)    VALUE 0.
       01 ws-month-first-date          PIC X(8)    VALUE SPACES.

      ******************************************************************
      * The dated archive generations to read, parsed from             *
      * RAIN_ARCHIVE_DATES the same way rainamax parses it.            *
      * ws-month-in-archive is set when a generation cut after the     *
      * first of the month is named, so the readings captured before   *
      * its cutoff - the start of the month among them - are read      *
      * from it.                                                       *
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
       01 ws-month-in-archive-switch   PIC X       VALUE 'N'.
           88 ws-month-in-archive      VALUE 'Y'.

      ******************************************************************
      * The earliest capture date on the current site's live log, to   *
      * tell whether the log still reaches back to the month's start.  *
      ******************************************************************
       01 ws-log-earliest-date         PIC X(8)    VALUE SPACES.

      ******************************************************************
      * RAIN_SITE_LIST, parsed the same way rainmorn parses it. With   *
      * no list, the single configured site (or the bare base-path     *
      * log) is returned alone.                                        *
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
      * One accumulator per class seen on the current site's log in    *
      * the month, each holding the month's 31 daily totals and        *
      * whether the day had any reading, searched linearly the same    *
      * way rainstat's day table is. Cleared between sites.            *
      ******************************************************************
       01 ws-return-sums.
           02 ws-rt-count              PIC 9(4)    VALUE 0.
           02 ws-rt-entry              OCCURS 50 TIMES
                                        INDEXED BY ws-rt-idx.
               03 ws-rt-class          PIC X(20).
               03 ws-rt-day            OCCURS 31 TIMES
                                        INDEXED BY ws-rt-day-idx.
                   04 ws-rt-day-sum    FLOAT-SHORT.
                   04 ws-rt-day-seen   PIC X.
                       88 ws-rt-day-has-data VALUE 'Y'.

       01 ws-found-switch              PIC X       VALUE 'N'.
           88 ws-total-found           VALUE 'Y'.
       01 ws-list-key                  PIC 9(10) BINARY.
       01 ws-chk-ok-switch             PIC X       VALUE 'N'.
           88 ws-chk-ok                VALUE 'Y'.
       01 ws-events-read               PIC 9(7)    VALUE 0.

      ******************************************************************
      * The detail being built, and the trailer's running figures.     *
      ******************************************************************
       01 ws-class-total               FLOAT-SHORT VALUE 0.
       01 ws-class-max-day             FLOAT-SHORT VALUE 0.
       01 ws-class-days                PIC 9(2)    VALUE 0.
       01 ws-record-count              PIC 9(7)    VALUE 0.
       01 ws-hash-total                PIC 9(11)V99 VALUE 0.

      ******************************************************************
      * The return's real name, and the shell command that renames     *
      * the scratch build into place, the same way rainsusp installs   *
      * its next suspense generation.                                  *
      ******************************************************************
       01 ws-return-final-path         PIC X(200)  VALUE SPACES.
       01 ws-shell-command             PIC X(420)  VALUE SPACES.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINRETN' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-read-return-config
           PERFORM pa-read-site-list
           PERFORM pa-load-periods
           MOVE ws-return-month TO ws-period-check-month
           PERFORM pa-check-period
           IF NOT ws-period-closed
               DISPLAY 'RAINRETN: month ' ws-return-month
                   ' is not closed - close it with rainperd before '
                   'issuing its return'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           PERFORM pa-find-close-record
           PERFORM pa-number-submission
           PERFORM pa-work-out-month-days
           OPEN OUTPUT fd-return
           PERFORM pa-write-return-header
           PERFORM VARYING ws-site-idx FROM 1 BY 1
                   UNTIL ws-site-idx > ws-site-count
               PERFORM pa-return-site
           END-PERFORM
           PERFORM pa-write-return-trailer
           CLOSE fd-return
           PERFORM pa-install-return
           IF NOT ws-reissue
               PERFORM pa-register-return
           END-IF
           DISPLAY 'RAINRETN: return for ' ws-return-month
               ' submission ' ws-submission ', ' ws-record-count
               ' record(s), written to '
               FUNCTION TRIM (ws-return-final-path)
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY perchk.

           COPY audwrt.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-events-read TO ws-aud-read
           MOVE ws-record-count TO ws-aud-exported
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Read and vet the month, and resolve the return and returns     *
      * register paths the same way rdcfg.cpy resolves the shared      *
      * files.                                                         *
      ******************************************************************
       pa-read-return-config.
           MOVE SPACES TO ws-return-month
           ACCEPT ws-return-month FROM ENVIRONMENT 'RAIN_RETURN_MONTH'
           IF ws-return-month (1:6) IS NOT NUMERIC
                   OR ws-return-month (5:2) < '01'
                   OR ws-return-month (5:2) > '12'
               DISPLAY 'RAINRETN: RAIN_RETURN_MONTH must be a YYYYMM '
                   'month, got "' ws-return-month '"'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           MOVE SPACES TO ws-return-path OF ws-config
           ACCEPT ws-return-path OF ws-config
               FROM ENVIRONMENT 'RAIN_RETURN_PATH'
           IF ws-return-path OF ws-config = SPACES
               MOVE '/tmp/rain-return' TO ws-return-path OF ws-config
           END-IF

           MOVE SPACES TO ws-return-register-path OF ws-config
           ACCEPT ws-return-register-path OF ws-config
               FROM ENVIRONMENT 'RAIN_RETURN_REGISTER_PATH'
           IF ws-return-register-path OF ws-config = SPACES
               MOVE '/tmp/rain-return-register'
                   TO ws-return-register-path OF ws-config
           END-IF

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
           .

      ******************************************************************
      * Parse RAIN_SITE_LIST, if set, the same way rainmorn does. With *
      * no list, the single configured site (blank when none) is the   *
      * one entry.                                                     *
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
                       DISPLAY 'RAINRETN: more than 200 sites on '
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
      * Find the CLOSE record the month's figures stand certified      *
      * under: the latest CLOSE on the period-control file for the     *
      * month. pa-check-period has already proved the month's latest   *
      * action is a CLOSE, so one is always found.                     *
      ******************************************************************
       pa-find-close-record.
           OPEN INPUT fd-period-control
           PERFORM UNTIL ws-close-eof
               READ fd-period-control
                   AT END
                       SET ws-close-eof TO TRUE
                   NOT AT END
                       IF fs-perd-month = ws-return-month
                               AND fs-perd-action = 'CLOSE'
                           MOVE fs-perd-timestamp TO ws-close-timestamp
                           MOVE fs-perd-operator TO ws-close-operator
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-period-control
           .

      ******************************************************************
      * Work out the submission number from the returns register: the  *
      * register entry already made under this same CLOSE, if there    *
      * is one (a rerun, reissued under its own number), otherwise one *
      * past the highest number the month has had. The file is         *
      * OPTIONAL: a shop that has never issued a return reads as       *
      * empty, and the month's first return is submission 1.           *
      ******************************************************************
       pa-number-submission.
           OPEN INPUT fd-return-register
           PERFORM UNTIL ws-rreg-eof
               READ fd-return-register
                   AT END
                       SET ws-rreg-eof TO TRUE
                   NOT AT END
                       IF fs-rreg-month = ws-return-month
                           IF fs-rreg-submission > ws-last-submission
                               MOVE fs-rreg-submission
                                   TO ws-last-submission
                           END-IF
                           IF fs-rreg-close-timestamp
                                   = ws-close-timestamp
                               SET ws-reissue TO TRUE
                               MOVE fs-rreg-submission TO ws-submission
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-return-register
           IF NOT ws-reissue
               COMPUTE ws-submission = ws-last-submission + 1
           ELSE
               DISPLAY 'RAINRETN: submission ' ws-submission
                   ' for ' ws-return-month ' already issued under '
                   'this close - reissuing it'
           END-IF

      ******************************************************************
      * The return is built at a scratch name and renamed into place   *
      * by pa-install-return once it is complete.                      *
      ******************************************************************
           MOVE ws-submission TO ws-submission-edit
           MOVE SPACES TO ws-return-final-path
           STRING ws-return-path OF ws-config DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               ws-return-month DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               ws-submission-edit DELIMITED BY SIZE
               INTO ws-return-final-path
           MOVE SPACES TO ws-return-path OF ws-config
           STRING ws-return-final-path DELIMITED BY SPACE
               '.build' DELIMITED BY SIZE
               INTO ws-return-path OF ws-config
           .

      ******************************************************************
      * The number of days in the month: the day before the first of   *
      * the next month, counted from the first of this one. Also       *
      * whether any archive generation named was cut after the first   *
      * of the month, and so holds the month's start.                  *
      ******************************************************************
       pa-work-out-month-days.
           COMPUTE ws-month-first =
               FUNCTION NUMVAL (ws-return-month) * 100 + 1
           IF ws-return-month (5:2) = '12'
               COMPUTE ws-next-month-first =
                   (FUNCTION NUMVAL (ws-return-month (1:4)) + 1)
                   * 10000 + 101
           ELSE
               COMPUTE ws-next-month-first = ws-month-first + 100
           END-IF
           COMPUTE ws-month-days =
               FUNCTION INTEGER-OF-DATE (ws-next-month-first)
               - FUNCTION INTEGER-OF-DATE (ws-month-first)
           MOVE ws-month-first TO ws-month-first-date
           PERFORM VARYING ws-date-idx FROM 1 BY 1
                   UNTIL ws-date-idx > ws-date-count
               IF ws-date-list-entry (ws-date-idx) > ws-month-first-date
                   SET ws-month-in-archive TO TRUE
               END-IF
           END-PERFORM
           .

       pa-write-return-header.
           MOVE SPACES TO fs-return-record
           SET fs-ret-header-rec TO TRUE
           MOVE ws-return-month TO fs-reth-month
           MOVE ws-submission TO fs-reth-submission
           IF ws-submission = 1
               MOVE 'ORIGINAL' TO fs-reth-kind
           ELSE
               MOVE 'RESUBMISSION' TO fs-reth-kind
           END-IF
           MOVE ws-close-timestamp TO fs-reth-close-timestamp
           MOVE ws-close-operator TO fs-reth-operator
           MOVE FUNCTION CURRENT-DATE TO fs-reth-created
           WRITE fs-return-record
           .

      ******************************************************************
      * Accumulate one site's month from its log and the archive       *
      * generations, and write its details. A site with no log yet,    *
      * or one whose key 2 is not a checkpoint, gives only what the    *
      * archives hold. A live log that starts after the first of the   *
      * month, with no generation named that holds the month's start,  *
      * stops the run: the return is left unfinished at its scratch    *
      * name and nothing is registered. A site with no readings in the *
      * month at all gets one zero detail from pa-write-silent-detail. *
      ******************************************************************
       pa-return-site.
           MOVE 0 TO ws-rt-count
           MOVE SPACES TO ws-log-earliest-date
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
                           IF ws-log-earliest-date = SPACES
                                   OR fs-capture-timestamp
                                       OF fs-current-event (1:8)
                                       < ws-log-earliest-date
                               MOVE fs-capture-timestamp
                                   OF fs-current-event (1:8)
                                   TO ws-log-earliest-date
                           END-IF
                           IF fs-capture-timestamp OF fs-current-event
                                   (1:6) = ws-return-month
                               MOVE fs-current-event TO ws-current-event
                               PERFORM pa-accumulate-day
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fd-log

           IF ws-log-earliest-date NOT = SPACES
                   AND ws-log-earliest-date > ws-month-first-date
                   AND NOT ws-month-in-archive
               DISPLAY 'RAINRETN: live log '
                   FUNCTION TRIM (ws-log-path OF ws-config)
                   ' starts on ' ws-log-earliest-date
                   ', after the start of ' ws-return-month
                   ' - name the archive generation holding the rest '
                   'of the month in RAIN_ARCHIVE_DATES'
               CLOSE fd-return
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           PERFORM VARYING ws-date-idx FROM 1 BY 1
                   UNTIL ws-date-idx > ws-date-count
               MOVE SPACES TO ws-archive-path OF ws-config
               STRING ws-archive-base DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ws-date-list-entry (ws-date-idx) DELIMITED BY SPACE
                   INTO ws-archive-path OF ws-config
               PERFORM pa-read-one-archive
           END-PERFORM

           IF ws-rt-count = 0
               PERFORM pa-write-silent-detail
           END-IF
           PERFORM VARYING ws-rt-idx FROM 1 BY 1
                   UNTIL ws-rt-idx > ws-rt-count
               PERFORM pa-write-return-detail
           END-PERFORM
           .

      ******************************************************************
      * Read one archive generation, taking the site's own events      *
      * captured in the month. A generation that was never written     *
      * reads as empty (the file is OPTIONAL).                         *
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
                               AND fs-capture-timestamp
                                   OF fs-archive-event (1:6)
                                   = ws-return-month
                           MOVE fs-archive-event TO ws-current-event
                           PERFORM pa-accumulate-day
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-archive
           .

      ******************************************************************
      * Open the log for the site at ws-site-idx read-only and load    *
      * its checkpoint, the same way rainmorn does.                    *
      ******************************************************************
       pa-open-site-log.
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
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fs-chk-marker OF fs-checkpoint-record
                               = 'CHECKPOINT'
                           MOVE fs-checkpoint-record
                               TO ws-checkpoint-record
                           SET ws-chk-ok TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * Find (or create) the class entry for the event in              *
      * ws-current-event and add its value into the day of the month   *
      * it was captured on.                                            *
      ******************************************************************
       pa-accumulate-day.
           ADD 1 TO ws-events-read
           SET ws-found-switch TO 'N'
           PERFORM VARYING ws-rt-idx FROM 1 BY 1
                   UNTIL ws-rt-idx > ws-rt-count
               IF ws-rt-class (ws-rt-idx)
                       = ws-class OF ws-current-event
                   SET ws-total-found TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT ws-total-found
               IF ws-rt-count >= 50
                   DISPLAY 'RAINRETN: more than 50 classes at one '
                       'site, stopping'
                   CLOSE fd-log
                   CLOSE fd-return
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               END-IF
               ADD 1 TO ws-rt-count
               SET ws-rt-idx TO ws-rt-count
               MOVE ws-class OF ws-current-event
                   TO ws-rt-class (ws-rt-idx)
               PERFORM VARYING ws-rt-day-idx FROM 1 BY 1
                       UNTIL ws-rt-day-idx > 31
                   MOVE 0 TO ws-rt-day-sum (ws-rt-idx, ws-rt-day-idx)
                   MOVE 'N' TO ws-rt-day-seen (ws-rt-idx, ws-rt-day-idx)
               END-PERFORM
           END-IF

           MOVE ws-capture-timestamp OF ws-current-event (7:2)
               TO ws-event-day
           SET ws-rt-day-idx TO ws-event-day
           ADD ws-value OF ws-current-event
               TO ws-rt-day-sum (ws-rt-idx, ws-rt-day-idx)
           SET ws-rt-day-has-data (ws-rt-idx, ws-rt-day-idx) TO TRUE
           .

      ******************************************************************
      * Write the detail for the class at ws-rt-idx: the month total,  *
      * the days with data, the largest daily total, and the days of   *
      * the month with none. The hash total is summed from the         *
      * rounded figure actually written, so the authority can          *
      * recompute it from the file itself.                             *
      ******************************************************************
       pa-write-return-detail.
           MOVE 0 TO ws-class-total
           MOVE 0 TO ws-class-max-day
           MOVE 0 TO ws-class-days
           PERFORM VARYING ws-rt-day-idx FROM 1 BY 1
                   UNTIL ws-rt-day-idx > ws-month-days
               IF ws-rt-day-has-data (ws-rt-idx, ws-rt-day-idx)
                   ADD 1 TO ws-class-days
                   ADD ws-rt-day-sum (ws-rt-idx, ws-rt-day-idx)
                       TO ws-class-total
                   IF ws-rt-day-sum (ws-rt-idx, ws-rt-day-idx)
                           > ws-class-max-day
                       MOVE ws-rt-day-sum (ws-rt-idx, ws-rt-day-idx)
                           TO ws-class-max-day
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO fs-return-record
           SET fs-ret-detail-rec TO TRUE
           MOVE ws-site-list-entry (ws-site-idx) TO fs-retd-site
           MOVE ws-rt-class (ws-rt-idx) TO fs-retd-class
           COMPUTE fs-retd-total ROUNDED = ws-class-total
           MOVE ws-class-days TO fs-retd-day-count
           COMPUTE fs-retd-max-day ROUNDED = ws-class-max-day
           COMPUTE fs-retd-missing-days = ws-month-days - ws-class-days
           WRITE fs-return-record
           ADD 1 TO ws-record-count
           ADD fs-retd-total TO ws-hash-total
           .

      ******************************************************************
      * Write the one detail for a site with no readings in the month: *
      * no class, a zero total and largest day, and every day of the   *
      * month missing, so the authority sees the site was returned.    *
      ******************************************************************
       pa-write-silent-detail.
           MOVE SPACES TO fs-return-record
           SET fs-ret-detail-rec TO TRUE
           MOVE ws-site-list-entry (ws-site-idx) TO fs-retd-site
           MOVE 0 TO fs-retd-total
           MOVE 0 TO fs-retd-day-count
           MOVE 0 TO fs-retd-max-day
           MOVE ws-month-days TO fs-retd-missing-days
           WRITE fs-return-record
           ADD 1 TO ws-record-count
           .

       pa-write-return-trailer.
           MOVE SPACES TO fs-return-record
           SET fs-ret-trailer-rec TO TRUE
           MOVE ws-record-count TO fs-rett-record-count
           MOVE ws-hash-total TO fs-rett-hash-total
           WRITE fs-return-record
           .

      ******************************************************************
      * Move the completed return from its scratch name to its real    *
      * one, the same way rainsusp installs its next generation.       *
      ******************************************************************
       pa-install-return.
           STRING 'mv ' DELIMITED BY SIZE
               ws-return-path OF ws-config DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ws-return-final-path DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           .

      ******************************************************************
      * Append the issued return to the returns register. The file is  *
      * opened and closed around the one record, the same way the      *
      * batch register is.                                             *
      ******************************************************************
       pa-register-return.
           OPEN EXTEND fd-return-register
           MOVE SPACES TO fs-return-register-record
           MOVE ws-return-month TO fs-rreg-month
           MOVE ws-submission TO fs-rreg-submission
           MOVE ws-close-timestamp TO fs-rreg-close-timestamp
           MOVE ws-close-operator TO fs-rreg-operator
           MOVE FUNCTION CURRENT-DATE TO fs-rreg-issued
           MOVE ws-record-count TO fs-rreg-record-count
           MOVE ws-hash-total TO fs-rreg-hash-total
           WRITE fs-return-register-record
           CLOSE fd-return-register
           .

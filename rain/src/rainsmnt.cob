       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainsmnt.

      ******************************************************************
      * Site master maintenance. Changing a station used to mean       *
      * hand-editing the fixed-column text master, where one slipped   *
      * column corrupts a basin or a coordinate and nothing records    *
      * when a gauge was moved, renamed, or decommissioned. This       *
      * program takes ADD, CHANGE, and DECOMMISSION transactions,      *
      * vets each one, applies the good ones to the text master, and   *
      * appends a before/after record per change to the site history   *
      * file with the operator and the time it was recorded.           *
      *                                                                *
      * Transactions come from the file named by RAIN_SITE_TXN_PATH    *
      * when it is set, and are otherwise keyed by the operator one    *
      * at a time with the same DISPLAY and ACCEPT conversation        *
      * rainscrn uses. RAIN_OPERATOR names the operator for a file     *
      * run; a keyed session asks for it when it is not set.           *
      *                                                                *
      * Every transaction is vetted against the master as this run     *
      * has left it so far:                                            *
      *   - an ADD must not reuse a site code already on the master,   *
      *     and a CHANGE or DECOMMISSION must name one that is;        *
      *   - the station's name must be present, its basin must be      *
      *     left-justified letters, digits, spaces, and hyphens, and   *
      *     its latitude and longitude must read as signed decimals    *
      *     inside -90..90 and -180..180;                              *
      *   - the commissioned date and the effective date must be real  *
      *     YYYYMMDD dates, not in the future, and a change cannot     *
      *     take effect before the station was commissioned, nor       *
      *     before the latest change already recorded for the site -   *
      *     on the history or earlier in this same run - since the     *
      *     as-of lookups take a station's changes in effective-date   *
      *     order and a back-dated one would rewrite its past;         *
      *   - a DECOMMISSION is refused while the site's log shows a     *
      *     reading loaded within the last                             *
      *     RAIN_DECOMMISSION_QUIET_DAYS days (7 when not set) - a     *
      *     gauge still reporting is not out of service, whatever the  *
      *     paperwork says.                                            *
      * A refused transaction is reported with its reason and the run  *
      * carries on; a file run that refused any ends with RC 12.       *
      *                                                                *
      * The effective date says when the change happened in the        *
      * field, which may be earlier than the day it is keyed; blank    *
      * means today, except on an ADD, where it means the commissioned *
      * date. rainbsn and rainexp use it to answer what a station      *
      * looked like on a reading's capture date.                       *
      *                                                                *
      * The text master is rebuilt at a scratch name and renamed into  *
      * place, the same way rainsite installs its index, and only then *
      * is the history appended, so the history never records a        *
      * change the master does not carry. Rerun rainsite afterwards    *
      * to rebuild the keyed site master from the new text master.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fcsite.

           COPY fcstxn.

           COPY fcshst.

           COPY fclog.

           COPY fcaud.

       DATA DIVISION.

       FILE SECTION.

           COPY fdsite.

           COPY fdstxn.

           COPY fdshst.

           COPY fdlog.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wslog.

           COPY wsevnt.

           COPY wsaud.

      ******************************************************************
      * The text master held whole, one entry per line in file order,  *
      * each an image of fs-site-record so it is written back exactly  *
      * as it was read unless a transaction changed it.                *
      ******************************************************************
       01 ws-master-table.
           02 ws-mst-count             PIC 9(5)    VALUE 0.
           02 ws-mst-entry             OCCURS 2000 TIMES
                                        INDEXED BY ws-mst-idx.
               03 ws-mst-code          PIC X(10).
               03 FILLER               PIC X.
               03 ws-mst-station.
                   04 ws-mst-name      PIC X(30).
                   04 FILLER           PIC X.
                   04 ws-mst-basin     PIC X(20).
                   04 FILLER           PIC X.
                   04 ws-mst-latitude  PIC X(9).
                   04 FILLER           PIC X.
                   04 ws-mst-longitude PIC X(10).
                   04 FILLER           PIC X.
                   04 ws-mst-status    PIC X.
                   04 FILLER           PIC X.
                   04 ws-mst-commissioned PIC X(8).
       01 ws-mst-eof-switch            PIC X       VALUE 'N'.
           88 ws-mst-eof               VALUE 'Y'.
       01 ws-mst-found-switch          PIC X       VALUE 'N'.
           88 ws-mst-found             VALUE 'Y'.
       01 ws-mst-found-idx             PIC 9(5)    COMP VALUE 0.
       01 ws-find-code                 PIC X(10)   VALUE SPACES.

      ******************************************************************
      * The transaction in hand, in the transaction file's layout      *
      * whichever way it arrived, and the station as it would stand    *
      * after it - the image every check below is made against.        *
      ******************************************************************
       01 ws-txn-record.
           02 ws-txn-action            PIC X(12).
           02 FILLER                   PIC X.
           02 ws-txn-code              PIC X(10).
           02 FILLER                   PIC X.
           02 ws-txn-name              PIC X(30).
           02 FILLER                   PIC X.
           02 ws-txn-basin             PIC X(20).
           02 FILLER                   PIC X.
           02 ws-txn-latitude          PIC X(9).
           02 FILLER                   PIC X.
           02 ws-txn-longitude         PIC X(10).
           02 FILLER                   PIC X.
           02 ws-txn-commissioned      PIC X(8).
           02 FILLER                   PIC X.
           02 ws-txn-effective         PIC X(8).

       01 ws-after-station.
           02 ws-aft-name              PIC X(30).
           02 FILLER                   PIC X.
           02 ws-aft-basin             PIC X(20).
           02 FILLER                   PIC X.
           02 ws-aft-latitude          PIC X(9).
           02 FILLER                   PIC X.
           02 ws-aft-longitude         PIC X(10).
           02 FILLER                   PIC X.
           02 ws-aft-status            PIC X.
           02 FILLER                   PIC X.
           02 ws-aft-commissioned      PIC X(8).

       01 ws-txn-ok-switch             PIC X       VALUE 'Y'.
           88 ws-txn-ok                VALUE 'Y'.
       01 ws-txn-reason                PIC X(60)   VALUE SPACES.
       01 ws-txn-new-reason            PIC X(60)   VALUE SPACES.

      ******************************************************************
      * Working fields for the checks.                                 *
      ******************************************************************
       01 ws-today                     PIC X(8)    VALUE SPACES.
       01 ws-date-check                PIC X(8)    VALUE SPACES.
       01 ws-date-num                  PIC 9(8)    VALUE 0.
       01 ws-date-ok-switch            PIC X       VALUE 'N'.
           88 ws-date-ok               VALUE 'Y'.
       01 ws-coord-value               PIC S9(4)V9(6) VALUE 0.
       01 ws-basin-char-idx            PIC 9(4)    COMP VALUE 0.
       01 ws-basin-char                PIC X       VALUE SPACE.
       01 ws-quiet-days-raw            PIC X(4)    VALUE SPACES.
       01 ws-quiet-days                PIC 9(4)    VALUE 0.
       01 ws-quiet-earliest-int        PIC 9(8)    VALUE 0.
       01 ws-quiet-earliest-date       PIC X(8)    VALUE SPACES.
       01 ws-last-load-date            PIC X(8)    VALUE SPACES.
       01 ws-master-path-hold          PIC X(200)  VALUE SPACES.

      ******************************************************************
      * The history lines for the changes applied so far, held until   *
      * the rebuilt master is installed and written in the order the   *
      * changes were made.                                             *
      ******************************************************************
       01 ws-history-image.
           02 ws-hi-code               PIC X(10).
           02 FILLER                   PIC X       VALUE SPACE.
           02 ws-hi-action             PIC X(12).
           02 FILLER                   PIC X       VALUE SPACE.
           02 ws-hi-effective          PIC X(8).
           02 FILLER                   PIC X       VALUE SPACE.
           02 ws-hi-recorded           PIC X(21).
           02 FILLER                   PIC X       VALUE SPACE.
           02 ws-hi-operator           PIC X(10).
           02 FILLER                   PIC X       VALUE SPACE.
           02 ws-hi-before             PIC X(83).
           02 FILLER                   PIC X       VALUE SPACE.
           02 ws-hi-after              PIC X(83).
       01 ws-pending-history.
           02 ws-pend-count            PIC 9(4)    VALUE 0.
           02 ws-pend-line             PIC X(233)
                                        OCCURS 500 TIMES
                                        INDEXED BY ws-pend-idx.

      ******************************************************************
      * The latest effective date recorded for each site code, loaded  *
      * from the site history file and moved on as this run applies    *
      * changes, so a change cannot be dated before one already made.  *
      ******************************************************************
       01 ws-latest-changes.
           02 ws-lchg-count            PIC 9(5)    VALUE 0.
           02 ws-lchg-entry            OCCURS 2000 TIMES
                                        INDEXED BY ws-lchg-idx.
               03 ws-lchg-code         PIC X(10).
               03 ws-lchg-effective    PIC X(8).
       01 ws-lchg-found-switch         PIC X       VALUE 'N'.
           88 ws-lchg-found            VALUE 'Y'.
       01 ws-shist-eof-switch          PIC X       VALUE 'N'.
           88 ws-shist-eof             VALUE 'Y'.
       01 ws-lchg-code-in              PIC X(10)   VALUE SPACES.
       01 ws-lchg-effective-in         PIC X(8)    VALUE SPACES.

      ******************************************************************
      * Session state for a keyed run, and the run's counters.         *
      ******************************************************************
       01 ws-operator                  PIC X(10)   VALUE SPACES.
       01 ws-txn-file-switch           PIC X       VALUE 'N'.
           88 ws-txn-from-file         VALUE 'Y'.
       01 ws-txn-eof-switch            PIC X       VALUE 'N'.
           88 ws-txn-eof               VALUE 'Y'.
       01 ws-quit-switch               PIC X       VALUE 'N'.
           88 ws-session-quit          VALUE 'Y'.
       01 ws-field-answer              PIC X(12)   VALUE SPACES.
       01 ws-value-answer              PIC X(30)   VALUE SPACES.
       01 ws-txn-count                 PIC 9(7)    VALUE 0.
       01 ws-applied-count             PIC 9(7)    VALUE 0.
       01 ws-refused-count             PIC 9(7)    VALUE 0.

      ******************************************************************
      * The master's real name, and the shell command that renames     *
      * the scratch build into place.                                  *
      ******************************************************************
       01 ws-master-final-path         PIC X(200)  VALUE SPACES.
       01 ws-shell-command             PIC X(420)  VALUE SPACES.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINSMNT' TO ws-aud-program
           PERFORM pa-read-maint-config
           PERFORM pa-audit-start
           PERFORM pa-load-master
           PERFORM pa-load-latest-changes

           IF ws-txn-from-file
               PERFORM pa-run-txn-file
           ELSE
               PERFORM pa-run-session
           END-IF

           IF ws-applied-count > 0
               PERFORM pa-write-master
               PERFORM pa-install-master
               PERFORM pa-write-history
               DISPLAY 'RAINSMNT: site master rewritten - rerun '
                   'rainsite to rebuild the keyed site master'
           END-IF
           DISPLAY 'RAINSMNT: ' ws-txn-count ' transaction(s), '
               ws-applied-count ' applied, ' ws-refused-count
               ' refused'
           IF ws-txn-from-file AND ws-refused-count > 0
               MOVE 12 TO RETURN-CODE
           END-IF
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
           MOVE ws-txn-count TO ws-aud-read
           MOVE ws-applied-count TO ws-aud-committed
           MOVE ws-refused-count TO ws-aud-rejected
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Resolve the transaction source, the operator, and the quiet    *
      * period a site must have before it can be decommissioned. The   *
      * site master's path goes in the audit record's log-path column  *
      * so rainaud's listing shows which master was maintained.        *
      ******************************************************************
       pa-read-maint-config.
           MOVE SPACES TO ws-site-txn-path OF ws-config
           ACCEPT ws-site-txn-path OF ws-config
               FROM ENVIRONMENT 'RAIN_SITE_TXN_PATH'
           IF ws-site-txn-path OF ws-config NOT = SPACES
               SET ws-txn-from-file TO TRUE
           END-IF

           MOVE SPACES TO ws-operator
           ACCEPT ws-operator FROM ENVIRONMENT 'RAIN_OPERATOR'

           MOVE SPACES TO ws-quiet-days-raw
           ACCEPT ws-quiet-days-raw
               FROM ENVIRONMENT 'RAIN_DECOMMISSION_QUIET_DAYS'
           IF ws-quiet-days-raw = SPACES
               MOVE 7 TO ws-quiet-days
           ELSE
               COMPUTE ws-quiet-days =
                   FUNCTION NUMVAL (ws-quiet-days-raw)
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today
           COMPUTE ws-quiet-earliest-int =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (ws-today))
               - ws-quiet-days
           MOVE FUNCTION DATE-OF-INTEGER (ws-quiet-earliest-int)
               TO ws-quiet-earliest-date

           MOVE ws-site-master-path OF ws-config
               TO ws-log-path OF ws-config
           .

      ******************************************************************
      * Read the text master whole. Every line is kept, blank-code     *
      * lines included, so the rewrite changes nothing but what the    *
      * transactions change.                                           *
      ******************************************************************
       pa-load-master.
           OPEN INPUT fd-site-master
           PERFORM UNTIL ws-mst-eof
               READ fd-site-master
                   AT END
                       SET ws-mst-eof TO TRUE
                   NOT AT END
                       IF ws-mst-count >= 2000
                           DISPLAY 'RAINSMNT: more than 2000 lines '
                               'on the site master, stopping'
                           CLOSE fd-site-master
                           MOVE 16 TO RETURN-CODE
                           PERFORM pa-audit-finish
                           STOP RUN
                       END-IF
                       ADD 1 TO ws-mst-count
                       SET ws-mst-idx TO ws-mst-count
                       MOVE fs-site-record TO ws-mst-entry (ws-mst-idx)
               END-READ
           END-PERFORM
           CLOSE fd-site-master
           .

      ******************************************************************
      * Load the latest effective date for each site code on the site  *
      * history file. The file is OPTIONAL: a shop that has never run  *
      * this program has no history, and only this run's changes then  *
      * bound the dates.                                               *
      ******************************************************************
       pa-load-latest-changes.
           OPEN INPUT fd-site-history
           PERFORM UNTIL ws-shist-eof
               READ fd-site-history
                   AT END
                       SET ws-shist-eof TO TRUE
                   NOT AT END
                       MOVE fs-sh-code TO ws-lchg-code-in
                       MOVE fs-sh-effective TO ws-lchg-effective-in
                       PERFORM pa-note-latest-change
               END-READ
           END-PERFORM
           CLOSE fd-site-history
           .

      ******************************************************************
      * Record ws-lchg-effective-in as the latest effective date for   *
      * ws-lchg-code-in when it is later than the one held.            *
      ******************************************************************
       pa-note-latest-change.
           PERFORM pa-find-latest-change
           IF NOT ws-lchg-found
               IF ws-lchg-count >= 2000
                   DISPLAY 'RAINSMNT: more than 2000 site codes on '
                       'the site history, stopping'
                   CLOSE fd-site-history
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               END-IF
               ADD 1 TO ws-lchg-count
               SET ws-lchg-idx TO ws-lchg-count
               MOVE ws-lchg-code-in TO ws-lchg-code (ws-lchg-idx)
               MOVE ws-lchg-effective-in
                   TO ws-lchg-effective (ws-lchg-idx)
           ELSE
               IF ws-lchg-effective-in > ws-lchg-effective (ws-lchg-idx)
                   MOVE ws-lchg-effective-in
                       TO ws-lchg-effective (ws-lchg-idx)
               END-IF
           END-IF
           .

       pa-find-latest-change.
           SET ws-lchg-found-switch TO 'N'
           PERFORM VARYING ws-lchg-idx FROM 1 BY 1
                   UNTIL ws-lchg-idx > ws-lchg-count
               IF ws-lchg-code (ws-lchg-idx) = ws-lchg-code-in
                   SET ws-lchg-found TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * Apply every transaction on the transaction file in turn.       *
      ******************************************************************
       pa-run-txn-file.
           IF ws-operator = SPACES
               DISPLAY 'RAINSMNT: RAIN_OPERATOR must name the '
                   'operator for a transaction file run'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           OPEN INPUT fd-site-txn
           PERFORM UNTIL ws-txn-eof
               READ fd-site-txn
                   AT END
                       SET ws-txn-eof TO TRUE
                   NOT AT END
                       IF fs-site-txn-record NOT = SPACES
                           MOVE fs-site-txn-record TO ws-txn-record
                           PERFORM pa-apply-transaction
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fd-site-txn
           .

      ******************************************************************
      * A keyed session: the operator's id first, when RAIN_OPERATOR   *
      * has not supplied it, then one transaction per round until Q.   *
      ******************************************************************
       pa-run-session.
           DISPLAY 'RAIN SITE MASTER MAINTENANCE'
           DISPLAY 'SITE MASTER: '
               FUNCTION TRIM (ws-site-master-path OF ws-config)
           DISPLAY 'HISTORY:     '
               FUNCTION TRIM (ws-site-history-path OF ws-config)
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
               PERFORM pa-key-transaction
           END-PERFORM
           .

      ******************************************************************
      * One round of the conversation: the action, the site code, and  *
      * the fields that action needs, then the same vetting a file     *
      * transaction gets. On a CHANGE the station's current line is    *
      * shown and an empty reply keeps a field as it is.               *
      ******************************************************************
       pa-key-transaction.
           DISPLAY ' '
           DISPLAY 'ACTION (ADD/CHANGE/DECOMMISSION, Q=FINISH)?'
           MOVE SPACES TO ws-field-answer
           ACCEPT ws-field-answer
           MOVE FUNCTION UPPER-CASE (ws-field-answer)
               TO ws-field-answer
           EVALUATE ws-field-answer
               WHEN 'Q'
                   SET ws-session-quit TO TRUE
               WHEN 'ADD'
               WHEN 'CHANGE'
               WHEN 'DECOMMISSION'
                   MOVE SPACES TO ws-txn-record
                   MOVE ws-field-answer TO ws-txn-action
                   PERFORM pa-key-transaction-fields
               WHEN OTHER
                   DISPLAY '  KEY ADD, CHANGE, DECOMMISSION, OR Q'
           END-EVALUATE
           .

       pa-key-transaction-fields.
           DISPLAY '  SITE CODE?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE FUNCTION UPPER-CASE (ws-value-answer) TO ws-txn-code
           IF ws-txn-code = SPACES
               DISPLAY '  NOTHING KEYED, NO TRANSACTION'
           ELSE
               IF ws-txn-action = 'CHANGE'
                   MOVE ws-txn-code TO ws-find-code
                   PERFORM pa-find-master-site
                   IF ws-mst-found
                       DISPLAY '  NOW: '
                           ws-mst-entry (ws-mst-found-idx)
                       DISPLAY '  ENTER KEEPS A FIELD AS IT IS'
                   END-IF
               END-IF
               IF ws-txn-action NOT = 'DECOMMISSION'
                   DISPLAY '  NAME?'
                   MOVE SPACES TO ws-value-answer
                   ACCEPT ws-value-answer
                   MOVE ws-value-answer TO ws-txn-name
                   DISPLAY '  BASIN?'
                   MOVE SPACES TO ws-value-answer
                   ACCEPT ws-value-answer
                   MOVE ws-value-answer TO ws-txn-basin
                   DISPLAY '  LATITUDE (SIGNED DECIMAL)?'
                   MOVE SPACES TO ws-value-answer
                   ACCEPT ws-value-answer
                   MOVE ws-value-answer TO ws-txn-latitude
                   DISPLAY '  LONGITUDE (SIGNED DECIMAL)?'
                   MOVE SPACES TO ws-value-answer
                   ACCEPT ws-value-answer
                   MOVE ws-value-answer TO ws-txn-longitude
                   DISPLAY '  COMMISSIONED (YYYYMMDD)?'
                   MOVE SPACES TO ws-value-answer
                   ACCEPT ws-value-answer
                   MOVE ws-value-answer TO ws-txn-commissioned
               END-IF
               DISPLAY '  EFFECTIVE DATE (YYYYMMDD, ENTER=DEFAULT)?'
               MOVE SPACES TO ws-value-answer
               ACCEPT ws-value-answer
               MOVE ws-value-answer TO ws-txn-effective
               PERFORM pa-apply-transaction
           END-IF
           .

      ******************************************************************
      * Vet the transaction in ws-txn-record and, when it passes,      *
      * apply it to the master table and hold its history line. The    *
      * first check that fails names the reason it is refused.         *
      ******************************************************************
       pa-apply-transaction.
           ADD 1 TO ws-txn-count
           SET ws-txn-ok TO TRUE
           MOVE SPACES TO ws-txn-reason
           MOVE FUNCTION UPPER-CASE (ws-txn-action) TO ws-txn-action
           MOVE FUNCTION UPPER-CASE (ws-txn-code) TO ws-txn-code

           IF ws-txn-code = SPACES
               MOVE 'NO SITE CODE' TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           END-IF
           MOVE ws-txn-code TO ws-find-code
           PERFORM pa-find-master-site

           EVALUATE ws-txn-action
               WHEN 'ADD'
                   PERFORM pa-vet-add
               WHEN 'CHANGE'
                   PERFORM pa-vet-change
               WHEN 'DECOMMISSION'
                   PERFORM pa-vet-decommission
               WHEN OTHER
                   MOVE 'ACTION NOT ADD, CHANGE, OR DECOMMISSION'
                       TO ws-txn-new-reason
                   PERFORM pa-refuse-txn
           END-EVALUATE

           IF ws-txn-ok
               PERFORM pa-vet-effective-date
           END-IF
           IF ws-txn-ok AND ws-pend-count >= 500
               MOVE 'MORE THAN 500 CHANGES IN ONE RUN'
                   TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           END-IF

           IF ws-txn-ok
               PERFORM pa-post-transaction
               ADD 1 TO ws-applied-count
               DISPLAY 'RAINSMNT: ' FUNCTION TRIM (ws-txn-action)
                   ' ' FUNCTION TRIM (ws-txn-code) ' applied, '
                   'effective ' ws-txn-effective
           ELSE
               ADD 1 TO ws-refused-count
               DISPLAY 'RAINSMNT: ' FUNCTION TRIM (ws-txn-action)
                   ' ' FUNCTION TRIM (ws-txn-code) ' refused: '
                   FUNCTION TRIM (ws-txn-reason)
           END-IF
           .

      ******************************************************************
      * Refuse the transaction in hand for ws-txn-new-reason, unless   *
      * an earlier check already refused it.                           *
      ******************************************************************
       pa-refuse-txn.
           IF ws-txn-ok
               SET ws-txn-ok-switch TO 'N'
               MOVE ws-txn-new-reason TO ws-txn-reason
           END-IF
           .

      ******************************************************************
      * Find ws-find-code on the master table as this run has          *
      * left it. The first line for a code wins, the same line         *
      * rainsite keys.                                                 *
      ******************************************************************
       pa-find-master-site.
           SET ws-mst-found-switch TO 'N'
           PERFORM VARYING ws-mst-idx FROM 1 BY 1
                   UNTIL ws-mst-idx > ws-mst-count
               IF ws-mst-code (ws-mst-idx) = ws-find-code
                   SET ws-mst-found TO TRUE
                   SET ws-mst-found-idx TO ws-mst-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * An ADD brings a new active station onto the master. Its        *
      * effective date defaults to the commissioned date, since the    *
      * gauge has been the station described since then.               *
      ******************************************************************
       pa-vet-add.
           IF ws-mst-found
               MOVE 'SITE CODE ALREADY ON THE MASTER'
                   TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           END-IF
           IF ws-mst-count >= 2000
               MOVE 'SITE MASTER IS FULL' TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           END-IF
           MOVE SPACES TO ws-after-station
           MOVE ws-txn-name TO ws-aft-name
           MOVE ws-txn-basin TO ws-aft-basin
           MOVE ws-txn-latitude TO ws-aft-latitude
           MOVE ws-txn-longitude TO ws-aft-longitude
           MOVE 'A' TO ws-aft-status
           MOVE ws-txn-commissioned TO ws-aft-commissioned
           PERFORM pa-vet-station
           IF ws-txn-effective = SPACES
               MOVE ws-aft-commissioned TO ws-txn-effective
           END-IF
           .

      ******************************************************************
      * A CHANGE overlays the fields the transaction supplies on the   *
      * station as it stands; the status only changes through          *
      * DECOMMISSION. The whole resulting station is vetted, so a      *
      * change cannot leave a bad field behind it either.              *
      ******************************************************************
       pa-vet-change.
           IF NOT ws-mst-found
               MOVE 'SITE CODE NOT ON THE MASTER' TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           ELSE
               MOVE ws-mst-station (ws-mst-found-idx)
                   TO ws-after-station
               IF ws-txn-name NOT = SPACES
                   MOVE ws-txn-name TO ws-aft-name
               END-IF
               IF ws-txn-basin NOT = SPACES
                   MOVE ws-txn-basin TO ws-aft-basin
               END-IF
               IF ws-txn-latitude NOT = SPACES
                   MOVE ws-txn-latitude TO ws-aft-latitude
               END-IF
               IF ws-txn-longitude NOT = SPACES
                   MOVE ws-txn-longitude TO ws-aft-longitude
               END-IF
               IF ws-txn-commissioned NOT = SPACES
                   MOVE ws-txn-commissioned TO ws-aft-commissioned
               END-IF
               IF ws-after-station = ws-mst-station (ws-mst-found-idx)
                   MOVE 'NOTHING TO CHANGE' TO ws-txn-new-reason
                   PERFORM pa-refuse-txn
               END-IF
               PERFORM pa-vet-station
           END-IF
           .

      ******************************************************************
      * A DECOMMISSION flips an active station to D, provided the      *
      * gauge has gone quiet.                                          *
      ******************************************************************
       pa-vet-decommission.
           IF NOT ws-mst-found
               MOVE 'SITE CODE NOT ON THE MASTER' TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           ELSE
               MOVE ws-mst-station (ws-mst-found-idx)
                   TO ws-after-station
               IF ws-aft-status = 'D'
                   MOVE 'SITE ALREADY DECOMMISSIONED'
                       TO ws-txn-new-reason
                   PERFORM pa-refuse-txn
               END-IF
               MOVE 'D' TO ws-aft-status
               IF ws-txn-ok
                   PERFORM pa-check-readings-arriving
               END-IF
           END-IF
           .

      ******************************************************************
      * Vet the station image in ws-after-station field by field.      *
      ******************************************************************
       pa-vet-station.
           IF ws-aft-name = SPACES
               MOVE 'NO STATION NAME' TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           END-IF

           IF ws-aft-basin = SPACES OR ws-aft-basin (1:1) = SPACE
               MOVE 'BASIN BLANK OR NOT LEFT-JUSTIFIED'
                   TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           ELSE
               PERFORM VARYING ws-basin-char-idx FROM 1 BY 1
                       UNTIL ws-basin-char-idx > 20
                   MOVE ws-aft-basin (ws-basin-char-idx:1)
                       TO ws-basin-char
                   IF ws-basin-char IS NOT ALPHABETIC
                           AND ws-basin-char IS NOT NUMERIC
                           AND ws-basin-char NOT = '-'
                       MOVE 'BASIN HOLDS A CHARACTER NOT ALLOWED'
                           TO ws-txn-new-reason
                       PERFORM pa-refuse-txn
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF ws-aft-latitude = SPACES
                   OR FUNCTION TEST-NUMVAL (ws-aft-latitude) NOT = 0
               MOVE 'LATITUDE IS NOT A SIGNED DECIMAL'
                   TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           ELSE
               COMPUTE ws-coord-value =
                   FUNCTION NUMVAL (ws-aft-latitude)
               IF ws-coord-value < -90 OR ws-coord-value > 90
                   MOVE 'LATITUDE OUTSIDE -90 TO 90'
                       TO ws-txn-new-reason
                   PERFORM pa-refuse-txn
               END-IF
           END-IF

           IF ws-aft-longitude = SPACES
                   OR FUNCTION TEST-NUMVAL (ws-aft-longitude) NOT = 0
               MOVE 'LONGITUDE IS NOT A SIGNED DECIMAL'
                   TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           ELSE
               COMPUTE ws-coord-value =
                   FUNCTION NUMVAL (ws-aft-longitude)
               IF ws-coord-value < -180 OR ws-coord-value > 180
                   MOVE 'LONGITUDE OUTSIDE -180 TO 180'
                       TO ws-txn-new-reason
                   PERFORM pa-refuse-txn
               END-IF
           END-IF

           MOVE ws-aft-commissioned TO ws-date-check
           PERFORM pa-check-date
           IF NOT ws-date-ok
               MOVE 'COMMISSIONED DATE NOT A YYYYMMDD DATE'
                   TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           ELSE
               IF ws-aft-commissioned > ws-today
                   MOVE 'COMMISSIONED DATE IN THE FUTURE'
                       TO ws-txn-new-reason
                   PERFORM pa-refuse-txn
               END-IF
           END-IF
           .

      ******************************************************************
      * A blank effective date means today (an ADD has already filled  *
      * in its commissioned date). It must be a real date, not in the  *
      * future, not before the station was commissioned, and not       *
      * before the latest change already recorded for the site.        *
      ******************************************************************
       pa-vet-effective-date.
           IF ws-txn-effective = SPACES
               MOVE ws-today TO ws-txn-effective
           END-IF
           MOVE ws-txn-effective TO ws-date-check
           PERFORM pa-check-date
           IF NOT ws-date-ok
               MOVE 'EFFECTIVE DATE NOT A YYYYMMDD DATE'
                   TO ws-txn-new-reason
               PERFORM pa-refuse-txn
           ELSE
               IF ws-txn-effective > ws-today
                   MOVE 'EFFECTIVE DATE IN THE FUTURE'
                       TO ws-txn-new-reason
                   PERFORM pa-refuse-txn
               END-IF
               IF ws-txn-effective < ws-aft-commissioned
                   MOVE 'EFFECTIVE BEFORE THE COMMISSIONED DATE'
                       TO ws-txn-new-reason
                   PERFORM pa-refuse-txn
               END-IF
               MOVE ws-txn-code TO ws-lchg-code-in
               PERFORM pa-find-latest-change
               IF ws-lchg-found
                   IF ws-txn-effective < ws-lchg-effective (ws-lchg-idx)
                       MOVE SPACES TO ws-txn-new-reason
                       STRING 'EFFECTIVE BEFORE THE LAST CHANGE, '
                           'EFFECTIVE ' DELIMITED BY SIZE
                           ws-lchg-effective (ws-lchg-idx)
                           DELIMITED BY SIZE
                           INTO ws-txn-new-reason
                       PERFORM pa-refuse-txn
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Set ws-date-ok when ws-date-check is a real YYYYMMDD date.     *
      ******************************************************************
       pa-check-date.
           SET ws-date-ok-switch TO 'N'
           IF ws-date-check IS NUMERIC
               MOVE ws-date-check TO ws-date-num
               IF FUNCTION TEST-DATE-YYYYMMDD (ws-date-num) = 0
                   SET ws-date-ok TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      * Refuse a DECOMMISSION while the site's log shows a reading     *
      * loaded on or after the start of the quiet period. The last     *
      * committed key holds the latest load, since rain and rainsusp   *
      * only ever append. A site with no log has never reported; a     *
      * log whose key 2 is not a checkpoint cannot be trusted to say   *
      * the gauge is quiet, so that refuses too.                       *
      ******************************************************************
       pa-check-readings-arriving.
           MOVE ws-log-path OF ws-config TO ws-master-path-hold
           MOVE SPACES TO ws-log-path OF ws-config
           STRING ws-log-base-path OF ws-config DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               ws-txn-code DELIMITED BY SPACE
               INTO ws-log-path OF ws-config
           OPEN INPUT fd-log
           IF ws-log-status OF ws-log NOT = '05'
               MOVE 2 TO ws-key OF ws-log
               READ fd-log
                   INVALID KEY
                       MOVE 'SITE LOG HAS NO CHECKPOINT'
                           TO ws-txn-new-reason
                       PERFORM pa-refuse-txn
                   NOT INVALID KEY
                       IF fs-chk-marker OF fs-checkpoint-record
                               = 'CHECKPOINT'
                           MOVE fs-checkpoint-record
                               TO ws-checkpoint-record
                           PERFORM pa-check-last-load
                       ELSE
                           MOVE 'SITE LOG HAS NO CHECKPOINT'
                               TO ws-txn-new-reason
                           PERFORM pa-refuse-txn
                       END-IF
               END-READ
           END-IF
           CLOSE fd-log
           MOVE ws-master-path-hold TO ws-log-path OF ws-config
           .

       pa-check-last-load.
           IF ws-chk-last-key OF ws-checkpoint-record >= 3
               MOVE ws-chk-last-key OF ws-checkpoint-record
                   TO ws-key OF ws-log
               READ fd-log
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fs-load-timestamp OF fs-current-event (1:8)
                           TO ws-last-load-date
                       IF ws-last-load-date >= ws-quiet-earliest-date
                           MOVE SPACES TO ws-txn-new-reason
                           STRING 'READINGS STILL ARRIVING, LAST '
                               'LOADED ' DELIMITED BY SIZE
                               ws-last-load-date DELIMITED BY SIZE
                               INTO ws-txn-new-reason
                           PERFORM pa-refuse-txn
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * Apply a vetted transaction to the master table and hold its    *
      * history line, stamped with the operator and the time now.      *
      ******************************************************************
       pa-post-transaction.
           MOVE SPACES TO ws-hi-before
           IF ws-txn-action = 'ADD'
               ADD 1 TO ws-mst-count
               SET ws-mst-idx TO ws-mst-count
               MOVE SPACES TO ws-mst-entry (ws-mst-idx)
               MOVE ws-txn-code TO ws-mst-code (ws-mst-idx)
           ELSE
               SET ws-mst-idx TO ws-mst-found-idx
               MOVE ws-mst-station (ws-mst-idx) TO ws-hi-before
           END-IF
           MOVE ws-after-station TO ws-mst-station (ws-mst-idx)

           MOVE ws-txn-code TO ws-hi-code
           MOVE ws-txn-action TO ws-hi-action
           MOVE ws-txn-effective TO ws-hi-effective
           MOVE FUNCTION CURRENT-DATE TO ws-hi-recorded
           MOVE ws-operator TO ws-hi-operator
           MOVE ws-after-station TO ws-hi-after
           ADD 1 TO ws-pend-count
           SET ws-pend-idx TO ws-pend-count
           MOVE ws-history-image TO ws-pend-line (ws-pend-idx)
           MOVE ws-txn-code TO ws-lchg-code-in
           MOVE ws-txn-effective TO ws-lchg-effective-in
           PERFORM pa-note-latest-change
           .

      ******************************************************************
      * Write the master table to the master's scratch name.           *
      ******************************************************************
       pa-write-master.
           MOVE ws-site-master-path OF ws-config
               TO ws-master-final-path
           MOVE SPACES TO ws-site-master-path OF ws-config
           STRING ws-master-final-path DELIMITED BY SPACE
               '.build' DELIMITED BY SIZE
               INTO ws-site-master-path OF ws-config
           OPEN OUTPUT fd-site-master
           PERFORM VARYING ws-mst-idx FROM 1 BY 1
                   UNTIL ws-mst-idx > ws-mst-count
               MOVE ws-mst-entry (ws-mst-idx) TO fs-site-record
               WRITE fs-site-record
           END-PERFORM
           CLOSE fd-site-master
           .

      ******************************************************************
      * Move the rebuilt master from its scratch name to its real      *
      * one, the same way rainsite installs its index.                 *
      ******************************************************************
       pa-install-master.
           MOVE SPACES TO ws-shell-command
           STRING 'mv ' DELIMITED BY SIZE
               ws-site-master-path OF ws-config DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ws-master-final-path DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           MOVE ws-master-final-path TO ws-site-master-path OF ws-config
           .

      ******************************************************************
      * Append the held history lines. The file is opened and closed   *
      * around the run's lines, the same way the audit file is.        *
      ******************************************************************
       pa-write-history.
           OPEN EXTEND fd-site-history
           PERFORM VARYING ws-pend-idx FROM 1 BY 1
                   UNTIL ws-pend-idx > ws-pend-count
               MOVE ws-pend-line (ws-pend-idx)
                   TO fs-site-history-record
               WRITE fs-site-history-record
           END-PERFORM
           CLOSE fd-site-history
           .

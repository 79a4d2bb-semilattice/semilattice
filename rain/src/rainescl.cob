       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainescl.

      ******************************************************************
      * Escalation of unacknowledged alerts and flood watches. An      *
      * alert raised at 01:00 could sit unread until the 6am check.    *
      * This program, run every few minutes through the night, loads   *
      * the alert register and writes every item still OPEN - nobody   *
      * has acknowledged it - more than RAIN_ESCALATE_MINUTES (default *
      * 30) after it was raised to the escalation file                 *
      * (RAIN_ESCALATION_PATH) for the on-call manager, and records    *
      * the escalation on the register so the item goes out once, not  *
      * on every run. An item acknowledged in time never escalates;    *
      * one acknowledged after escalating stays escalated on the       *
      * register, so the morning page shows it went over the limit.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fcareg.

           COPY fcescl.

           COPY fcaud.

       DATA DIVISION.

       FILE SECTION.

           COPY fdareg.

           COPY fdescl.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wsareg.

           COPY wsaud.

      ******************************************************************
      * Clock arithmetic fields, in whole minutes, the same as         *
      * rainwtch's.                                                    *
      ******************************************************************
       01 ws-ts-conv                   PIC X(21).
       01 ws-ts-minutes                PIC 9(10) BINARY.
       01 ws-now-timestamp             PIC X(21).
       01 ws-now-minutes               PIC 9(10) BINARY.
       01 ws-waited-minutes            PIC 9(10) BINARY.
       01 ws-escalate-minutes-raw      PIC X(5)    VALUE SPACES.
       01 ws-escalate-minutes          PIC 9(5)    VALUE 0.

       01 ws-open-count                PIC 9(7)    VALUE 0.
       01 ws-escalated-count           PIC 9(7)    VALUE 0.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINESCL' TO ws-aud-program
           PERFORM pa-audit-start
           PERFORM pa-read-escalation-config

           MOVE HIGH-VALUES TO ws-areg-as-of
           PERFORM pa-load-alert-register
           IF ws-areg-full
               DISPLAY 'RAINESCL: more than 2000 items outstanding '
                   'on the alert register, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF

           OPEN EXTEND fd-escalation
           PERFORM VARYING ws-ai-idx FROM 1 BY 1
                   UNTIL ws-ai-idx > ws-ai-count
               IF ws-ai-open (ws-ai-idx)
                   ADD 1 TO ws-open-count
                   IF ws-ai-escalated (ws-ai-idx) NOT = 'Y'
                       PERFORM pa-check-item
                   END-IF
               END-IF
           END-PERFORM
           CLOSE fd-escalation

           DISPLAY 'RAINESCL: ' ws-open-count
               ' item(s) unacknowledged, ' ws-escalated-count
               ' escalated this run'
           PERFORM pa-audit-finish
           STOP RUN
           .

           COPY rdcfg.

           COPY audwrt.

           COPY aregld.

           COPY aregwr.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *
      ******************************************************************
       pa-audit-finish.
           MOVE ws-open-count TO ws-aud-read
           MOVE ws-escalated-count TO ws-aud-exported
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Resolve the escalation file and the minutes an item may wait   *
      * for acknowledgement, and fix the run's clock. Minutes that are *
      * not a whole number fail the run rather than escalating on a    *
      * limit nobody set.                                              *
      ******************************************************************
       pa-read-escalation-config.
           MOVE SPACES TO ws-escalation-path OF ws-config
           ACCEPT ws-escalation-path OF ws-config
               FROM ENVIRONMENT 'RAIN_ESCALATION_PATH'
           IF ws-escalation-path OF ws-config = SPACES
               MOVE '/tmp/rain-escalation'
                   TO ws-escalation-path OF ws-config
           END-IF

           MOVE SPACES TO ws-escalate-minutes-raw
           ACCEPT ws-escalate-minutes-raw
               FROM ENVIRONMENT 'RAIN_ESCALATE_MINUTES'
           IF ws-escalate-minutes-raw = SPACES
               MOVE 30 TO ws-escalate-minutes
           ELSE
               IF FUNCTION TRIM (ws-escalate-minutes-raw)
                       IS NOT NUMERIC
                   DISPLAY 'RAINESCL: RAIN_ESCALATE_MINUTES must be '
                       'a whole number of minutes, got "'
                       FUNCTION TRIM (ws-escalate-minutes-raw) '"'
                   MOVE 16 TO RETURN-CODE
                   PERFORM pa-audit-finish
                   STOP RUN
               END-IF
               COMPUTE ws-escalate-minutes =
                   FUNCTION NUMVAL (ws-escalate-minutes-raw)
           END-IF

           MOVE FUNCTION CURRENT-DATE TO ws-now-timestamp
           MOVE ws-now-timestamp TO ws-ts-conv
           PERFORM pa-ts-to-minutes
           MOVE ws-ts-minutes TO ws-now-minutes
           .

      ******************************************************************
      * Escalate the item at ws-ai-idx if it has waited past the       *
      * limit: the escalation line for the manager, shown on the       *
      * console as well, then the ESCALATED line on the register.      *
      ******************************************************************
       pa-check-item.
           MOVE ws-ai-raised (ws-ai-idx) TO ws-ts-conv
           PERFORM pa-ts-to-minutes
           IF ws-ts-minutes > ws-now-minutes
               MOVE 0 TO ws-waited-minutes
           ELSE
               COMPUTE ws-waited-minutes =
                   ws-now-minutes - ws-ts-minutes
           END-IF
           IF ws-waited-minutes >= ws-escalate-minutes
               MOVE SPACES TO fs-escalation-record
               MOVE ws-ai-item-id (ws-ai-idx) TO fs-esc-item-id
               MOVE ws-ai-kind (ws-ai-idx) TO fs-esc-kind
               MOVE ws-ai-site (ws-ai-idx) TO fs-esc-site
               MOVE ws-ai-raised (ws-ai-idx) TO fs-esc-raised
               MOVE ws-waited-minutes TO fs-esc-minutes
               MOVE ws-now-timestamp TO fs-esc-escalated
               MOVE ws-ai-detail (ws-ai-idx) TO fs-esc-detail
               WRITE fs-escalation-record
               DISPLAY fs-escalation-record
               MOVE 'ESCALATED' TO ws-areg-act-action
               MOVE ws-aud-program TO ws-areg-act-operator
               MOVE SPACES TO ws-areg-act-note
               STRING 'UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
                   fs-esc-minutes DELIMITED BY SIZE
                   ' MINUTES' DELIMITED BY SIZE
                   INTO ws-areg-act-note
               PERFORM pa-write-register-action
               ADD 1 TO ws-escalated-count
           END-IF
           .

      ******************************************************************
      * Convert the timestamp in ws-ts-conv (CURRENT-DATE layout,      *
      * YYYYMMDDhhmmss...) to whole minutes on a continuous scale, so  *
      * two timestamps subtract directly even across month ends.       *
      ******************************************************************
       pa-ts-to-minutes.
           COMPUTE ws-ts-minutes =
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (ws-ts-conv (1:8))) * 1440)
               + (FUNCTION NUMVAL (ws-ts-conv (9:2)) * 60)
               + FUNCTION NUMVAL (ws-ts-conv (11:2))
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rainduty.

      ******************************************************************
      * Duty officer's acknowledgement session over the alert          *
      * register. Alerts and flood watches used to be appended to      *
      * their files and then nothing happened: there was no record     *
      * that anyone had seen one, what was done about it, or when.     *
      * This program walks every item on the register that is not      *
      * yet CLOSED, oldest first, shows it with its status, and lets   *
      * the officer ACK it - they have seen it and say what they are   *
      * doing - or CLOSE it once it needs nothing further. Either      *
      * takes an action note, and both record the officer's id and     *
      * the time. Closing an item nobody has acknowledged records the  *
      * acknowledgement too, so the register always shows when an      *
      * item was first taken in hand.                                  *
      *                                                                *
      * The conversation is plain line-at-a-time DISPLAY and ACCEPT,   *
      * the same way rainscrn talks to the operator. An empty reply    *
      * moves on to the next item and Q finishes the session. Each     *
      * action is appended to the register as it is keyed, so a        *
      * session that ends early keeps everything done so far.          *
      * RAIN_OPERATOR names the officer; the session asks when it is   *
      * not set.                                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY fcareg.

           COPY fcaud.

       DATA DIVISION.

       FILE SECTION.

           COPY fdareg.

           COPY fdaud.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wsareg.

           COPY wsaud.

      ******************************************************************
      * Session state: who is keying, what they last keyed, and the    *
      * running counts for the end-of-session line.                    *
      ******************************************************************
       01 ws-operator                  PIC X(10)   VALUE SPACES.
       01 ws-quit-switch               PIC X       VALUE 'N'.
           88 ws-session-quit          VALUE 'Y'.
       01 ws-item-done-switch          PIC X       VALUE 'N'.
           88 ws-item-done             VALUE 'Y'.
       01 ws-field-answer              PIC X(10)   VALUE SPACES.
       01 ws-value-answer              PIC X(60)   VALUE SPACES.
       01 ws-outstanding-count         PIC 9(7)    VALUE 0.
       01 ws-reviewed-count            PIC 9(7)    VALUE 0.
       01 ws-acknowledged-count        PIC 9(7)    VALUE 0.
       01 ws-closed-count              PIC 9(7)    VALUE 0.
       01 ws-lines-written             PIC 9(7)    VALUE 0.

       PROCEDURE DIVISION.
       pa-main.
           PERFORM pa-read-config
           MOVE 'RAINDUTY' TO ws-aud-program
           PERFORM pa-audit-start
           MOVE SPACES TO ws-operator
           ACCEPT ws-operator FROM ENVIRONMENT 'RAIN_OPERATOR'

           MOVE HIGH-VALUES TO ws-areg-as-of
           PERFORM pa-load-alert-register
           IF ws-areg-full
               DISPLAY 'RAINDUTY: more than 2000 items outstanding '
                   'on the alert register, stopping'
               MOVE 16 TO RETURN-CODE
               PERFORM pa-audit-finish
               STOP RUN
           END-IF
           PERFORM VARYING ws-ai-idx FROM 1 BY 1
                   UNTIL ws-ai-idx > ws-ai-count
               IF NOT ws-ai-closed (ws-ai-idx)
                   ADD 1 TO ws-outstanding-count
               END-IF
           END-PERFORM

           DISPLAY 'RAIN ALERT REGISTER ACKNOWLEDGEMENT'
           DISPLAY 'REGISTER:    '
               FUNCTION TRIM (ws-alert-register-path OF ws-config)
           DISPLAY 'OUTSTANDING: ' ws-outstanding-count ' ITEM(S)'
           DISPLAY 'FOR EACH ITEM KEY ACK OR CLOSE, ENTER TO SKIP, '
               'Q TO FINISH'
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

           PERFORM VARYING ws-ai-idx FROM 1 BY 1
                   UNTIL ws-ai-idx > ws-ai-count OR ws-session-quit
               IF NOT ws-ai-closed (ws-ai-idx)
                   PERFORM pa-review-item
               END-IF
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'RAINDUTY: reviewed ' ws-reviewed-count
               ' item(s), acknowledged ' ws-acknowledged-count
               ', closed ' ws-closed-count
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
           MOVE ws-reviewed-count TO ws-aud-read
           MOVE ws-acknowledged-count TO ws-aud-committed
           MOVE ws-closed-count TO ws-aud-archived
           MOVE ws-lines-written TO ws-aud-exported
           PERFORM pa-audit-end
           .

      ******************************************************************
      * Show one outstanding item - what it is, when it was raised,    *
      * the line as it was written, and who has it in hand if anyone   *
      * does - then take the officer's action on it until they move    *
      * on.                                                            *
      ******************************************************************
       pa-review-item.
           ADD 1 TO ws-reviewed-count
           DISPLAY ' '
           DISPLAY 'ITEM ' ws-ai-item-id (ws-ai-idx) ' '
               ws-ai-kind (ws-ai-idx) ' '
               ws-ai-site (ws-ai-idx) ' RAISED '
               ws-ai-raised (ws-ai-idx) (1:12) ' '
               ws-ai-status (ws-ai-idx)
           DISPLAY '  ' FUNCTION TRIM (ws-ai-detail (ws-ai-idx))
           IF ws-ai-acknowledged (ws-ai-idx)
               DISPLAY '  ACKNOWLEDGED BY '
                   ws-ai-ack-operator (ws-ai-idx) ' AT '
                   ws-ai-ack-ts (ws-ai-idx) (1:12) ': '
                   FUNCTION TRIM (ws-ai-ack-note (ws-ai-idx))
           END-IF
           IF ws-ai-escalated (ws-ai-idx) = 'Y'
               DISPLAY '  ESCALATED TO THE ON-CALL MANAGER'
           END-IF
           SET ws-item-done-switch TO 'N'
           PERFORM UNTIL ws-item-done OR ws-session-quit
               PERFORM pa-take-action
           END-PERFORM
           .

      ******************************************************************
      * One round of the conversation for the current item. ACK is     *
      * only offered while the item is still OPEN.                     *
      ******************************************************************
       pa-take-action.
           IF ws-ai-open (ws-ai-idx)
               DISPLAY '  ACTION (ACK/CLOSE, ENTER=NEXT, Q=FINISH)?'
           ELSE
               DISPLAY '  ACTION (CLOSE, ENTER=NEXT, Q=FINISH)?'
           END-IF
           MOVE SPACES TO ws-field-answer
           ACCEPT ws-field-answer
           MOVE FUNCTION UPPER-CASE (ws-field-answer)
               TO ws-field-answer
           EVALUATE ws-field-answer
               WHEN SPACES
                   SET ws-item-done TO TRUE
               WHEN 'Q'
                   SET ws-session-quit TO TRUE
               WHEN 'ACK'
                   IF ws-ai-open (ws-ai-idx)
                       PERFORM pa-take-note
                       IF ws-areg-act-note NOT = SPACES
                           PERFORM pa-acknowledge-item
                           SET ws-item-done TO TRUE
                       END-IF
                   ELSE
                       DISPLAY '  ALREADY ACKNOWLEDGED, KEY CLOSE, '
                           'ENTER, OR Q'
                   END-IF
               WHEN 'CLOSE'
                   PERFORM pa-take-note
                   IF ws-areg-act-note NOT = SPACES
                       IF ws-ai-open (ws-ai-idx)
                           PERFORM pa-acknowledge-item
                       END-IF
                       MOVE 'CLOSED' TO ws-areg-act-action
                       MOVE ws-operator TO ws-areg-act-operator
                       PERFORM pa-write-register-action
                       ADD 1 TO ws-lines-written
                       ADD 1 TO ws-closed-count
                       DISPLAY '  CLOSED'
                       SET ws-item-done TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY '  KEY ACK, CLOSE, ENTER, OR Q'
           END-EVALUATE
           .

      ******************************************************************
      * Take the officer's action note. An empty reply abandons the    *
      * action: an acknowledgement that does not say what is being     *
      * done about the item is no record at all.                       *
      ******************************************************************
       pa-take-note.
           DISPLAY '  ACTION NOTE?'
           MOVE SPACES TO ws-value-answer
           ACCEPT ws-value-answer
           MOVE ws-value-answer TO ws-areg-act-note
           IF ws-areg-act-note = SPACES
               DISPLAY '  A NOTE IS NEEDED, NOTHING WRITTEN'
           END-IF
           .

       pa-acknowledge-item.
           MOVE 'ACKNOWLEDGED' TO ws-areg-act-action
           MOVE ws-operator TO ws-areg-act-operator
           PERFORM pa-write-register-action
           ADD 1 TO ws-lines-written
           ADD 1 TO ws-acknowledged-count
           DISPLAY '  ACKNOWLEDGED BY ' ws-operator
           .

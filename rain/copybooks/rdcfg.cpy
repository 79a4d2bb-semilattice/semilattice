               MOVE '/tmp/rain-feed' TO ws-feed-path OF ws-config
           END-IF

      ******************************************************************
      * The collector's acknowledgement sits next to the feed it       *
      * answers, and rain's working record of the feed next to that.   *
      ******************************************************************
           MOVE SPACES TO ws-ack-path OF ws-config
           ACCEPT ws-ack-path OF ws-config
               FROM ENVIRONMENT 'RAIN_ACK_PATH'
           IF ws-ack-path OF ws-config = SPACES
               STRING ws-feed-path OF ws-config
                   DELIMITED BY SPACE
                   '.ack' DELIMITED BY SIZE
                   INTO ws-ack-path OF ws-config
           END-IF
           MOVE SPACES TO ws-ack-work-path OF ws-config
           STRING ws-ack-path OF ws-config
               DELIMITED BY SPACE
               '.work' DELIMITED BY SIZE
               INTO ws-ack-work-path OF ws-config

           MOVE SPACES TO ws-suspense-path OF ws-config
           ACCEPT ws-suspense-path OF ws-config
               FROM ENVIRONMENT 'RAIN_SUSPENSE_PATH'
                   INTO ws-site-index-path OF ws-config
           END-IF

      ******************************************************************
      * The site master's change history, written by rainsmnt, lives   *
      * next to the text master for the same reason.                   *
      ******************************************************************
           MOVE SPACES TO ws-site-history-path OF ws-config
           ACCEPT ws-site-history-path OF ws-config
               FROM ENVIRONMENT 'RAIN_SITE_HISTORY_PATH'
           IF ws-site-history-path OF ws-config = SPACES
               STRING ws-site-master-path OF ws-config
                   DELIMITED BY SPACE
                   '.hist' DELIMITED BY SIZE
                   INTO ws-site-history-path OF ws-config
           END-IF

           MOVE SPACES TO ws-duplicates-path OF ws-config
           ACCEPT ws-duplicates-path OF ws-config
               FROM ENVIRONMENT 'RAIN_DUPLICATES_PATH'
                   TO ws-audit-path OF ws-config
           END-IF

           MOVE SPACES TO ws-qc-exceptions-path OF ws-config
           ACCEPT ws-qc-exceptions-path OF ws-config
               FROM ENVIRONMENT 'RAIN_QC_EXCEPTIONS_PATH'
           IF ws-qc-exceptions-path OF ws-config = SPACES
               MOVE '/tmp/rain-qc-exceptions'
                   TO ws-qc-exceptions-path OF ws-config
           END-IF

      ******************************************************************
      * The alert register is appended to by the loader and rainwtch   *
      * as they raise alerts and flood watches, worked through by the  *
      * duty officer's session and the escalation run, and read by     *
      * the morning summary, so every program resolves it the same     *
      * way.                                                           *
      ******************************************************************
           MOVE SPACES TO ws-alert-register-path OF ws-config
           ACCEPT ws-alert-register-path OF ws-config
               FROM ENVIRONMENT 'RAIN_ALERT_REGISTER_PATH'
           IF ws-alert-register-path OF ws-config = SPACES
               MOVE '/tmp/rain-alert-register'
                   TO ws-alert-register-path OF ws-config
           END-IF

      ******************************************************************
      * The maintenance calendar is read by the loader, the rework,    *
      * and every report that has to tell a planned outage from a      *
      * real one, so every program resolves it the same way.           *
      ******************************************************************
           MOVE SPACES TO ws-maintenance-path OF ws-config
           ACCEPT ws-maintenance-path OF ws-config
               FROM ENVIRONMENT 'RAIN_MAINTENANCE_PATH'
           IF ws-maintenance-path OF ws-config = SPACES
               MOVE '/tmp/rain-maintenance'
                   TO ws-maintenance-path OF ws-config
           END-IF

           MOVE SPACES TO ws-period-path OF ws-config
           ACCEPT ws-period-path OF ws-config
               FROM ENVIRONMENT 'RAIN_PERIOD_PATH'

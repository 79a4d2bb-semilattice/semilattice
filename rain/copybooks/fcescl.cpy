      ******************************************************************
      * Escalations for the on-call manager: one line per register     *
      * item that rainescl found still unacknowledged after the        *
      * allowed number of minutes. Appended to, never rebuilt, so the  *
      * manager's copy of the night stays whole.                       *
      ******************************************************************
       SELECT OPTIONAL fd-escalation
           ASSIGN TO DYNAMIC ws-escalation-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
      * The alert register: every severe-weather alert rain raises and *
      * every flood watch rainwtch raises, with what became of it.     *
      * Nothing on it is ever rewritten. Each line records one event   *
      * in an item's life - OPEN when it is raised, ACKNOWLEDGED when  *
      * the duty officer has seen it and says what they are doing,     *
      * CLOSED when it needs nothing further, and ESCALATED when it    *
      * sat unacknowledged long enough to go to the on-call manager -  *
      * so the loader, rainwtch, the duty officer's session, and the   *
      * escalation run can all append to it without losing each        *
      * other's lines, and an item's status is its latest line.        *
      ******************************************************************
       SELECT OPTIONAL fd-alert-register
           ASSIGN TO DYNAMIC ws-alert-register-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

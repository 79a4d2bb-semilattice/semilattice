      * timestamp, the site and log path the run used, the run's       *
      * counters (read, committed, rejected, archived, exported),      *
      * and the final RETURN-CODE. START records carry zero counters.  *
      * rain also writes a PRIOR record ahead of its END record when   *
      * it picked up after a killed run (see pa-audit-prior in rain).  *
      ******************************************************************
       FD fd-audit.
       01 fs-audit-record.

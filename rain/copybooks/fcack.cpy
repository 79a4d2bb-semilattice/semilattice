      ******************************************************************
      * The acknowledgement file rain leaves for the collector to      *
      * pick up after each feed: a header, one record per batch with   *
      * its status (ACCEPTED, REJECTED, SKIPPED-ALREADY-REGISTERED, or *
      * REPLAYED) and counts, one record per detail that was rejected  *
      * to suspense or held as a duplicate, and a trailer carrying the *
      * record counts and totals so the collector can reconcile it.    *
      * It sits next to the feed (<feed>.ack) unless RAIN_ACK_PATH     *
      * names it, and is rebuilt whole at the end of every run.        *
      ******************************************************************
       SELECT OPTIONAL fd-ack
           ASSIGN TO DYNAMIC ws-ack-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

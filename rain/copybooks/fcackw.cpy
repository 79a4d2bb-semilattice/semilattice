      ******************************************************************
      * rain's working record of the current feed, from which the      *
      * acknowledgement is built: a line when each run starts, a line  *
      * for every detail as it is committed, rejected, or held, and a  *
      * line for every batch as it is reconciled. It is cleared once   *
      * the acknowledgement is written, so a run that stops hard       *
      * leaves it behind and the restarted run's acknowledgement       *
      * still covers what the first run did before it stopped.         *
      * Always <ack path>.work.                                        *
      ******************************************************************
       SELECT OPTIONAL fd-ack-work
           ASSIGN TO DYNAMIC ws-ack-work-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

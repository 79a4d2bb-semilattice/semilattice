      * and fd-log is rebuilt starting back at key 3 (key 1 holds the  *
      * magic event, key 2 the checkpoint record), so the live log     *
      * does not grow without bound as years of readings pile up.      *
      * The rolled-over log's capture-time index is then rebuilt from  *
      * it, since every kept event has moved to a new key.             *
      *                                                                *
      * If no cutoff date is configured this run is a no-op - fd-log   *
      * is left untouched.                                             *

           COPY fcaud.

           COPY fclidx.

       DATA DIVISION.

       FILE SECTION.

           COPY fdaud.

           COPY fdlidx.

       WORKING-STORAGE SECTION.

           COPY wscfg.

           COPY wsaud.

           COPY wslidx.

      ******************************************************************
      * Path of the new fd-log built by this run, before it is moved   *
      * into place over the live log, and of the scratch work file     *
               PERFORM pa-split-log
               PERFORM pa-rebuild-log
               PERFORM pa-install-new-log
               PERFORM pa-index-new-log
               DISPLAY 'RAINARCH: archived ' ws-archived-count
                   ' event(s), kept ' ws-kept-count ' event(s)'
           END-IF

           COPY audwrt.

           COPY lidxio.

           COPY lidxbld.

      ******************************************************************
      * Fold the run's counters into the audit fields and write the    *
      * END record. Performed at every exit, clean or hard.            *

      ******************************************************************
      * Move the rebuilt log into place over the live log, and remove  *
      * the scratch work file. The live log's capture-time index goes  *
      * first: its entries point at the old keys, and an index that is *
      * simply gone is one every program notices, whereas an old one   *
      * left beside the new log could pass for current.                *
      ******************************************************************
       pa-install-new-log.
           MOVE ws-log-orig-path TO ws-log-path OF ws-config
           PERFORM pa-set-log-index-path
           STRING 'rm -f ' DELIMITED BY SIZE
               ws-log-index-path OF ws-config DELIMITED BY SPACE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command

           MOVE SPACES TO ws-shell-command
           STRING 'mv ' DELIMITED BY SIZE
               ws-log-new-path DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           .

      ******************************************************************
      * Build the capture-time index of the log just installed and put *
      * it in place, once it holds exactly the events kept. Anything   *
      * short of that is thrown away and the run fails, leaving the    *
      * log without an index - the loader will not commit to it, and   *
      * the reports skip it, until rainlidx has built one.             *
      ******************************************************************
       pa-index-new-log.
           PERFORM pa-build-log-index
           IF ws-lx-built AND ws-lx-entries = ws-kept-count
               PERFORM pa-install-log-index
           ELSE
               PERFORM pa-remove-log-index-build
               DISPLAY 'RAINARCH: indexed ' ws-lx-entries ' of '
                   ws-kept-count ' kept event(s) - build the '
                   'capture-time index of '
                   FUNCTION TRIM (ws-log-path OF ws-config)
                   ' with rainlidx'
               MOVE 16 TO RETURN-CODE
           END-IF
           .

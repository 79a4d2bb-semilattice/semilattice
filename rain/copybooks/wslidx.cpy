      ******************************************************************
      * Variables for working with the capture-time index beside the   *
      * current log. ws-lx-state says what pa-open-log-index-update or *
      * pa-open-log-index-read found: a good index that matches the    *
      * log's checkpoint, no index at all for a log that holds events, *
      * a build that never finished, an index left behind by another   *
      * generation of the log, or one that could not be opened.        *
      ******************************************************************
       01 ws-lx-status                 PIC X(02)   VALUE '00'.
       01 ws-lx-state                  PIC X       VALUE SPACE.
           88 ws-lx-good               VALUE 'K'.
           88 ws-lx-missing            VALUE 'N'.
           88 ws-lx-incomplete         VALUE 'I'.
           88 ws-lx-stale              VALUE 'S'.
           88 ws-lx-unreadable         VALUE 'U'.
       01 ws-lx-through-key            PIC 9(10)   VALUE 0.

      ******************************************************************
      * A forward read in time order: the site and the capture         *
      * timestamp to start from (spaces for the site's first reading), *
      * and the entry pa-read-log-index-next last returned.            *
      ******************************************************************
       01 ws-lx-site                   PIC X(10)   VALUE SPACES.
       01 ws-lx-from-ts                PIC X(21)   VALUE SPACES.
       01 ws-lx-eof-switch             PIC X       VALUE 'N'.
           88 ws-lx-eof                VALUE 'Y'.
       01 ws-lx-entry-switch           PIC X       VALUE 'N'.
           88 ws-lx-entry-found        VALUE 'Y'.
       01 ws-lx-entry.
           02 ws-lx-capture-ts         PIC X(21).
           02 ws-lx-log-key            PIC 9(10).
           02 ws-lx-class              PIC X(20).
           02 ws-lx-value              FLOAT-SHORT.

      ******************************************************************
      * Building an index from a log: the index's real name while the  *
      * build runs at a scratch one, the log key being read, the       *
      * entries written, and whether the build got to the end.         *
      ******************************************************************
       01 ws-lx-final-path             PIC X(200)  VALUE SPACES.
       01 ws-lx-shell-command          PIC X(420)  VALUE SPACES.
       01 ws-lx-build-key              PIC 9(10) BINARY VALUE 0.
       01 ws-lx-last-key               PIC 9(10) BINARY VALUE 0.
       01 ws-lx-entries                PIC 9(9)    VALUE 0.
       01 ws-lx-build-switch           PIC X       VALUE 'N'.
           88 ws-lx-built              VALUE 'Y'.
       01 ws-lx-key-disp               PIC ZZZZZZZZZ9.
       01 ws-lx-last-disp              PIC ZZZZZZZZZ9.

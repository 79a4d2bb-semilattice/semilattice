      ******************************************************************
      * In-memory maintenance calendar: one entry per window ever      *
      * entered, with its end as the latest CLOSE left it (blank while *
      * the window is still open). Times are YYYYMMDDhhmm text, so an  *
      * alphanumeric compare is a chronological compare; a window      *
      * covers its start minute up to, but not including, its end.     *
      * ws-mw-full is set when the calendar outgrows the table, and    *
      * the caller decides what that means for it.                     *
      ******************************************************************
       01 ws-maintenance-table.
           02 ws-mw-count              PIC 9(4)    VALUE 0.
           02 ws-mw-entry              OCCURS 2000 TIMES
                                        INDEXED BY ws-mw-idx.
               03 ws-mw-site           PIC X(10).
               03 ws-mw-start          PIC X(12).
               03 ws-mw-end            PIC X(12).
               03 ws-mw-reason         PIC X(30).
               03 ws-mw-crew           PIC X(12).

       01 ws-mw-eof-switch             PIC X       VALUE 'N'.
           88 ws-mw-eof                VALUE 'Y'.
       01 ws-mw-full-switch            PIC X       VALUE 'N'.
           88 ws-mw-full               VALUE 'Y'.
       01 ws-mw-found-switch           PIC X       VALUE 'N'.
           88 ws-mw-found              VALUE 'Y'.

      ******************************************************************
      * The question put to the calendar: a site and a minute for      *
      * pa-check-maintenance, or a site and a span for                 *
      * pa-measure-maintenance, and the answers.                       *
      ******************************************************************
       01 ws-mw-check-site             PIC X(10)   VALUE SPACES.
       01 ws-mw-check-ts               PIC X(12)   VALUE SPACES.
       01 ws-mw-check-from             PIC X(12)   VALUE SPACES.
       01 ws-mw-check-to               PIC X(12)   VALUE SPACES.
       01 ws-maintenance-switch        PIC X       VALUE 'N'.
           88 ws-in-maintenance        VALUE 'Y'.
       01 ws-mw-covered-minutes        PIC 9(10) BINARY VALUE 0.
       01 ws-mw-lo                     PIC X(12).
       01 ws-mw-hi                     PIC X(12).
       01 ws-mw-conv                   PIC X(12).
       01 ws-mw-minutes                PIC 9(10) BINARY.
       01 ws-mw-lo-minutes             PIC 9(10) BINARY.

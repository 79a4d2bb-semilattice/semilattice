      ******************************************************************
      * See the corresponding file control entry for more information. *
      * One fixed-column line per action: the site, ENTER or CLOSE,    *
      * the window's start and end (YYYYMMDDhhmm; an ENTER with no     *
      * end leaves the window open until it is closed, and a CLOSE     *
      * names the window by its site and start and carries the end it  *
      * was closed at), the reason and the crew reference, and when    *
      * and by whom the line was written.                              *
      ******************************************************************
       FD fd-maintenance.
       01 fs-maintenance-record.
           02 fs-mw-site               PIC X(10).
           02 FILLER                   PIC X.
           02 fs-mw-action             PIC X(5).
           02 FILLER                   PIC X.
           02 fs-mw-start              PIC X(12).
           02 FILLER                   PIC X.
           02 fs-mw-end                PIC X(12).
           02 FILLER                   PIC X.
           02 fs-mw-reason             PIC X(30).
           02 FILLER                   PIC X.
           02 fs-mw-crew               PIC X(12).
           02 FILLER                   PIC X.
           02 fs-mw-timestamp          PIC X(21).
           02 FILLER                   PIC X.
           02 fs-mw-operator           PIC X(10).

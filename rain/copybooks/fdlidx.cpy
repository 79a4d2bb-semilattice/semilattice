      ******************************************************************
      * See the corresponding file control entry for more information. *
      * The key is the event's site, its capture timestamp, and the    *
      * log key it was committed at - the log key keeps two readings   *
      * captured in the same instant apart, and is what a reader       *
      * follows back to the log for anything the entry does not        *
      * carry. The timestamp is CURRENT-DATE text, so key order is     *
      * time order. Class and value ride along, so the time-ordered    *
      * reports and the duplicate check need not read the log at all.  *
      *                                                                *
      * The control record sorts ahead of every entry on a key of      *
      * LOW-VALUES and holds the highest log key the index has been    *
      * brought up to. It is written last when an index is built, so   *
      * a build that never finished has none, and it moves with every  *
      * entry added after that, so an index left behind by a log that  *
      * was since rolled over or restored is told by its key not       *
      * matching the log's checkpoint.                                 *
      ******************************************************************
       FD fd-log-index.
       01 fs-log-index-record.
           02 fs-lx-key.
               03 fs-lx-site           PIC X(10).
               03 fs-lx-capture-ts     PIC X(21).
               03 fs-lx-log-key        PIC 9(10).
           02 fs-lx-class              PIC X(20).
           02 fs-lx-value              FLOAT-SHORT.
       01 fs-lx-control-record.
           02 fs-lxc-key               PIC X(41).
           02 fs-lxc-through-key       PIC 9(10).
           02 FILLER                   PIC X(14).

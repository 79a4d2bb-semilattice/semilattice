      ******************************************************************
      * The capture-time index kept beside each log file, at the log's *
      * own path plus .idx. The log itself stays a relative file in    *
      * commit order - the magic event, the checkpoint, and every key  *
      * a restart or rainarch relies on are unchanged - and this file  *
      * holds one entry per committed event keyed by site, capture     *
      * timestamp, and log key, so a report can start at a date and    *
      * read forward in time order, and the loader's duplicate check   *
      * can go straight to a reading's capture time. The entries are   *
      * only ever touched through lidxio.cpy and lidxbld.cpy.          *
      ******************************************************************
       SELECT OPTIONAL fd-log-index
           ASSIGN TO DYNAMIC ws-log-index-path OF ws-config
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fs-lx-key
           FILE STATUS IS ws-lx-status.

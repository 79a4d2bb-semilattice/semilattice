      ******************************************************************
      * The site history file: an append-only record of every change   *
      * rainsmnt applies to the site master, one line per ADD, CHANGE, *
      * or DECOMMISSION with the station's fields before and after,    *
      * the date the change took effect, and who made it and when.     *
      * The reports read it back to answer what a station looked like  *
      * on a given capture date, not only today.                       *
      ******************************************************************
       SELECT OPTIONAL fd-site-history
           ASSIGN TO DYNAMIC ws-site-history-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

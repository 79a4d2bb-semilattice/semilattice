      ******************************************************************
      * The QC exceptions file: one line per site-day rainqc found     *
      * SUSPECT against its neighbouring gauges. It is rebuilt by each *
      * rainqc run and describes that run's window, for the            *
      * hydrologist to work through; rainmorn counts its lines per     *
      * site. Nothing on it changes the log.                           *
      ******************************************************************
       SELECT OPTIONAL fd-qc-exceptions
           ASSIGN TO DYNAMIC ws-qc-exceptions-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

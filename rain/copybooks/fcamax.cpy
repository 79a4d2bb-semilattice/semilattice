      ******************************************************************
      * The annual-maximum file: rainamax's table in fixed columns for *
      * the design engineers to load into their sizing sheets. It is   *
      * rebuilt by each rainamax run and covers the sites and years    *
      * that run reported.                                             *
      ******************************************************************
       SELECT OPTIONAL fd-annual-max
           ASSIGN TO DYNAMIC ws-annual-max-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
      * The register of monthly returns issued: one record per return  *
      * rainretn has delivered, appended as each one is installed.     *
      * A month that is reopened and closed again gets a new CLOSE     *
      * record on the period-control file, and rainretn numbers the    *
      * return issued under it as the next resubmission, so the        *
      * authority can tell a corrected return from the original.       *
      ******************************************************************
       SELECT OPTIONAL fd-return-register
           ASSIGN TO DYNAMIC ws-return-register-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

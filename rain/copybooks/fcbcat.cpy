      ******************************************************************
      * The backup catalogue: one line per backup generation rainbkup  *
      * has on disk, oldest first. rainbkup rewrites it whole at the   *
      * end of each run, dropping the generations it pruned, so the    *
      * catalogue always lists exactly the generations that can be     *
      * restored from; rainrstr reads it to find the generation asked  *
      * for, or the newest verified one.                               *
      ******************************************************************
       SELECT OPTIONAL fd-backup-catalog
           ASSIGN TO DYNAMIC ws-backup-catalog-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

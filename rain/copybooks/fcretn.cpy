      ******************************************************************
      * The certified monthly return written by rainretn for the       *
      * river authority: a fixed-layout submission file for one        *
      * closed month, one header, one detail per site and class, and   *
      * one trailer carrying the record count and hash total the       *
      * authority checks the file against on receipt.                  *
      ******************************************************************
       SELECT OPTIONAL fd-return
           ASSIGN TO DYNAMIC ws-return-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

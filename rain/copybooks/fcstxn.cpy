      ******************************************************************
      * The site transaction file: ADD, CHANGE, and DECOMMISSION       *
      * transactions for rainsmnt to apply to the site master in one   *
      * batch, instead of keying them one at a time.                   *
      ******************************************************************
       SELECT OPTIONAL fd-site-txn
           ASSIGN TO DYNAMIC ws-site-txn-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
      * The maintenance calendar: an append-only record of planned     *
      * maintenance windows for gauges, written by rainmntw. While a   *
      * field crew services a gauge its test tips are not rain and     *
      * its silence is not an outage, so rain and rainsusp divert      *
      * readings captured inside a window to suspense with a           *
      * MAINTENANCE reason, rainwtch leaves them out of its rolling    *
      * totals, raingap labels the gap PLANNED, and rainmorn shows     *
      * the site IN MAINTENANCE. A window is entered with one record   *
      * and closed with another, so the file is never edited.          *
      ******************************************************************
       SELECT OPTIONAL fd-maintenance
           ASSIGN TO DYNAMIC ws-maintenance-path OF ws-config
           ORGANIZATION IS LINE SEQUENTIAL.

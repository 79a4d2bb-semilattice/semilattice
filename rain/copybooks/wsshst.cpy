      ******************************************************************
      * The site history file loaded for as-of lookups: one entry per  *
      * change, in the order the changes were recorded, holding the    *
      * station's fields as they stood before the change. A station's  *
      * fields on a given date are the before image of the earliest    *
      * change that took effect after that date, or today's master     *
      * record when no later change exists.                            *
      *                                                                *
      * RAIN_SITE_AS_OF set to CURRENT skips the history entirely, so  *
      * a report can still be run against today's master alone.        *
      ******************************************************************
       01 ws-site-history.
           02 ws-shist-count           PIC 9(5)    VALUE 0.
           02 ws-shist-entry           OCCURS 2000 TIMES
                                        INDEXED BY ws-shist-idx.
               03 ws-shist-code        PIC X(10).
               03 ws-shist-action      PIC X(12).
               03 ws-shist-effective   PIC X(8).
               03 ws-shist-name        PIC X(30).
               03 ws-shist-basin       PIC X(20).
               03 ws-shist-latitude    PIC X(9).
               03 ws-shist-longitude   PIC X(10).
               03 ws-shist-status      PIC X.
               03 ws-shist-commissioned PIC X(8).

       01 ws-shist-eof-switch          PIC X       VALUE 'N'.
           88 ws-shist-eof             VALUE 'Y'.
       01 ws-shist-found-switch        PIC X       VALUE 'N'.
           88 ws-shist-found           VALUE 'Y'.
       01 ws-shist-best-idx            PIC 9(5)    COMP VALUE 0.
       01 ws-site-as-of-mode           PIC X(8)    VALUE SPACES.
       01 ws-site-as-of-date           PIC X(8)    VALUE SPACES.
       01 ws-site-as-of-last-code      PIC X(10)   VALUE SPACES.
       01 ws-site-as-of-last-date      PIC X(8)    VALUE SPACES.

      * Lets a bad record or a volume spike be attributed to its
      * collector straight from the extract.
           05  BO-SOURCE-SYSTEM PIC X(04).
      * BO-WATCH-CATEGORY - the security watchlist category of the
      * first in-force WATCHLIST entry containing the original
      * address, checked before encryption when the run asks for it;
      * spaces when the run carried no watchlist or no entry matched.
      * Records written before the field existed read back as spaces.
           05  BO-WATCH-CATEGORY PIC X(04).

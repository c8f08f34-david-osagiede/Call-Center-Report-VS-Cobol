               record key is que-code
               file status  is ws-queue-status.
      *
      *the cumulative history built by A7-YearEndRoll, keyed by
      * operator & fiscal year - the growth trend comes from here
           select history-file
               assign to '../../../data/A7-OpHistory.dat'
               organization is indexed
               access is sequential
               record key is oph-key
               file status  is ws-hist-status.
      *
      *the switch's half-hour interval extract - the intraday shape
               88 ws-fy-found                  value 'y'.
           05 ws-fy-latest-idx       pic 99    value 0.
           05 ws-fy-prior-idx        pic 99    value 0.
           05 ws-fy-oldest-idx       pic 99    value 0.
       01 ws-fy-table.
           05 ws-fy-entry              occurs 10.
               10 ws-fy-tbl-year       pic 9(4).
      *
       160-fold-history-year.
      *finds - or opens - this record's fiscal year in the year table
      * & folds the operator's year onto it. The history comes in
      * operator order, not year order, so a full table gives up its
      * oldest year to a more recent one - the two most recent years
      * the trend is taken from always hold their place
           move 'n'                    to ws-fy-found-flag.
           perform varying ws-fy-ctr from 1 by 1
             until ws-fy-ctr > ws-fy-count
           if not ws-fy-found
               if ws-fy-count < ws-max-history-years
                   add 1               to ws-fy-count
                   move ws-fy-count    to ws-fy-found-idx
                   move 'y'            to ws-fy-found-flag
               else
                   move 1              to ws-fy-oldest-idx
                   perform varying ws-fy-ctr from 2 by 1
                     until ws-fy-ctr > ws-fy-count
                       if ws-fy-tbl-year(ws-fy-ctr)
                            < ws-fy-tbl-year(ws-fy-oldest-idx)
                           move ws-fy-ctr to ws-fy-oldest-idx
                       end-if
                   end-perform
                   if oph-fy > ws-fy-tbl-year(ws-fy-oldest-idx)
                       move ws-fy-oldest-idx to ws-fy-found-idx
                       move 'y'        to ws-fy-found-flag
                   end-if
               end-if
               if ws-fy-found
                   move oph-fy         to ws-fy-tbl-year(
                                          ws-fy-found-idx)
                   move 0              to ws-fy-tbl-total(
                                          ws-fy-found-idx)
                   move 0              to ws-fy-tbl-aht-wtd(
                                          ws-fy-found-idx)
               end-if
           end-if.
      *

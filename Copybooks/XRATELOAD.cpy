      *================================================================|
      * XRATELOAD - Load Daily Exchange Rates
      *   Common routine, COPYed into the PROCEDURE DIVISION of every
      *   program that converts a foreign tender. Reads the rate file
      *   named EXCHANGE-RATE-FILE (declared via XRATE in the FD and
      *   XRATEWS in WORKING-STORAGE) into WS-XRATE-TABLE, and
      *   answers lookups: 0215-find-exchange-rate takes a date and
      *   a currency and returns that day's rate. The rate is daily -
      *   there is no falling back to an earlier day's rate, since a
      *   till that rang at a stale rate is exactly what the check is
      *   there to catch - so a day with no rate posted, or no rate
      *   file at all, leaves WS-XRATE-FOUND at "n". A file longer
      *   than the table wraps around it, keeping the NEWEST days.
      *================================================================|
       0210-load-exchange-rates.
           move "n"                  to ws-xrate-eof.
           move 0                    to ws-xrate-count.

           move 0                    to ws-xrate-put-idx.

           open input exchange-rate-file.
           if ws-xrate-status = "35"
               move "y"              to ws-xrate-eof
           else
               perform 0211-read-exchange-rate
               perform 0212-build-exchange-rate
                 until ws-xrate-eof = "y"
               close exchange-rate-file
           end-if.

       0211-read-exchange-rate.
           read exchange-rate-file
               at end
                   move "y"          to ws-xrate-eof.

       0212-build-exchange-rate.
           if ws-xrate-count < ws-xrate-count-max
               add 1                 to ws-xrate-count
               move ws-xrate-count   to ws-xrate-put-idx
           else
      *table full - wrap, overwriting the oldest days so the newest
      *rates always get in
               add 1                 to ws-xrate-put-idx
               if ws-xrate-put-idx > ws-xrate-count-max
                   move 1            to ws-xrate-put-idx
               end-if
           end-if.

           move xr-rate-date         to ws-xrt-date(ws-xrate-put-idx).
           move xr-currency          to
                   ws-xrt-currency(ws-xrate-put-idx).
           move xr-rate              to ws-xrt-rate(ws-xrate-put-idx).

           perform 0211-read-exchange-rate.

       0215-find-exchange-rate.
           move "n"                  to ws-xrate-found.
           move 0                    to ws-xrate-rate.

           if ws-xrate-count > 0
               perform 0216-scan-exchange-rates
                 varying ws-xrate-scan-idx from 1 by 1
                   until ws-xrate-scan-idx > ws-xrate-count
           end-if.

      *a rate posted twice for the same day - a correction - is
      *taken at its last posting
       0216-scan-exchange-rates.
           if ws-xrt-date(ws-xrate-scan-idx) = ws-xrate-lookup-date
            and ws-xrt-currency(ws-xrate-scan-idx) =
                    ws-xrate-lookup-currency
            and ws-xrt-rate(ws-xrate-scan-idx) > 0
               move "y"              to ws-xrate-found
               move ws-xrt-rate(ws-xrate-scan-idx) to ws-xrate-rate
           end-if.

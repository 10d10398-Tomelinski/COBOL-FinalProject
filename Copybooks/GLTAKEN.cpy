      *================================================================|
      * GLTAKEN - GL Taken-Up Record (File Section)
      *   One record per entry Final-GLExtract posted from outside
      *   the run's own transactions - a pending GL entry, or a
      *   chargeback or won-back representment off the open
      *   chargeback ledger - kept by generation beside the run's
      *   journal batch as Final-GL-Taken-Up<gen>.dat. When
      *   Final-DayReversal posts the batch back out it puts each
      *   entry back where it came from, so the corrected rerun of
      *   the date posts it again, once.
      *================================================================|
       01 gt-taken-up-rec.
         05 gt-kind                 pic x.
           88 gt-pending                value 'P'.
           88 gt-chargeback             value 'C'.
           88 gt-representment          value 'R'.
      *the pending entry as it stood on Final-GL-Pending.dat, or
      *the chargeback ledger entry whose posted flag the run set
         05 gt-entry                pic x(51).

      *================================================================|
      * POSTTRN - Posted Transaction Record (File Section)
      *   One record per transaction the run actually posted, written
      *   once per run to the Final-posted-trans generation by
      *   Final-ReturnProccess and cataloged with the run's other
      *   generations. Sales and leases arrive with their voids
      *   already netted out - each void cancels exactly one sale of
      *   its invoice - and every return carries the held or
      *   released outcome the refund limits and authorizations gave
      *   it at that stage, so no downstream program re-derives
      *   either and every report counts the same records. The
      *   fields are the return-split layout (the reason is spaces
      *   on a sale or lease) with the US dollars taken on a
      *   US-cash tender and the post status on the end.
      *================================================================|
       01 pt-posted-rec.
         05 pt-code                 pic x.
           88 pt-sale-or-lease          value 'S' 'L'.
           88 pt-return                 value 'R'.
         05 pt-transaction          pic 9(5)v99.
         05 pt-payment-type         pic xx.
         05 pt-store-num            pic 99.
         05 pt-invoice              pic x(9).
         05 pt-sku-code             pic x(15).
         05 pt-trans-date           pic 9(8).
         05 pt-quantity             pic 9(3).
         05 pt-unit-price           pic 9(4)v99.
         05 pt-vendor-num           pic 9(5).
         05 pt-return-reason        pic xx.
         05 pt-associate-id         pic x(6).
         05 pt-exempt-cert          pic x(10).
      *US dollars taken on a US-cash tender - pt-transaction is the
      *Canadian dollars it rang for; zero on any other tender
         05 pt-foreign-amount       pic 9(5)v99.
      *P posted; H a refund held for approval, which paid nothing
      *out and issued no credit
         05 pt-post-status          pic x.
           88 pt-posted                 value 'P'.
           88 pt-held                   value 'H'.

      *================================================================|
      * COSTSL - Costed Sale/Return Record (File Section)
      *   One record for every sale and authorized return that posts
      *   to the journal, written by Final-GLExtract to the run's
      *   Final-cost-of-sales generation as it costs the line at the
      *   SKU master's unit cost. The cost-of-goods-sold lines in the
      *   journal are built from exactly these records, so the gross
      *   margin Final-GrossMargin reports from them always agrees
      *   with the ledger. Voided sales and held refunds post nothing
      *   and are not written.
      *================================================================|
       01 cs-costed-rec.
         05 cs-line-type            pic x.
           88 cs-sale-line              value 'S'.
           88 cs-return-line            value 'R'.
         05 cs-store-num            pic 99.
         05 cs-invoice              pic x(9).
         05 cs-sku-code             pic x(15).
         05 cs-vendor-num           pic 9(5).
         05 cs-trans-date           pic 9(8).
         05 cs-quantity             pic 9(3).
         05 cs-sales-amount         pic 9(5)v99.
         05 cs-unit-cost            pic 9(4)v99.
         05 cs-cost-amount          pic 9(7)v99.

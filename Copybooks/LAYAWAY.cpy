      *================================================================|
      * LAYAWAY - Layaway Master Record (File Section)
      *   One record per layaway on Final-Layaway-Master.dat, kept by
      *   Final-Layaway. The layaway number is the invoice the store
      *   opened it under; the goods, the price and the date agreed
      *   for the pickup are fixed at the opening. What the customer
      *   has paid in is held here as a customer deposit - a
      *   liability, never a sale - until the goods are picked up,
      *   the layaway is cancelled, or it is forfeited by policy. A
      *   closed layaway stays on the master for the rest of the
      *   month it was closed in.
      *================================================================|
       01 ly-layaway-rec.
         05 ly-layaway-num          pic x(9).
         05 ly-store-num            pic 99.
         05 ly-sku-code             pic x(15).
         05 ly-quantity             pic 9(3).
         05 ly-unit-price           pic 9(4)v99.
         05 ly-vendor-num           pic 9(5).
         05 ly-associate-id         pic x(6).
      *a layaway opened under an exemption certificate is picked
      *up tax free
         05 ly-exempt-cert          pic x(10).
      *quantity times unit price - the sale the pickup releases
         05 ly-price                pic 9(5)v99.
         05 ly-open-date            pic 9(8).
         05 ly-pickup-due-date      pic 9(8).
      *deposits held - the layaway's share of the liability
         05 ly-paid                 pic 9(5)v99.
         05 ly-status               pic x.
           88 ly-open                   value 'O'.
           88 ly-picked-up              value 'P'.
           88 ly-cancelled              value 'C'.
           88 ly-forfeited              value 'F'.
      *business date of the run that closed it
         05 ly-closed-date          pic 9(8).

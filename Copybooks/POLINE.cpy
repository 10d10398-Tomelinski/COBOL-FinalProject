      *================================================================|
      * POLINE - Purchase Order Line Record (File Section)
      *   One record per SKU/store line of a purchase order, carried
      *   run to run on Final-Open-PO.dat. Final-PurchaseOrders raises
      *   suggested lines from reorder-point breaches, one PO per
      *   vendor, and releases, cancels or adds lines from purchasing's
      *   transactions; Final-Inventory matches every receiving line
      *   against an open line here and closes it once the ordered
      *   quantity has arrived. Closed and cancelled lines drop the
      *   next time Final-PurchaseOrders rewrites the file.
      *================================================================|
       01 po-line-rec.
         05 po-number               pic x(8).
         05 po-vendor-num           pic 9(5).
         05 po-sku-code             pic x(15).
         05 po-store-num            pic 99.
         05 po-order-qty            pic 9(5).
         05 po-received-qty         pic 9(5).
         05 po-order-date           pic 9(8).
         05 po-due-date             pic 9(8).
         05 po-status               pic x.
           88 po-status-suggested       value 'S'.
           88 po-status-open            value 'O'.
           88 po-status-closed          value 'C'.
           88 po-status-cancelled       value 'X'.

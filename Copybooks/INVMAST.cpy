      *================================================================|
      * INVMAST - Inventory On-Hand Master Record (File Section)
      *   One record per SKU and store on Final-Inventory-Master.dat,
      *   kept by Final-Inventory and read by the purchasing side.
      *   On-hand is signed so a count driven below zero by movement
      *   shows up as the exception it is instead of wrapping. The
      *   vendor is picked up from the sale and return records and
      *   from the PO a receipt matched, so the reorder suggestions
      *   can be raised by vendor.
      *================================================================|
       01 in-inventory-rec.
         05 in-sku-code             pic x(15).
         05 in-store-num            pic 99.
         05 in-on-hand              pic s9(5)
                                        sign leading separate.
         05 in-reorder-point        pic 9(5).
         05 in-vendor-num           pic 9(5).

      *================================================================|
      * RTVREG - Return-To-Vendor Register Record (File Section)
      *   One record per return authorization line - SKU and store
      *   - on Final-RTV-Register.dat, kept by Final-Inventory. A
      *   defective return (reason DF) naming its vendor does not go
      *   back on the shelf: its units are held here against a
      *   return authorization issued to the vendor, one per vendor
      *   each business date, until the vendor confirms it and
      *   credits the store. The business date that issued a line
      *   lets a rerun or reversal of that date take it back; a
      *   confirmed line stays on the register for the rest of the
      *   month it was confirmed in, and Final-VendorSettlement
      *   deducts its credit from the vendor's remittance.
      *================================================================|
       01 vr-rtv-rec.
      *R, the issuing business date's yymmdd and the vendor's
      *sequence within the date
         05 vr-ra-number            pic x(9).
         05 vr-vendor-num           pic 9(5).
         05 vr-store-num            pic 99.
         05 vr-sku-code             pic x(15).
         05 vr-quantity             pic 9(5).
      *the line's value as refunded to the customers
         05 vr-value                pic 9(7)v99.
         05 vr-issue-date           pic 9(8).
         05 vr-status               pic x.
           88 vr-open                   value 'O'.
           88 vr-confirmed              value 'C'.
      *business date of the run that applied the vendor's
      *confirmation, and the part of the vendor's credit that fell
      *to this line
         05 vr-confirm-date         pic 9(8).
         05 vr-credit               pic 9(7)v99.

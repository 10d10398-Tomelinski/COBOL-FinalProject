      *================================================================|
      * XFERREG - Inter-Store Transfer Register Record (File Section)
      *   One record per transfer on Final-Transfers.dat, kept by
      *   Final-Inventory. A transfer's units leave the sending
      *   store's on-hand the run it is shipped and sit here in
      *   transit until the receiving store confirms the receipt,
      *   when they land on its on-hand. The business date that
      *   shipped it lets a rerun or reversal of that date take the
      *   shipment back; a received transfer stays on the register
      *   for the rest of the month it was received in.
      *================================================================|
       01 tf-transfer-rec.
         05 tf-transfer-num         pic x(9).
         05 tf-from-store           pic 99.
         05 tf-to-store             pic 99.
         05 tf-sku-code             pic x(15).
         05 tf-quantity             pic 9(3).
      *the transfer's value as shipped - quantity times unit price
         05 tf-value                pic 9(5)v99.
      *the transaction date on the transfer record, and the business
      *date of the run that shipped it
         05 tf-ship-date            pic 9(8).
         05 tf-ship-business-date   pic 9(8).
         05 tf-status               pic x.
           88 tf-in-transit             value 'T'.
           88 tf-received               value 'R'.
      *business date of the run that landed the receipt
         05 tf-received-date        pic 9(8).

      *            Program keeps what is left. Each run it loads the
      *            on-hand master, applies a warehouse receiving feed
      *            (shipments add to on-hand), decrements the units
      *            on this run's posted S/L detail (voided sales
      *            netted out once, by Final-ReturnProccess, for
      *            every consumer), increments the units on released
      *            returns (refunds posted as held excluded),
      *            rewrites the master, and prints a reorder-point
      *            report for any SKU/store that has fallen to or below
      *            its minimum. A SKU/store pairing first seen in the
      *            movement is opened on the master with no minimum, to
      *            be set by merchandising. Every receiving line must
      *            name the purchase order it was shipped against: it is
      *            matched to its open PO line on SKU, store and
      *            quantity, and only the ordered quantity posts.
      *            Over-receipts, unordered receipts and POs still open
      *            past their due date go to the PO exception report,
      *            the units held off on-hand on the receiving rejects
      *            file until purchasing settles them. A receiving line
      *            carries what the units cost, and each receipt that
      *            posts moves the SKU master's unit cost to the
      *            weighted average of the units already on hand in
      *            every store and the units just received.
      *            Every SKU/store left with on-hand below zero is
      *            raised to the exception worklist on each run until
      *            it is counted back up.
      *            An inter-store transfer on this run's transfer
      *            split comes off the sending store's on-hand into
      *            the transfer register, where it stays in transit
      *            until the receiving store's receipt confirmation
      *            lands it on that store's on-hand. A rerun of the
      *            date takes back the shipments it made that are
      *            still in transit. Transfers in transit longer than
      *            the allowed days are listed on the report and
      *            raised to the exception worklist.
      *            A defective return (reason DF) that names its
      *            vendor does not go back on the shelf: its units
      *            are held for the vendor on the return-to-vendor
      *            register, under one return authorization per
      *            vendor for the business date, until the vendor's
      *            confirmation lands and its credit is spread over
      *            the authorization's lines for
      *            Final-VendorSettlement to deduct. A rerun of the
      *            date takes back the authorizations it issued
      *            that are still open, and authorizations open
      *            longer than the allowed days are listed on the
      *            report and raised to the exception worklist.
      *            The movement file carries each date's units
      *            received and transferred in and out, and those
      *            Final-LeaseEvents put back from terminated leases,
      *            beside its sales and returns, so
      *            Final-PhysicalCount can back all of them out of
      *            on-hand to a count date.

       environment division.

       input-output section.
       file-control.

      *the run's posted transactions - a voided sale is already
      *netted out, and a refund held for approval by
      *Final-ReturnProccess is marked held
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

      *the run's inter-store transfers, split out by
      *Final-DataSplitAndCount
           select transfer-file
               assign to dynamic ws-transfer-file-name
               organization is line sequential
               file status is ws-transfer-status.

      *every transfer shipped and not yet received, and those
      *received this month - rewritten at the end of each run
           select transfer-register-file
               assign to "../../../../data/Final-Transfers.dat"
               organization is line sequential
               file status is ws-xfer-reg-status.

      *receipt confirmations from the receiving stores - a
      *confirmation for a transfer not shipped yet stays on the
      *feed for the next run, every other one is cleared once read
           select transfer-receipt-file
               assign to
                   "../../../../data/Final-Transfer-Receipts.dat"
               organization is line sequential
               file status is ws-xfer-rcpt-status.

      *every return authorization still waiting on its vendor, and
      *those confirmed this month - rewritten at the end of each run
           select rtv-register-file
               assign to "../../../../data/Final-RTV-Register.dat"
               organization is line sequential
               file status is ws-rtv-reg-status.

      *the vendors' confirmations of the authorizations they have
      *taken back, with the credit each gives - cleared once read
           select rtv-confirm-file
               assign to
                   "../../../../data/Final-RTV-Confirmations.dat"
               organization is line sequential
               file status is ws-rtv-conf-status.

      *the on-hand master this program keeps - one record per SKU
      *and store, rewritten at the end of each run
               organization is line sequential
               file status is ws-inv-mast-status.

      *per-date movement - units sold, returned, received and moved
      *between stores - one record per business date, SKU and
      *store. a rerun of a date backs its earlier sales and returns
      *out of on-hand and posts its own in place, the same
      *replace-your-own-day idea Final-TaxRemit's month file uses
           select movement-file
               assign to "../../../../data/Final-Inventory-Moves.dat"
               assign to "../../../../data/Final-inventory.out"
               organization is line sequential.

      *the open purchase order lines Final-PurchaseOrders keeps -
      *every receipt must match one, and the received quantities
      *and closed lines go back here
           select open-po-file
               assign to "../../../../data/Final-Open-PO.dat"
               organization is line sequential
               file status is ws-open-po-status.

      *receiving lines (or the excess part of one) that did not
      *match an open PO line - held here in the receiving layout so
      *a settled line can be re-fed through Final-Receiving.dat
      *without re-keying. accumulates until purchasing clears it
           select receiving-reject-file
               assign to
                   "../../../../data/Final-Receiving-Rejects.dat"
               organization is line sequential
               file status is ws-rcv-reject-status.

      *the unit cost each posted receipt averages into
           select sku-master-file
               assign to "../../../../data/Final-SKU-Master.dat"
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-status.

      *over-receipts, unordered receipts and POs open past due
           select po-exception-file
               assign to "../../../../data/Final-po-exceptions.out"
               organization is line sequential.

      *exceptions raised this run, for Final-ExceptionWorklist
           select exception-post-file
               assign to "../../../../data/Final-Exception-Post.dat"
               organization is line sequential
               file status is ws-excp-status.

      *run control - the business date and run number that name this
      *run's file generations
           select run-control-file

       data division.
       file section.
      *same 84-byte layout POSTTRN.cpy describes - seen as a sale
      *on the sales pass and as a return on the returns pass
       fd posted-file
           data records are sl-rec rt-rec
           record contains 84 characters.

       01 sl-rec.
         05 sl-code                 pic x.
           88 sl-sale-or-lease          value 'S' 'L'.
         05 sl-transaction          pic 9(5)v99.
         05 sl-payment-type         pic xx.
         05 sl-store-num            pic 99.
         05 sl-quantity             pic 9(3).
         05 sl-unit-price           pic 9(4)v99.
         05 sl-vendor-num           pic 9(5).
         05 filler                  pic xx.
         05 sl-associate-id         pic x(6).
         05 sl-exempt-cert          pic x(10).
         05 sl-foreign-amount       pic 9(5)v99.
         05 filler                  pic x.

       01 rt-rec.
         05 rt-code                 pic x.
           88 rt-return                 value 'R'.
         05 rt-transaction          pic 9(5)v99.
         05 rt-payment-type         pic xx.
         05 rt-store-num            pic 99.
         05 rt-unit-price           pic 9(4)v99.
         05 rt-vendor-num           pic 9(5).
         05 rt-return-reason        pic xx.
           88 rt-reason-defective       value 'DF'.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.
         05 rt-post-status          pic x.
           88 rt-held                   value 'H'.

      *same 83-byte layout as Final-Valid.dat - the receiving store
      *rides in the payment-type bytes
       fd transfer-file
           data record is tg-transfer-rec
           record contains 83 characters.

       01 tg-transfer-rec.
         05 tg-code                 pic x.
           88 tg-transfer               value 'X'.
         05 tg-transaction          pic 9(5)v99.
         05 tg-to-store-num         pic 99.
         05 tg-store-num            pic 99.
         05 tg-invoice              pic x(9).
         05 tg-sku-code             pic x(15).
         05 tg-trans-date           pic 9(8).
         05 tg-quantity             pic 9(3).
         05 tg-unit-price           pic 9(4)v99.
         05 filler                  pic x(30).

       fd transfer-register-file
           data record is tf-transfer-rec
           record contains 63 characters.

       copy "XFERREG.cpy".

      *one confirmation per transfer received
       fd transfer-receipt-file
           data record is tc-receipt-rec
           record contains 19 characters.

       01 tc-receipt-rec.
         05 tc-transfer-num         pic x(9).
         05 tc-store-num            pic 99.
         05 tc-receipt-date         pic 9(8).

       fd rtv-register-file
           data record is vr-rtv-rec
           record contains 71 characters.

       copy "RTVREG.cpy".

      *one confirmation per return authorization - no credit amount
      *credits the authorization at its full value
       fd rtv-confirm-file
           data record is vc-confirm-rec
           record contains 31 characters.

       01 vc-confirm-rec.
         05 vc-ra-number            pic x(9).
         05 vc-vendor-num           pic 9(5).
         05 vc-confirm-date         pic 9(8).
         05 vc-credit-amount        pic 9(7)v99.

      *one record per SKU and store - on-hand is signed so a count
      *driven below zero by movement shows up as the exception it is
      *instead of wrapping
       fd inventory-master-file
           data record is in-inventory-rec
           record contains 33 characters.

       copy "INVMAST.cpy".

      *one receiving line per shipment - quantity lands on the
      *SKU/store it names, and a numeric non-zero reorder point on
      *SKU/store pairing ever gets one
       fd receiving-file
           data record is rcv-receiving-rec
           record contains 48 characters.

       01 rcv-receiving-rec.
         05 rcv-sku-code            pic x(15).
         05 rcv-quantity            pic 9(4).
         05 rcv-receipt-date        pic 9(8).
         05 rcv-reorder-point       pic 9(5).
      *the purchase order the shipment was sent against
         05 rcv-po-number           pic x(8).
      *what one unit of the shipment cost - zero or blank leaves
      *the SKU's unit cost where it is
         05 rcv-unit-cost           pic 9(4)v99.

      *open purchase order line
       fd open-po-file
           data record is po-line-rec
           record contains 57 characters.

       copy "POLINE.cpy".

      *held receiving line - same layout as the receiving feed
       fd receiving-reject-file
           data record is rrj-reject-rec
           record contains 48 characters.

       01 rrj-reject-rec            pic x(48).

       fd sku-master-file
           data record is km-sku-master-rec
           record contains 69 characters.

       01 km-sku-master-rec.
         05 km-sku-code             pic x(15).
         05 km-sku-desc             pic x(20).
         05 km-current-price        pic 9(4)v99.
         05 km-promo-price          pic 9(4)v99.
         05 km-promo-start          pic 9(8).
         05 km-promo-end            pic 9(8).
      *the weighted-average unit cost this program keeps current
         05 km-unit-cost            pic 9(4)v99.

       fd po-exception-file
           data record is po-exception-line
           record contains 80 characters.

       01 po-exception-line         pic x(80).

      *one movement record per business date, SKU and store
       fd movement-file
           data record is md-movement-rec
           record contains 55 characters.

       01 md-movement-rec.
         05 md-date                 pic 9(8).
         05 md-store-num            pic 99.
         05 md-sold                 pic 9(5).
         05 md-returned             pic 9(5).
         05 md-received             pic 9(5).
         05 md-xfer-in              pic 9(5).
         05 md-xfer-out             pic 9(5).
      *units Final-LeaseEvents put back from a terminated lease
         05 md-lease-returned       pic 9(5).

       fd report-file
           data record is report-line

       01 report-line               pic x(80).

       fd exception-post-file
           data record is ep-exception-post-rec
           record contains 60 characters.

       copy "EXCPOST.cpy".

      *run control file definition
       fd run-control-file
           data record is rc-run-control-rec

       working-storage section.

      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-posted-file-name       pic x(64)   value spaces.
       01 ws-transfer-file-name     pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "BELOW REORDER POINT =".
         05 ws-total-reorder-edit   pic zzzz9.

       01 ws-summary-line6.
         05 filler                  pic x(26)
               value "UNITS HELD OFF RECEIPT =".
         05 ws-total-rcv-held-edit  pic zzzzz9.

       01 ws-summary-line7.
         05 filler                  pic x(26)
               value "UNIT COSTS AVERAGED =".
         05 ws-total-costed-edit    pic zzzz9.

       01 ws-summary-line8.
         05 filler                  pic x(26)
               value "UNITS TRANSFERRED OUT =".
         05 ws-total-xfer-out-edit  pic zzzzz9.

       01 ws-summary-line9.
         05 filler                  pic x(26)
               value "UNITS TRANSFERRED IN =".
         05 ws-total-xfer-in-edit   pic zzzzz9.

       01 ws-summary-line10.
         05 filler                  pic x(26)
               value "UNITS IN TRANSIT =".
         05 ws-total-in-transit-edit pic zzzzz9.

       01 ws-summary-line11.
         05 filler                  pic x(26)
               value "TRANSFERS OVERDUE =".
         05 ws-total-xfer-late-edit pic zzzz9.

       01 ws-summary-line12.
         05 filler                  pic x(26)
               value "RECEIPTS AWAITING SHIP =".
         05 ws-total-rcpt-kept-edit pic zzzz9.

       01 ws-summary-line13.
         05 filler                  pic x(26)
               value "UNITS HELD FOR VENDORS =".
         05 ws-total-rtv-units-edit pic zzzzz9.

       01 ws-summary-line14.
         05 filler                  pic x(26)
               value "RTV AUTHS ISSUED =".
         05 ws-total-rtv-ras-edit   pic zzzz9.

       01 ws-summary-line15.
         05 filler                  pic x(26)
               value "RTV UNITS HELD OPEN =".
         05 ws-total-rtv-held-edit  pic zzzzz9.

       01 ws-summary-line16.
         05 filler                  pic x(26)
               value "RTV AUTHS CONFIRMED =".
         05 ws-total-rtv-conf-edit  pic zzzz9.

       01 ws-summary-line17.
         05 filler                  pic x(26)
               value "RTV CREDITS CONFIRMED =".
         05 ws-total-rtv-credit-edit pic $$,$$$,$$9.99.

       01 ws-summary-line18.
         05 filler                  pic x(26)
               value "RTV LINES OVERDUE =".
         05 ws-total-rtv-late-edit  pic zzzz9.

       01 ws-summary-line19.
         05 filler                  pic x(26)
               value "RTV CONFIRMS REJECTED =".
         05 ws-total-rtv-rej-edit   pic zzzz9.

      *transfers in transit past the allowed days
       01 ws-heading3-transit.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(23)
               value "IN TRANSIT LONGER THAN".
         05 ws-transit-days-edit    pic zz9.
         05 filler                  pic x(5)    value " DAYS".

       01 ws-heading4-transit.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(11)   value "TRANSFER".
         05 filler                  pic x(17)   value "SKU".
         05 filler                  pic x(10)   value "FROM".
         05 filler                  pic x(7)    value "TO".
         05 filler                  pic x(5)    value "QTY".
         05 filler                  pic x(10)   value "SHIPPED".
         05 filler                  pic x(4)    value "DAYS".

       01 ws-transit-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-trd-transfer-num     pic x(9).
         05 filler                  pic x(2)    value spaces.
         05 ws-trd-sku-code         pic x(15).
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-trd-from-edit        pic z9.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(3)    value "TO ".
         05 ws-trd-to-edit          pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-trd-qty-edit         pic zz9.
         05 filler                  pic x(2)    value spaces.
         05 ws-trd-ship-date        pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-trd-days-edit        pic zzz9.

      *receipt confirmations that landed nothing this run
       01 ws-heading3-rcpt.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(34)
               value "TRANSFER RECEIPTS NOT APPLIED".

       01 ws-rcpt-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-rcd-transfer-num     pic x(9).
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-rcd-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-rcd-receipt-date     pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-rcd-reason           pic x(20).

      *return authorizations still waiting on their vendor
       01 ws-heading3-rtv.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(44)
               value "RETURN TO VENDOR - AUTHORIZATIONS OPEN".

       01 ws-heading4-rtv.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(11)   value "RA".
         05 filler                  pic x(7)    value "VENDOR".
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(17)   value "SKU".
         05 filler                  pic x(7)    value "  QTY".
         05 filler                  pic x(12)   value "     VALUE".
         05 filler                  pic x(10)   value "ISSUED".
         05 filler                  pic x(4)    value "DAYS".

       01 ws-rtv-display-line.
         05 ws-rvd-flag             pic x(2).
         05 ws-rvd-ra-number        pic x(9).
         05 filler                  pic x(2)    value spaces.
         05 ws-rvd-vendor           pic 9(5).
         05 filler                  pic x(2)    value spaces.
         05 ws-rvd-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-rvd-sku-code         pic x(15).
         05 filler                  pic x(2)    value spaces.
         05 ws-rvd-qty-edit         pic zzzz9.
         05 filler                  pic x(2)    value spaces.
         05 ws-rvd-value-edit       pic $$$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-rvd-issue-date       pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-rvd-days-edit        pic zzz9.

       01 ws-rtv-legend-line.
         05 filler                  pic x(22)
               value "  ** OPEN LONGER THAN ".
         05 ws-rtv-days-edit        pic zz9.
         05 filler                  pic x(41)
               value " DAYS - RAISED ON THE EXCEPTION WORKLIST".

      *vendor confirmations that confirmed nothing this run
       01 ws-heading3-rtv-conf.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(34)
               value "RTV CONFIRMATIONS NOT APPLIED".

       01 ws-rtv-conf-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-rcf-ra-number        pic x(9).
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(7)    value "VENDOR ".
         05 ws-rcf-vendor           pic 9(5).
         05 filler                  pic x(2)    value spaces.
         05 ws-rcf-confirm-date     pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-rcf-reason           pic x(20).

      *the PO exception report
       01 ws-po-heading2-title.
         05 filler                  pic x(22)   value spaces.
         05 filler                  pic x(21)
               value "PO EXCEPTION REPORT".

       01 ws-po-heading3-receipts.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(34)
               value "RECEIPTS NOT MATCHED TO A PO LINE".

       01 ws-po-heading3-overdue.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(34)
               value "PO LINES OPEN PAST DUE DATE".

       01 ws-po-heading4-columns.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(14)   value "EXCEPTION".
         05 filler                  pic x(10)   value "PO".
         05 filler                  pic x(17)   value "SKU".
         05 filler                  pic x(10)   value "STORE".
         05 filler                  pic x(9)    value "QTY".
         05 filler                  pic x(4)    value "DATE".

       01 ws-po-exception-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-pox-type             pic x(12).
         05 filler                  pic x(2)    value spaces.
         05 ws-pox-po-number        pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-pox-sku-code         pic x(15).
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-pox-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-pox-qty-edit         pic zzzz9.
         05 filler                  pic x(2)    value spaces.
         05 ws-pox-date             pic 9(8).

       01 ws-po-summary-line1.
         05 filler                  pic x(26)
               value "RECEIPT EXCEPTIONS =".
         05 ws-total-rcv-exc-edit   pic zzzz9.

       01 ws-po-summary-line2.
         05 filler                  pic x(26)
               value "PO LINES PAST DUE =".
         05 ws-total-overdue-edit   pic zzzz9.

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *exception posting fields (see EXCPWRT.cpy)
       copy "EXCPWS.cpy".


      *the on-hand master, held in memory while the run's movement is
      *folded in, then rewritten - the same shape Final-LeaseMaster
           10 ws-inv-store-num      pic 99.
           10 ws-inv-on-hand        pic s9(5).
           10 ws-inv-reorder        pic 9(5).
           10 ws-inv-vendor         pic 9(5).
      *this run's units sold, returned, received and transferred
      *for the pairing - what the movement record for the business
      *date will carry
           10 ws-inv-run-sold       pic 9(5).
           10 ws-inv-run-returned   pic 9(5).
           10 ws-inv-run-received   pic 9(5).
           10 ws-inv-run-xfer-in    pic 9(5).
           10 ws-inv-run-xfer-out   pic 9(5).
           10 ws-inv-run-lease-ret  pic 9(5).

      *the SKU/store pairing being located or opened
       01 ws-work-sku-code          pic x(15)   value spaces.
           10 ws-mov-store          pic 99.
           10 ws-mov-sold           pic 9(5).
           10 ws-mov-returned       pic 9(5).
           10 ws-mov-received       pic 9(5).
           10 ws-mov-xfer-in        pic 9(5).
           10 ws-mov-xfer-out       pic 9(5).
           10 ws-mov-lease-ret      pic 9(5).

       01 ws-movement-fields.
         05 ws-movement-status      pic xx      value "00".
         05 ws-movement-eof         pic x       value 'n'.
         05 ws-current-month        pic 9(6)    value 0.

      *open purchase order lines, held in memory while receipts are
      *matched against them, then rewritten with the received
      *quantities - a load cut short by the cap leaves the file as it
      *is, the way the store-credit register is protected
       01 ws-po-count-max           pic 9(4)    value 2000.
       01 ws-po-count               pic 9(4)    value 0.
       01 ws-po-table.
         05 ws-po-entry occurs 0 to 2000 times
               depending on ws-po-count.
           10 ws-pol-number         pic x(8).
           10 ws-pol-vendor         pic 9(5).
           10 ws-pol-sku            pic x(15).
           10 ws-pol-store          pic 99.
           10 ws-pol-order-qty      pic 9(5).
           10 ws-pol-received-qty   pic 9(5).
           10 ws-pol-order-date     pic 9(8).
           10 ws-pol-due-date       pic 9(8).
           10 ws-pol-status         pic x.

       01 ws-po-fields.
         05 ws-open-po-status       pic xx      value "00".
         05 ws-po-eof               pic x       value 'n'.
         05 ws-po-changed           pic x       value 'n'.
         05 ws-po-load-done         pic x       value 'y'.
         05 ws-found-po-idx         pic 9(4)    value 0.
         05 ws-po-scan-idx          pic 9(4)    value 0.
         05 ws-po-scan-status       pic x       value space.
         05 ws-rcv-reject-status    pic xx      value "00".
         05 ws-rcv-reject-open      pic x       value 'n'.
         05 ws-rcv-open-qty         pic 9(5)    value 0.
         05 ws-rcv-post-qty         pic 9(5)    value 0.
         05 ws-rcv-held-qty         pic 9(5)    value 0.

      *weighted-average cost work fields
       01 ws-cost-fields.
         05 ws-sku-status           pic xx      value "00".
         05 ws-sku-available        pic x       value 'y'.
         05 ws-sku-units-on-hand    pic s9(7)   value 0.
         05 ws-cost-scan-idx        pic 9(4)    value 0.
         05 ws-short-unit-cost      pic 9(4)v99 value 0.

      *the transfer register, held in memory while shipments and
      *receipts are applied - a load cut short by the cap applies
      *neither and leaves every transfer file as it is
       01 ws-xfer-count-max         pic 9(4)    value 2000.
       01 ws-xfer-count             pic 9(4)    value 0.
       01 ws-xfer-table.
         05 ws-xfer-entry occurs 0 to 2000 times
               depending on ws-xfer-count.
           10 ws-xfr-transfer-num   pic x(9).
           10 ws-xfr-from-store     pic 99.
           10 ws-xfr-to-store       pic 99.
           10 ws-xfr-sku            pic x(15).
           10 ws-xfr-quantity       pic 9(3).
           10 ws-xfr-value          pic 9(5)v99.
           10 ws-xfr-ship-date      pic 9(8).
           10 ws-xfr-ship-bus-date  pic 9(8).
           10 ws-xfr-status         pic x.
           10 ws-xfr-received-date  pic 9(8).

      *confirmations for transfers not shipped yet, written back to
      *the receipt feed for the next run
       01 ws-rcpt-kept-max          pic 9(4)    value 500.
       01 ws-rcpt-kept-count        pic 9(4)    value 0.
       01 ws-rcpt-kept-table.
         05 ws-rcpt-kept-line       pic x(19)
               occurs 0 to 500 times depending on ws-rcpt-kept-count.

       01 ws-kept-receipt.
         05 ws-kpt-transfer-num     pic x(9).
         05 ws-kpt-store            pic 99.
         05 ws-kpt-receipt-date     pic 9(8).

      *confirmations rejected this run, held for the report
       01 ws-rcpt-reject-max        pic 9(4)    value 500.
       01 ws-rcpt-reject-count      pic 9(4)    value 0.
       01 ws-rcpt-reject-table.
         05 ws-rcpt-reject-entry occurs 0 to 500 times
               depending on ws-rcpt-reject-count.
           10 ws-rjx-transfer-num   pic x(9).
           10 ws-rjx-store          pic 99.
           10 ws-rjx-receipt-date   pic 9(8).
           10 ws-rjx-reason         pic x(20).

       01 ws-xfer-fields.
         05 ws-transfer-status      pic xx      value "00".
         05 ws-xfer-reg-status      pic xx      value "00".
         05 ws-xfer-rcpt-status     pic xx      value "00".
         05 ws-transfer-eof         pic x       value 'n'.
         05 ws-xfer-reg-eof         pic x       value 'n'.
         05 ws-xfer-rcpt-eof        pic x       value 'n'.
         05 ws-xfer-load-done       pic x       value 'y'.
         05 ws-xfer-rcpt-on-file    pic x       value 'n'.
         05 ws-found-xfer-idx       pic 9(4)    value 0.
         05 ws-xfer-scan-idx        pic 9(4)    value 0.
         05 ws-xfer-lookup-num      pic x(9)    value spaces.

      *the return-to-vendor register, held in memory while this
      *run's defective returns are held and the vendors'
      *confirmations applied - a load cut short by the cap does
      *neither and leaves both files as they are
       01 ws-rtv-count-max          pic 9(4)    value 2000.
       01 ws-rtv-count              pic 9(4)    value 0.
       01 ws-rtv-table.
         05 ws-rtv-entry occurs 0 to 2000 times
               depending on ws-rtv-count.
           10 ws-rtv-ra-number      pic x(9).
           10 ws-rtv-vendor         pic 9(5).
           10 ws-rtv-store          pic 99.
           10 ws-rtv-sku            pic x(15).
           10 ws-rtv-quantity       pic 9(5).
           10 ws-rtv-value          pic 9(7)v99.
           10 ws-rtv-issue-date     pic 9(8).
           10 ws-rtv-status         pic x.
           10 ws-rtv-confirm-date   pic 9(8).
           10 ws-rtv-credit         pic 9(7)v99.

      *the authorization each vendor is issued this business date, in
      *the order the vendors' defective returns are met - a rerun of
      *the same posted generation numbers them the same way. one the
      *vendor has already confirmed is not issued again
       01 ws-rtv-ra-count-max       pic 99      value 99.
       01 ws-rtv-ra-count           pic 99      value 0.
       01 ws-rtv-ra-table.
         05 ws-rtv-ra-entry occurs 0 to 99 times
               depending on ws-rtv-ra-count.
           10 ws-rra-vendor         pic 9(5).
           10 ws-rra-ra-number      pic x(9).
           10 ws-rra-confirmed      pic x.

       01 ws-rtv-ra-work.
         05 filler                  pic x       value "R".
         05 ws-rtw-date             pic 9(6).
         05 ws-rtw-seq              pic 99.

      *confirmations rejected this run, held for the report
       01 ws-rtv-reject-max         pic 9(4)    value 500.
       01 ws-rtv-reject-count       pic 9(4)    value 0.
       01 ws-rtv-reject-table.
         05 ws-rtv-reject-entry occurs 0 to 500 times
               depending on ws-rtv-reject-count.
           10 ws-rjv-ra-number      pic x(9).
           10 ws-rjv-vendor         pic 9(5).
           10 ws-rjv-confirm-date   pic 9(8).
           10 ws-rjv-reason         pic x(20).

       01 ws-rtv-fields.
         05 ws-rtv-reg-status       pic xx      value "00".
         05 ws-rtv-conf-status      pic xx      value "00".
         05 ws-rtv-reg-eof          pic x       value 'n'.
         05 ws-rtv-conf-eof         pic x       value 'n'.
         05 ws-rtv-load-done        pic x       value 'y'.
         05 ws-rtv-conf-on-file     pic x       value 'n'.
         05 ws-found-rtv-idx        pic 9(4)    value 0.
         05 ws-rtv-scan-idx         pic 9(4)    value 0.
         05 ws-found-rra-idx        pic 99      value 0.
         05 ws-rra-scan-idx         pic 999     value 0.
         05 ws-rtv-lookup-ra        pic x(9)    value spaces.
         05 ws-rtv-reason           pic x(20)   value spaces.
         05 ws-rtv-last-idx         pic 9(4)    value 0.
         05 ws-rtv-open-lines       pic 9(4)    value 0.
         05 ws-rtv-ra-value         pic 9(7)v99 value 0.
         05 ws-rtv-ra-credit        pic 9(7)v99 value 0.
         05 ws-rtv-ra-spread        pic 9(7)v99 value 0.

      *serial-day arithmetic for the days in transit, the same as
      *Final-LeaseReceivables'
       01 ws-aging-work.
         05 ws-dts-date.
           10 ws-dts-yyyy           pic 9(4).
           10 ws-dts-mm             pic 99.
           10 ws-dts-dd             pic 99.
         05 ws-dts-serial           pic 9(7)    value 0.
         05 ws-serial-today         pic 9(7)    value 0.
         05 ws-age-days             pic s9(5)   value 0.
         05 ws-leap-quot            pic 9(4)    value 0.
         05 ws-leap-rem             pic 9(4)    value 0.

      *cumulative days before each month, january through december
       01 ws-month-offset-values    pic x(36)
               value "000031059090120151181212243273304334".
       01 ws-month-offsets redefines ws-month-offset-values.
         05 ws-month-offset         pic 999     occurs 12 times.

       01 ws-found-inv-idx          pic 9(4)    value 0.
       01 ws-scan-idx               pic 9(4)    value 0.
       01 ws-index                  pic 9(4)    value 0.
         05 ws-total-sold           pic 9(6)    value 0.
         05 ws-total-returned       pic 9(6)    value 0.
         05 ws-total-reorder        pic 9(4)    value 0.
         05 ws-total-rcv-held       pic 9(6)    value 0.
         05 ws-total-rcv-exc        pic 9(4)    value 0.
         05 ws-total-overdue        pic 9(4)    value 0.
         05 ws-total-costed         pic 9(4)    value 0.
         05 ws-total-xfer-out       pic 9(6)    value 0.
         05 ws-total-xfer-in        pic 9(6)    value 0.
         05 ws-total-in-transit     pic 9(6)    value 0.
         05 ws-total-xfer-late      pic 9(4)    value 0.
         05 ws-total-rcpt-reject    pic 9(4)    value 0.
         05 ws-total-rtv-units      pic 9(6)    value 0.
         05 ws-total-rtv-ras        pic 9(4)    value 0.
         05 ws-total-rtv-held       pic 9(6)    value 0.
         05 ws-total-rtv-confirmed  pic 9(4)    value 0.
         05 ws-total-rtv-credit     pic 9(7)v99 value 0.
         05 ws-total-rtv-late       pic 9(4)    value 0.
         05 ws-total-rtv-reject     pic 9(4)    value 0.

       01 ws-flags.
         05 ws-sl-eof               pic x       value 'n'.
         05 ws-receiving-on-file    pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-inv-mast-status      pic xx      value "00".
         05 ws-receiving-status     pic xx      value "00".

       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
      *days a transfer may be in transit before it is chased
       77 ws-transit-days           pic 999     value 5.
      *days a return authorization may wait on its vendor before it
      *is chased
       77 ws-rtv-days               pic 999     value 30.

       procedure division.
       000-main.
      *on-hand - back its movement out first, so this run's pass
      *replaces it instead of stacking on top
           perform 0050-load-movement-file.
           perform 0060-load-open-po.
           perform 0070-open-sku-master.

      *the transfer register - this business date's shipments still
      *in transit go back on the sender's on-hand as it loads, to be
      *shipped again from this run's transfer split
           perform 0080-load-transfer-register.

      *the return-to-vendor register - this business date's
      *authorizations still open come off it as it loads, to be
      *issued again from this run's defective returns
           perform 0090-load-rtv-register.

      *receipts first, so a shipment and its same-day sales land in
      *the right order - the PO exception report opens ahead of them
      *so each unmatched line is reported as it is met
           open output po-exception-file.
           perform 450-write-po-exception-headings.
           perform 100-apply-receiving.
           perform 200-apply-sales.
           perform 300-apply-returns.

           if ws-xfer-load-done = ws-y
               perform 350-ship-transfers
               perform 360-receive-transfers
           else
               display "*** TRANSFER REGISTER OVER TABLE CAP - NO"
                       " TRANSFER SHIPPED OR RECEIVED ***"
           end-if.

           if ws-rtv-load-done = ws-y
               perform 380-confirm-rtv-authorizations
           else
               display "*** RTV REGISTER OVER TABLE CAP - DEFECTIVE"
                       " RETURNS BACK ON THE SHELF, NO CONFIRMATION"
                       " APPLIED ***"
           end-if.

           perform 460-write-overdue-section.
           perform 470-po-exception-footer.
           close po-exception-file.
           if ws-rcv-reject-open = ws-y
               close receiving-reject-file
           end-if.

           open output report-file.
           perform 400-write-report-headings.
           perform 410-write-reorder-section.
           perform 480-write-transit-section.
           perform 490-write-rcpt-reject-section.
           perform 485-write-rtv-section.
           perform 495-write-rtv-reject-section.
           perform 500-report-footer.
           close report-file.

      *the SKU master stays open through the rewrite, so a pairing
      *gone below zero can be raised at what its units cost
           perform 600-rewrite-inventory-master.
           if ws-sku-available = ws-y
               close sku-master-file
           end-if.
           perform 620-rewrite-movement-file.

      *the register and the confirmations still waiting on their
      *shipment go back - never when the register load was cut
      *short
           if ws-xfer-load-done = ws-y
               perform 640-rewrite-transfer-register
               if ws-xfer-rcpt-on-file = ws-y
                   perform 650-rewrite-transfer-receipts
               end-if
           end-if.

      *the same for the return-to-vendor register - the
      *confirmations have all been applied or reported, so the
      *feed is cleared behind them
           if ws-rtv-load-done = ws-y
               perform 660-rewrite-rtv-register
               if ws-rtv-conf-on-file = ws-y
                   perform 670-clear-rtv-confirmations
               end-if
           end-if.

      *received quantities and closed lines go back to the open-PO
      *file - never when the load was cut short, or the unloaded
      *lines would be destroyed
           if ws-po-changed = ws-y
            and ws-po-load-done = ws-y
               perform 630-rewrite-open-po
           end-if.

      *the receiving feed has been folded into on-hand - clear it so
      *a second run cannot receive the same shipments twice
           if ws-receiving-on-file = ws-y

       copy "RUNLOAD.cpy".

       copy "EXCPWRT.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.
           move spaces to ws-transfer-file-name.
           string "../../../../data/Final-transfer-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-transfer-file-name.

       0040-load-inventory-master.
      *a missing master just means the first run builds it from the
           move in-store-num        to ws-inv-store-num(ws-inv-count).
           move in-on-hand          to ws-inv-on-hand(ws-inv-count).
           move in-reorder-point    to ws-inv-reorder(ws-inv-count).
           if in-vendor-num is numeric
               move in-vendor-num   to ws-inv-vendor(ws-inv-count)
           else
               move 0               to ws-inv-vendor(ws-inv-count)
           end-if.
           move 0                   to ws-inv-run-sold(ws-inv-count).
           move 0                   to
                   ws-inv-run-returned(ws-inv-count).
           move 0                   to
                   ws-inv-run-received(ws-inv-count).
           move 0                   to
                   ws-inv-run-xfer-in(ws-inv-count).
           move 0                   to
                   ws-inv-run-xfer-out(ws-inv-count).
           move 0                   to
                   ws-inv-run-lease-ret(ws-inv-count).

           perform 0041-read-inventory-master.

               move md-store-num    to ws-mov-store(ws-move-count)
               move md-sold         to ws-mov-sold(ws-move-count)
               move md-returned     to ws-mov-returned(ws-move-count)
               move md-received     to ws-mov-received(ws-move-count)
               move md-xfer-in      to ws-mov-xfer-in(ws-move-count)
               move md-xfer-out     to ws-mov-xfer-out(ws-move-count)
               move md-lease-returned
                 to ws-mov-lease-ret(ws-move-count)
           end-if
           end-if.

           perform 0051-read-movement-record.

      *the earlier run's receipts and transfers stay on on-hand -
      *the feeds they came from were cleared behind it, so this run
      *will not post them again - and ride on into this run's row,
      *as do the units a terminated lease put back
       0053-back-out-movement.
           move md-sku-code         to ws-work-sku-code.
           move md-store-num        to ws-work-store-num.
               add md-sold          to ws-inv-on-hand(ws-found-inv-idx)
               subtract md-returned
                 from ws-inv-on-hand(ws-found-inv-idx)
               add md-received      to
                   ws-inv-run-received(ws-found-inv-idx)
               add md-xfer-in       to
                   ws-inv-run-xfer-in(ws-found-inv-idx)
               add md-xfer-out      to
                   ws-inv-run-xfer-out(ws-found-inv-idx)
               add md-lease-returned to
                   ws-inv-run-lease-ret(ws-found-inv-idx)
           end-if.

      *the SKU master is left open for keyed reads and rewrites for
      *as long as receipts are being posted - with no master on hand
      *receipts still post, they just average no cost
       0070-open-sku-master.
           open i-o sku-master-file.
           if ws-sku-status not = "00"
               move ws-n            to ws-sku-available
           end-if.

      *a received transfer from before this month falls away; one
      *this business date shipped that is still in transit comes
      *off the register and back onto the sender's on-hand - once
      *the register has loaded whole, or the file and on-hand would
      *disagree
       0080-load-transfer-register.
           move ws-n                to ws-xfer-reg-eof.
           move 0                   to ws-xfer-count.

           open input transfer-register-file.
           if ws-xfer-reg-status = "35"
               move ws-y            to ws-xfer-reg-eof
           else
               perform 0081-read-transfer-register
               perform 0082-apply-transfer-entry
                 until ws-xfer-reg-eof = ws-y
                    or ws-xfer-count = ws-xfer-count-max
               if ws-xfer-reg-eof not = ws-y
                   move ws-n        to ws-xfer-load-done
               end-if
               close transfer-register-file
           end-if.

           if ws-xfer-load-done = ws-y
               perform 0083-back-out-shipment
                 varying ws-xfer-scan-idx from 1 by 1
                   until ws-xfer-scan-idx > ws-xfer-count
           end-if.

       0081-read-transfer-register.
           read transfer-register-file
               at end
                   move ws-y        to ws-xfer-reg-eof.

      *a shipment being backed out is tabled as B, never written back
       0082-apply-transfer-entry.
           if tf-in-transit
            or tf-received-date(1:6) = ws-current-month
               add ws-one           to ws-xfer-count
               move tf-transfer-num to
                       ws-xfr-transfer-num(ws-xfer-count)
               move tf-from-store   to ws-xfr-from-store(ws-xfer-count)
               move tf-to-store     to ws-xfr-to-store(ws-xfer-count)
               move tf-sku-code     to ws-xfr-sku(ws-xfer-count)
               move tf-quantity     to ws-xfr-quantity(ws-xfer-count)
               move tf-value        to ws-xfr-value(ws-xfer-count)
               move tf-ship-date    to ws-xfr-ship-date(ws-xfer-count)
               move tf-ship-business-date
                 to ws-xfr-ship-bus-date(ws-xfer-count)
               move tf-status       to ws-xfr-status(ws-xfer-count)
               move tf-received-date
                 to ws-xfr-received-date(ws-xfer-count)
               if tf-in-transit
                and tf-ship-business-date = ws-business-date
                   move "B"         to ws-xfr-status(ws-xfer-count)
               end-if
           end-if.

           perform 0081-read-transfer-register.

       0083-back-out-shipment.
           if ws-xfr-status(ws-xfer-scan-idx) = "B"
               move ws-xfr-sku(ws-xfer-scan-idx) to ws-work-sku-code
               move ws-xfr-from-store(ws-xfer-scan-idx)
                 to ws-work-store-num
               perform 150-find-inventory-entry
               if ws-found-inv-idx > 0
                   add ws-xfr-quantity(ws-xfer-scan-idx)
                     to ws-inv-on-hand(ws-found-inv-idx)
                   if ws-inv-run-xfer-out(ws-found-inv-idx) >
                           ws-xfr-quantity(ws-xfer-scan-idx)
                       subtract ws-xfr-quantity(ws-xfer-scan-idx)
                         from ws-inv-run-xfer-out(ws-found-inv-idx)
                   else
                       move 0       to
                           ws-inv-run-xfer-out(ws-found-inv-idx)
                   end-if
               end-if
           end-if.

      *an authorization confirmed before this month falls away; one
      *this business date issued that is still open comes off the
      *register - its units never reached on-hand, so nothing goes
      *back. once the register has loaded whole, the run issues it
      *again
       0090-load-rtv-register.
           move ws-n                to ws-rtv-reg-eof.
           move 0                   to ws-rtv-count.

           open input rtv-register-file.
           if ws-rtv-reg-status = "35"
               move ws-y            to ws-rtv-reg-eof
           else
               perform 0091-read-rtv-register
               perform 0092-apply-rtv-entry
                 until ws-rtv-reg-eof = ws-y
                    or ws-rtv-count = ws-rtv-count-max
               if ws-rtv-reg-eof not = ws-y
                   move ws-n        to ws-rtv-load-done
               end-if
               close rtv-register-file
           end-if.

       0091-read-rtv-register.
           read rtv-register-file
               at end
                   move ws-y        to ws-rtv-reg-eof.

      *a line being taken back is tabled as B, never written back
       0092-apply-rtv-entry.
           if vr-open
            or vr-confirm-date(1:6) = ws-current-month
               add ws-one           to ws-rtv-count
               move vr-ra-number    to ws-rtv-ra-number(ws-rtv-count)
               move vr-vendor-num   to ws-rtv-vendor(ws-rtv-count)
               move vr-store-num    to ws-rtv-store(ws-rtv-count)
               move vr-sku-code     to ws-rtv-sku(ws-rtv-count)
               move vr-quantity     to ws-rtv-quantity(ws-rtv-count)
               move vr-value        to ws-rtv-value(ws-rtv-count)
               move vr-issue-date   to
                       ws-rtv-issue-date(ws-rtv-count)
               move vr-status       to ws-rtv-status(ws-rtv-count)
               move vr-confirm-date to
                       ws-rtv-confirm-date(ws-rtv-count)
               move vr-credit       to ws-rtv-credit(ws-rtv-count)
               if vr-open
                and vr-issue-date = ws-business-date
                   move "B"         to ws-rtv-status(ws-rtv-count)
               end-if
           end-if.

           perform 0091-read-rtv-register.

      *open purchase order lines - a missing file means nothing has
      *been ordered, and every receipt is an unordered one
       0060-load-open-po.
           move ws-n                to ws-po-eof.
           move 0                   to ws-po-count.

           open input open-po-file.
           if ws-open-po-status = "35"
               move ws-y            to ws-po-eof
           else
               perform 0061-read-open-po
               perform 0062-build-po-entry
                 until ws-po-eof = ws-y
                    or ws-po-count = ws-po-count-max
               if ws-po-eof not = ws-y
                   move ws-n        to ws-po-load-done
                   display "*** OPEN PO FILE OVER TABLE CAP"
                           " - FILE LEFT AS IS ***"
               end-if
               close open-po-file
           end-if.

       0061-read-open-po.
           read open-po-file
               at end
                   move ws-y        to ws-po-eof.

       0062-build-po-entry.
           add ws-one               to ws-po-count.
           move po-number           to ws-pol-number(ws-po-count).
           move po-vendor-num       to ws-pol-vendor(ws-po-count).
           move po-sku-code         to ws-pol-sku(ws-po-count).
           move po-store-num        to ws-pol-store(ws-po-count).
           move po-order-qty        to ws-pol-order-qty(ws-po-count).
           move po-received-qty     to
                   ws-pol-received-qty(ws-po-count).
           move po-order-date       to ws-pol-order-date(ws-po-count).
           move po-due-date         to ws-pol-due-date(ws-po-count).
           move po-status           to ws-pol-status(ws-po-count).

           perform 0061-read-open-po.

      *----------------------------------------------------------------
      * Locate a SKU/store pairing on the master, opening it with no
                       ws-inv-store-num(ws-inv-count)
               move 0               to ws-inv-on-hand(ws-inv-count)
               move 0               to ws-inv-reorder(ws-inv-count)
               move 0               to ws-inv-vendor(ws-inv-count)
               move 0               to ws-inv-run-sold(ws-inv-count)
               move 0               to
                       ws-inv-run-returned(ws-inv-count)
               move 0               to
                       ws-inv-run-received(ws-inv-count)
               move 0               to
                       ws-inv-run-xfer-in(ws-inv-count)
               move 0               to
                       ws-inv-run-xfer-out(ws-inv-count)
               move 0               to
                       ws-inv-run-lease-ret(ws-inv-count)
               move ws-inv-count    to ws-found-inv-idx
           end-if.

           end-if.

      *----------------------------------------------------------------
      * Warehouse receipts add to on-hand - only what a purchase order
      * line still has open
      *----------------------------------------------------------------
       100-apply-receiving.
           move ws-n                to ws-receiving-eof.
                   move ws-y        to ws-receiving-eof.

       120-apply-one-receipt.
      *a line naming no PO, or a PO line that is not open for this
      *SKU and store, posts nothing - the whole quantity is held
           move 0                   to ws-rcv-post-qty.
           move rcv-quantity        to ws-rcv-held-qty.
           move 0                   to ws-found-po-idx.

           if rcv-po-number = spaces
               move "NO PO NUMBER"  to ws-pox-type
           else
               perform 125-find-po-line
               if ws-found-po-idx = 0
                   move "UNORDERED" to ws-pox-type
               else
                   perform 130-post-po-receipt
               end-if
           end-if.

           if ws-rcv-held-qty > 0
               perform 140-hold-receipt
           end-if.

           perform 110-read-receiving.

      *an open line for the PO, SKU and store takes the receipt; a
      *line already closed by earlier receipts makes the whole
      *quantity an over-receipt rather than an unordered one
       125-find-po-line.
           move "O"                 to ws-po-scan-status.
           perform 126-scan-po-lines
             varying ws-po-scan-idx from 1 by 1
               until ws-po-scan-idx > ws-po-count
                  or ws-found-po-idx > 0.

           if ws-found-po-idx = 0
               move "C"             to ws-po-scan-status
               perform 126-scan-po-lines
                 varying ws-po-scan-idx from 1 by 1
                   until ws-po-scan-idx > ws-po-count
                      or ws-found-po-idx > 0
           end-if.

       126-scan-po-lines.
           if rcv-po-number = ws-pol-number(ws-po-scan-idx)
            and rcv-sku-code = ws-pol-sku(ws-po-scan-idx)
            and rcv-store-num = ws-pol-store(ws-po-scan-idx)
            and ws-pol-status(ws-po-scan-idx) = ws-po-scan-status
               move ws-po-scan-idx  to ws-found-po-idx
           end-if.

       130-post-po-receipt.
      *what the line still has open posts, the rest is the
      *over-receipt
           if ws-pol-status(ws-found-po-idx) = "O"
            and ws-pol-order-qty(ws-found-po-idx) >
                    ws-pol-received-qty(ws-found-po-idx)
               compute ws-rcv-open-qty =
                   ws-pol-order-qty(ws-found-po-idx) -
                       ws-pol-received-qty(ws-found-po-idx)
           else
               move 0               to ws-rcv-open-qty
           end-if.

           if rcv-quantity > ws-rcv-open-qty
               move ws-rcv-open-qty to ws-rcv-post-qty
           else
               move rcv-quantity    to ws-rcv-post-qty
           end-if.
           compute ws-rcv-held-qty = rcv-quantity - ws-rcv-post-qty.
           move "OVER-RECEIPT"      to ws-pox-type.

           if ws-rcv-post-qty > 0
               add ws-rcv-post-qty  to
                       ws-pol-received-qty(ws-found-po-idx)
               if ws-pol-received-qty(ws-found-po-idx) >=
                       ws-pol-order-qty(ws-found-po-idx)
                   move "C"         to ws-pol-status(ws-found-po-idx)
               end-if
               move ws-y            to ws-po-changed

               move rcv-sku-code    to ws-work-sku-code
               move rcv-store-num   to ws-work-store-num
               perform 150-find-inventory-entry
               if ws-sku-available = ws-y
                and rcv-unit-cost is numeric
                and rcv-unit-cost > 0
                   perform 135-average-unit-cost
               end-if
               if ws-found-inv-idx > 0
                   add ws-rcv-post-qty
                     to ws-inv-on-hand(ws-found-inv-idx)
                   add ws-rcv-post-qty to ws-total-received
                   add ws-rcv-post-qty
                     to ws-inv-run-received(ws-found-inv-idx)
                   move ws-pol-vendor(ws-found-po-idx)
                     to ws-inv-vendor(ws-found-inv-idx)
      *a numeric non-zero reorder point on the line sets the
      *pairing's minimum - merchandising's data path onto a new
      *pairing
                   if rcv-reorder-point is numeric
                    and rcv-reorder-point > 0
                       move rcv-reorder-point
                         to ws-inv-reorder(ws-found-inv-idx)
                   end-if
               end-if
           end-if.

      *the SKU's cost moves to the weighted average of what every
      *store holds at the old cost and what just arrived at the new
      *one - the units on hand are counted before this receipt
      *lands, and a SKU with none on hand simply takes the new cost
       135-average-unit-cost.
           move rcv-sku-code        to km-sku-code.
           read sku-master-file
               key is km-sku-code
               invalid key
                   continue
               not invalid key
                   perform 136-rewrite-unit-cost
           end-read.

       136-rewrite-unit-cost.
           if km-unit-cost is not numeric
               move 0               to km-unit-cost
           end-if.

           move 0                   to ws-sku-units-on-hand.
           perform 137-sum-sku-on-hand
             varying ws-cost-scan-idx from 1 by 1
               until ws-cost-scan-idx > ws-inv-count.

           if ws-sku-units-on-hand > 0
            and km-unit-cost > 0
               compute km-unit-cost rounded =
                   ((ws-sku-units-on-hand * km-unit-cost) +
                       (ws-rcv-post-qty * rcv-unit-cost)) /
                   (ws-sku-units-on-hand + ws-rcv-post-qty)
           else
               move rcv-unit-cost   to km-unit-cost
           end-if.

           rewrite km-sku-master-rec
               invalid key
                   continue
               not invalid key
                   add ws-one       to ws-total-costed
           end-rewrite.

       137-sum-sku-on-hand.
           if ws-inv-sku-code(ws-cost-scan-idx) = rcv-sku-code
            and ws-inv-on-hand(ws-cost-scan-idx) > 0
               add ws-inv-on-hand(ws-cost-scan-idx)
                 to ws-sku-units-on-hand
           end-if.

      *the held quantity goes on the rejects file under the line's
      *own PO, SKU and store, and onto the exception report
       140-hold-receipt.
           if ws-rcv-reject-open = ws-n
               open extend receiving-reject-file
               if ws-rcv-reject-status = "35"
                   open output receiving-reject-file
               end-if
               move ws-y            to ws-rcv-reject-open
           end-if.

           move ws-rcv-held-qty     to rcv-quantity.
           move rcv-receiving-rec   to rrj-reject-rec.
           write rrj-reject-rec.

           add ws-rcv-held-qty      to ws-total-rcv-held.
           add ws-one               to ws-total-rcv-exc.

           move rcv-po-number       to ws-pox-po-number.
           move rcv-sku-code        to ws-pox-sku-code.
           move rcv-store-num       to ws-pox-store-edit.
           move ws-rcv-held-qty     to ws-pox-qty-edit.
           move rcv-receipt-date    to ws-pox-date.
           write po-exception-line from ws-po-exception-display-line.

      *----------------------------------------------------------------
      * Units sold or leased come off on-hand
       200-apply-sales.
           move ws-n                to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-sl-eof
           else
               perform 210-read-sl-record
               perform 220-apply-one-sale
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

       210-read-sl-record.
           read posted-file
               at end
                   move ws-y        to ws-sl-eof.

       220-apply-one-sale.
      *a voided sale moved no units - the void already cancelled it
      *out of the posted generation upstream
           if sl-sale-or-lease
               move sl-sku-code     to ws-work-sku-code
               move sl-store-num    to ws-work-store-num
               perform 150-find-inventory-entry
               if ws-found-inv-idx > 0
                   subtract sl-quantity
                     from ws-inv-on-hand(ws-found-inv-idx)
                   if sl-vendor-num is numeric
                    and sl-vendor-num > 0
                       move sl-vendor-num
                         to ws-inv-vendor(ws-found-inv-idx)
                   end-if
                   add sl-quantity  to
                       ws-inv-run-sold(ws-found-inv-idx)
                   add sl-quantity  to ws-total-sold
       300-apply-returns.
           move ws-n                to ws-return-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-return-eof
           else
               perform 310-read-return-record
               perform 320-apply-one-return
                   until ws-return-eof = ws-y
               close posted-file
           end-if.

       310-read-return-record.
           read posted-file
               at end
                   move ws-y        to ws-return-eof.

       320-apply-one-return.
      *a refund held for approval by Final-ReturnProccess put no
      *units back yet - it stays out of on-hand until approved and
      *re-fed. a defective return goes back to its vendor, not the
      *shelf - one with no vendor to send it to is shelved as before
           if rt-return
            and not rt-held
               if rt-reason-defective
                and rt-vendor-num is numeric
                and rt-vendor-num > 0
                and ws-rtv-load-done = ws-y
                   perform 330-hold-for-vendor
               else
                   perform 325-return-to-shelf
               end-if
           end-if.

           perform 310-read-return-record.

       325-return-to-shelf.
           move rt-sku-code         to ws-work-sku-code.
           move rt-store-num        to ws-work-store-num.
           perform 150-find-inventory-entry.

           if ws-found-inv-idx > 0
               add rt-quantity
                 to ws-inv-on-hand(ws-found-inv-idx)
               if rt-vendor-num is numeric
                and rt-vendor-num > 0
                   move rt-vendor-num
                     to ws-inv-vendor(ws-found-inv-idx)
               end-if
               add rt-quantity      to
                   ws-inv-run-returned(ws-found-inv-idx)
               add rt-quantity      to ws-total-returned
           end-if.

      *----------------------------------------------------------------
      * Defective returns are held for their vendor on the vendor's
      * return authorization for the business date
      *----------------------------------------------------------------
       330-hold-for-vendor.
           perform 331-find-run-authorization.
           if ws-found-rra-idx = 0
            and ws-rtv-ra-count < ws-rtv-ra-count-max
               perform 333-issue-authorization
           end-if.

           if ws-found-rra-idx = 0
               display "*** RTV AUTHORIZATIONS FULL FOR THE DATE - "
                       rt-invoice " BACK ON THE SHELF ***"
               perform 325-return-to-shelf
           else
      *an authorization of this date its vendor has already confirmed
      *went back whole on the first run - its units are gone
           if ws-rra-confirmed(ws-found-rra-idx) = ws-y
               continue
           else
               perform 335-add-rtv-units
           end-if
           end-if.

       331-find-run-authorization.
           move 0                   to ws-found-rra-idx.
           if ws-rtv-ra-count > 0
               perform 332-scan-run-authorizations
                 varying ws-rra-scan-idx from 1 by 1
                   until ws-rra-scan-idx > ws-rtv-ra-count
                      or ws-found-rra-idx > 0
           end-if.

       332-scan-run-authorizations.
           if ws-rra-vendor(ws-rra-scan-idx) = rt-vendor-num
               move ws-rra-scan-idx to ws-found-rra-idx
           end-if.

       333-issue-authorization.
           add ws-one               to ws-rtv-ra-count.
           move ws-rtv-ra-count     to ws-found-rra-idx.
           move rt-vendor-num       to ws-rra-vendor(ws-rtv-ra-count).
           move ws-business-date(3:6) to ws-rtw-date.
           move ws-rtv-ra-count     to ws-rtw-seq.
           move ws-rtv-ra-work      to
                   ws-rra-ra-number(ws-rtv-ra-count).

           move ws-rtv-ra-work      to ws-rtv-lookup-ra.
           perform 386-find-rtv-authorization.
           if ws-found-rtv-idx > 0
               move ws-y            to
                       ws-rra-confirmed(ws-rtv-ra-count)
           else
               move ws-n            to
                       ws-rra-confirmed(ws-rtv-ra-count)
               add ws-one           to ws-total-rtv-ras
           end-if.

      *one line per SKU and store on the authorization
       335-add-rtv-units.
           move 0                   to ws-found-rtv-idx.
           if ws-rtv-count > 0
               perform 336-scan-rtv-lines
                 varying ws-rtv-scan-idx from 1 by 1
                   until ws-rtv-scan-idx > ws-rtv-count
                      or ws-found-rtv-idx > 0
           end-if.

           if ws-found-rtv-idx = 0
            and ws-rtv-count < ws-rtv-count-max
               perform 337-add-rtv-line
           end-if.

           if ws-found-rtv-idx = 0
               display "*** RTV REGISTER FULL - " rt-invoice
                       " BACK ON THE SHELF ***"
               perform 325-return-to-shelf
           else
               add rt-quantity      to
                       ws-rtv-quantity(ws-found-rtv-idx)
               add rt-transaction   to ws-rtv-value(ws-found-rtv-idx)
               add rt-quantity      to ws-total-rtv-units
           end-if.

       336-scan-rtv-lines.
           if ws-rtv-ra-number(ws-rtv-scan-idx) =
                   ws-rra-ra-number(ws-found-rra-idx)
            and ws-rtv-status(ws-rtv-scan-idx) = "O"
            and ws-rtv-store(ws-rtv-scan-idx) = rt-store-num
            and ws-rtv-sku(ws-rtv-scan-idx) = rt-sku-code
               move ws-rtv-scan-idx to ws-found-rtv-idx
           end-if.

       337-add-rtv-line.
           add ws-one               to ws-rtv-count.
           move ws-rtv-count        to ws-found-rtv-idx.
           move ws-rra-ra-number(ws-found-rra-idx)
             to ws-rtv-ra-number(ws-rtv-count).
           move rt-vendor-num       to ws-rtv-vendor(ws-rtv-count).
           move rt-store-num        to ws-rtv-store(ws-rtv-count).
           move rt-sku-code         to ws-rtv-sku(ws-rtv-count).
           move 0                   to ws-rtv-quantity(ws-rtv-count).
           move 0                   to ws-rtv-value(ws-rtv-count).
           move ws-business-date    to
                   ws-rtv-issue-date(ws-rtv-count).
           move "O"                 to ws-rtv-status(ws-rtv-count).
           move 0                   to
                   ws-rtv-confirm-date(ws-rtv-count).
           move 0                   to ws-rtv-credit(ws-rtv-count).

      *----------------------------------------------------------------
      * Transfers shipped come off the sender's on-hand into transit
      *----------------------------------------------------------------
       350-ship-transfers.
           move ws-n                to ws-transfer-eof.

           open input transfer-file.
           if ws-transfer-status = "35"
               move ws-y            to ws-transfer-eof
           else
               perform 351-read-transfer
               perform 352-ship-one-transfer
                   until ws-transfer-eof = ws-y
               close transfer-file
           end-if.

       351-read-transfer.
           read transfer-file
               at end
                   move ws-y        to ws-transfer-eof.

      *a transfer already on the register was received earlier this
      *business date - shipping it again would double it
       352-ship-one-transfer.
           if tg-transfer
               move tg-invoice      to ws-xfer-lookup-num
               perform 370-find-transfer
               if ws-found-xfer-idx = 0
                   if ws-xfer-count < ws-xfer-count-max
                       perform 353-add-transfer-entry
                   else
                       display "*** TRANSFER REGISTER FULL - "
                               tg-invoice " NOT SHIPPED ***"
                   end-if
               end-if
           end-if.

           perform 351-read-transfer.

       353-add-transfer-entry.
           add ws-one               to ws-xfer-count.
           move tg-invoice          to
                   ws-xfr-transfer-num(ws-xfer-count).
           move tg-store-num        to ws-xfr-from-store(ws-xfer-count).
           move tg-to-store-num     to ws-xfr-to-store(ws-xfer-count).
           move tg-sku-code         to ws-xfr-sku(ws-xfer-count).
           move tg-quantity         to ws-xfr-quantity(ws-xfer-count).
           move tg-transaction      to ws-xfr-value(ws-xfer-count).
           move tg-trans-date       to ws-xfr-ship-date(ws-xfer-count).
           move ws-business-date    to
                   ws-xfr-ship-bus-date(ws-xfer-count).
           move "T"                 to ws-xfr-status(ws-xfer-count).
           move 0                   to
                   ws-xfr-received-date(ws-xfer-count).

           move tg-sku-code         to ws-work-sku-code.
           move tg-store-num        to ws-work-store-num.
           perform 150-find-inventory-entry.
           if ws-found-inv-idx > 0
               subtract tg-quantity
                 from ws-inv-on-hand(ws-found-inv-idx)
               add tg-quantity      to
                   ws-inv-run-xfer-out(ws-found-inv-idx)
           end-if.
           add tg-quantity          to ws-total-xfer-out.

      *----------------------------------------------------------------
      * Confirmed receipts move a transfer onto the receiver's on-hand
      *----------------------------------------------------------------
       360-receive-transfers.
           move ws-n                to ws-xfer-rcpt-eof.
           move 0                   to ws-rcpt-kept-count.

           open input transfer-receipt-file.
           if ws-xfer-rcpt-status = "35"
               move ws-y            to ws-xfer-rcpt-eof
           else
               move ws-y            to ws-xfer-rcpt-on-file
               perform 361-read-transfer-receipt
               perform 362-apply-one-receipt
                   until ws-xfer-rcpt-eof = ws-y
               close transfer-receipt-file
           end-if.

       361-read-transfer-receipt.
           read transfer-receipt-file
               at end
                   move ws-y        to ws-xfer-rcpt-eof.

      *a confirmation can beat its shipment to the register - it
      *waits on the feed. one naming the wrong store, or a transfer
      *already received, is reported and dropped
       362-apply-one-receipt.
           move tc-transfer-num     to ws-xfer-lookup-num.
           perform 370-find-transfer.

           if ws-found-xfer-idx = 0
               if ws-rcpt-kept-count < ws-rcpt-kept-max
                   add ws-one       to ws-rcpt-kept-count
                   move tc-receipt-rec
                     to ws-rcpt-kept-line(ws-rcpt-kept-count)
               else
                   display "*** TRANSFER RECEIPT FEED FULL - "
                           tc-transfer-num " DROPPED ***"
               end-if
           else
           if ws-xfr-status(ws-found-xfer-idx) not = "T"
               move "ALREADY RECEIVED" to ws-rcd-reason
               perform 365-reject-receipt
           else
           if tc-store-num not = ws-xfr-to-store(ws-found-xfer-idx)
               move "NOT RECEIVING STORE" to ws-rcd-reason
               perform 365-reject-receipt
           else
               perform 363-land-transfer
           end-if
           end-if
           end-if.

           perform 361-read-transfer-receipt.

       363-land-transfer.
           move ws-xfr-sku(ws-found-xfer-idx)      to ws-work-sku-code.
           move ws-xfr-to-store(ws-found-xfer-idx) to ws-work-store-num.
           perform 150-find-inventory-entry.
           if ws-found-inv-idx > 0
               add ws-xfr-quantity(ws-found-xfer-idx)
                 to ws-inv-on-hand(ws-found-inv-idx)
               add ws-xfr-quantity(ws-found-xfer-idx)
                 to ws-inv-run-xfer-in(ws-found-inv-idx)
           end-if.

           move "R"                 to ws-xfr-status(ws-found-xfer-idx).
           move ws-business-date    to
                   ws-xfr-received-date(ws-found-xfer-idx).
           add ws-xfr-quantity(ws-found-xfer-idx) to ws-total-xfer-in.

      *the rejected confirmations are printed with the report, so
      *they are held until it opens
       365-reject-receipt.
           add ws-one               to ws-total-rcpt-reject.
           if ws-rcpt-reject-count < ws-rcpt-reject-max
               add ws-one           to ws-rcpt-reject-count
               move tc-transfer-num to
                       ws-rjx-transfer-num(ws-rcpt-reject-count)
               move tc-store-num    to
                       ws-rjx-store(ws-rcpt-reject-count)
               move tc-receipt-date to
                       ws-rjx-receipt-date(ws-rcpt-reject-count)
               move ws-rcd-reason   to
                       ws-rjx-reason(ws-rcpt-reject-count)
           end-if.

       370-find-transfer.
           move 0                   to ws-found-xfer-idx.
           if ws-xfer-count > 0
               perform 371-scan-transfers
                 varying ws-xfer-scan-idx from 1 by 1
                   until ws-xfer-scan-idx > ws-xfer-count
                      or ws-found-xfer-idx > 0
           end-if.

      *a shipment backed out for this rerun is no longer on the
      *register
       371-scan-transfers.
           if ws-xfr-transfer-num(ws-xfer-scan-idx) =
                   ws-xfer-lookup-num
            and ws-xfr-status(ws-xfer-scan-idx) not = "B"
               move ws-xfer-scan-idx to ws-found-xfer-idx
           end-if.

      *----------------------------------------------------------------
      * Vendor confirmations close out their return authorizations
      *----------------------------------------------------------------
       380-confirm-rtv-authorizations.
           move ws-n                to ws-rtv-conf-eof.

           open input rtv-confirm-file.
           if ws-rtv-conf-status = "35"
               move ws-y            to ws-rtv-conf-eof
           else
               move ws-y            to ws-rtv-conf-on-file
               perform 381-read-rtv-confirmation
               perform 382-apply-one-confirmation
                   until ws-rtv-conf-eof = ws-y
               close rtv-confirm-file
           end-if.

       381-read-rtv-confirmation.
           read rtv-confirm-file
               at end
                   move ws-y        to ws-rtv-conf-eof.

      *an authorization has to be on the register and still open, and
      *the confirmation has to come from the vendor it was issued to
       382-apply-one-confirmation.
           move vc-ra-number        to ws-rtv-lookup-ra.
           perform 386-find-rtv-authorization.

           if ws-found-rtv-idx = 0
               move "NOT ON REGISTER"  to ws-rtv-reason
               perform 389-reject-confirmation
           else
           if ws-rtv-status(ws-found-rtv-idx) not = "O"
               move "ALREADY CONFIRMED" to ws-rtv-reason
               perform 389-reject-confirmation
           else
           if vc-vendor-num not = ws-rtv-vendor(ws-found-rtv-idx)
               move "NOT THE RA'S VENDOR" to ws-rtv-reason
               perform 389-reject-confirmation
           else
               perform 383-confirm-authorization
           end-if
           end-if
           end-if.

           perform 381-read-rtv-confirmation.

      *the vendor's credit is spread over the authorization's lines
      *by value, the last line taking what rounding leaves - a
      *confirmation with no credit amount credits the authorization
      *at its full value
       383-confirm-authorization.
           move 0                   to ws-rtv-ra-value.
           move 0                   to ws-rtv-last-idx.
           perform 384-total-authorization-line
             varying ws-rtv-scan-idx from 1 by 1
               until ws-rtv-scan-idx > ws-rtv-count.

           if vc-credit-amount is numeric
            and vc-credit-amount > 0
               move vc-credit-amount to ws-rtv-ra-credit
           else
               move ws-rtv-ra-value to ws-rtv-ra-credit
           end-if.

           move 0                   to ws-rtv-ra-spread.
           perform 385-credit-authorization-line
             varying ws-rtv-scan-idx from 1 by 1
               until ws-rtv-scan-idx > ws-rtv-count.

           add ws-one               to ws-total-rtv-confirmed.
           add ws-rtv-ra-credit     to ws-total-rtv-credit.

       384-total-authorization-line.
           if ws-rtv-ra-number(ws-rtv-scan-idx) = ws-rtv-lookup-ra
            and ws-rtv-status(ws-rtv-scan-idx) = "O"
               add ws-rtv-value(ws-rtv-scan-idx) to ws-rtv-ra-value
               move ws-rtv-scan-idx to ws-rtv-last-idx
           end-if.

       385-credit-authorization-line.
           if ws-rtv-ra-number(ws-rtv-scan-idx) = ws-rtv-lookup-ra
            and ws-rtv-status(ws-rtv-scan-idx) = "O"
               if ws-rtv-scan-idx = ws-rtv-last-idx
                   compute ws-rtv-credit(ws-rtv-scan-idx) =
                       ws-rtv-ra-credit - ws-rtv-ra-spread
               else
                   if ws-rtv-ra-value > 0
                       compute ws-rtv-credit(ws-rtv-scan-idx) rounded =
                           ws-rtv-value(ws-rtv-scan-idx) *
                           ws-rtv-ra-credit / ws-rtv-ra-value
                   else
                       move 0       to ws-rtv-credit(ws-rtv-scan-idx)
                   end-if
                   add ws-rtv-credit(ws-rtv-scan-idx)
                     to ws-rtv-ra-spread
               end-if
               move "C"             to ws-rtv-status(ws-rtv-scan-idx)
               move ws-business-date
                 to ws-rtv-confirm-date(ws-rtv-scan-idx)
           end-if.

      *the first line of an authorization on the register - a line
      *taken back for this rerun is no longer on it
       386-find-rtv-authorization.
           move 0                   to ws-found-rtv-idx.
           if ws-rtv-count > 0
               perform 387-scan-rtv-authorizations
                 varying ws-rtv-scan-idx from 1 by 1
                   until ws-rtv-scan-idx > ws-rtv-count
                      or ws-found-rtv-idx > 0
           end-if.

       387-scan-rtv-authorizations.
           if ws-rtv-ra-number(ws-rtv-scan-idx) = ws-rtv-lookup-ra
            and ws-rtv-status(ws-rtv-scan-idx) not = "B"
               move ws-rtv-scan-idx to ws-found-rtv-idx
           end-if.

      *the rejected confirmations are printed with the report, so
      *they are held until it opens
       389-reject-confirmation.
           add ws-one               to ws-total-rtv-reject.
           if ws-rtv-reject-count < ws-rtv-reject-max
               add ws-one           to ws-rtv-reject-count
               move vc-ra-number    to
                       ws-rjv-ra-number(ws-rtv-reject-count)
               move vc-vendor-num   to
                       ws-rjv-vendor(ws-rtv-reject-count)
               move vc-confirm-date to
                       ws-rjv-confirm-date(ws-rtv-reject-count)
               move ws-rtv-reason   to
                       ws-rjv-reason(ws-rtv-reject-count)
           end-if.

       400-write-report-headings.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
               write report-line from ws-reorder-display-line
           end-if.

      *----------------------------------------------------------------
      * PO exception report
      *----------------------------------------------------------------
       450-write-po-exception-headings.
           write po-exception-line from ws-heading1-name-line
             after advancing ws-one line.
           write po-exception-line from ws-po-heading2-title
             after advancing ws-two line.
           write po-exception-line from ws-po-heading3-receipts
             after advancing ws-two line.
           write po-exception-line from ws-po-heading4-columns
             after advancing ws-one line.
           write po-exception-line from spaces.

       460-write-overdue-section.
           if ws-total-rcv-exc = 0
               write po-exception-line from ws-none-line
           end-if.

           write po-exception-line from ws-po-heading3-overdue
             after advancing ws-two line.
           write po-exception-line from ws-po-heading4-columns
             after advancing ws-one line.
           write po-exception-line from spaces.

           perform 461-report-one-overdue
             varying ws-po-scan-idx from 1 by 1
               until ws-po-scan-idx > ws-po-count.

           if ws-total-overdue = 0
               write po-exception-line from ws-none-line
           end-if.

      *a released line still short of its ordered quantity once its
      *due date has passed - the open quantity is what is late
       461-report-one-overdue.
           if ws-pol-status(ws-po-scan-idx) = "O"
            and ws-pol-due-date(ws-po-scan-idx) < ws-business-date
            and ws-pol-received-qty(ws-po-scan-idx) <
                    ws-pol-order-qty(ws-po-scan-idx)
               add ws-one           to ws-total-overdue
               move "PAST DUE"      to ws-pox-type
               move ws-pol-number(ws-po-scan-idx) to ws-pox-po-number
               move ws-pol-sku(ws-po-scan-idx)    to ws-pox-sku-code
               move ws-pol-store(ws-po-scan-idx)  to ws-pox-store-edit
               compute ws-rcv-open-qty =
                   ws-pol-order-qty(ws-po-scan-idx) -
                       ws-pol-received-qty(ws-po-scan-idx)
               move ws-rcv-open-qty to ws-pox-qty-edit
               move ws-pol-due-date(ws-po-scan-idx) to ws-pox-date
               write po-exception-line
                 from ws-po-exception-display-line
           end-if.

       470-po-exception-footer.
           move ws-total-rcv-exc    to ws-total-rcv-exc-edit.
           move ws-total-overdue    to ws-total-overdue-edit.
           move ws-total-rcv-held   to ws-total-rcv-held-edit.

           write po-exception-line from ws-po-summary-line1
             after advancing ws-two line.
           write po-exception-line from ws-summary-line6
             after advancing ws-one line.
           write po-exception-line from ws-po-summary-line2
             after advancing ws-one line.

      *----------------------------------------------------------------
      * Transfers in transit past the allowed days - each is raised
      * to the exception worklist against the store that has yet to
      * confirm it
      *----------------------------------------------------------------
       480-write-transit-section.
           move ws-business-date    to ws-dts-date.
           perform 800-date-to-serial.
           move ws-dts-serial       to ws-serial-today.

           move ws-transit-days     to ws-transit-days-edit.
           write report-line from ws-heading3-transit
             after advancing ws-two line.
           write report-line from ws-heading4-transit
             after advancing ws-one line.
           write report-line from spaces.

           perform 481-report-one-transit
             varying ws-xfer-scan-idx from 1 by 1
               until ws-xfer-scan-idx > ws-xfer-count.

           if ws-total-xfer-late = 0
               write report-line from ws-none-line
           end-if.

       481-report-one-transit.
           if ws-xfr-status(ws-xfer-scan-idx) = "T"
               add ws-xfr-quantity(ws-xfer-scan-idx)
                 to ws-total-in-transit
               move ws-xfr-ship-date(ws-xfer-scan-idx) to ws-dts-date
               perform 800-date-to-serial
               compute ws-age-days = ws-serial-today - ws-dts-serial
               if ws-age-days > ws-transit-days
                   add ws-one       to ws-total-xfer-late
                   perform 482-write-one-transit
                   perform 483-post-transfer-overdue
               end-if
           end-if.

       482-write-one-transit.
           move ws-xfr-transfer-num(ws-xfer-scan-idx)
             to ws-trd-transfer-num.
           move ws-xfr-sku(ws-xfer-scan-idx)        to ws-trd-sku-code.
           move ws-xfr-from-store(ws-xfer-scan-idx) to ws-trd-from-edit.
           move ws-xfr-to-store(ws-xfer-scan-idx)   to ws-trd-to-edit.
           move ws-xfr-quantity(ws-xfer-scan-idx)   to ws-trd-qty-edit.
           move ws-xfr-ship-date(ws-xfer-scan-idx)  to ws-trd-ship-date.
           move ws-age-days                         to ws-trd-days-edit.
           write report-line from ws-transit-display-line.

       483-post-transfer-overdue.
           move "INVENTRY"           to ep-source.
           move "XFEROVD"            to ep-type.
           move ws-xfr-to-store(ws-xfer-scan-idx)     to ep-store-num.
           move ws-xfr-transfer-num(ws-xfer-scan-idx) to ep-invoice.
           move ws-xfr-sku(ws-xfer-scan-idx)          to ep-detail.
           move ws-xfr-value(ws-xfer-scan-idx)        to ep-amount.
           perform 0220-post-exception.

      *confirmations dropped this run, then those still waiting on
      *their shipment
       490-write-rcpt-reject-section.
           write report-line from ws-heading3-rcpt
             after advancing ws-two line.
           write report-line from spaces.

           perform 491-report-one-reject
             varying ws-index from ws-one by ws-one
               until ws-index > ws-rcpt-reject-count.

           perform 492-report-one-kept
             varying ws-index from ws-one by ws-one
               until ws-index > ws-rcpt-kept-count.

           if ws-rcpt-reject-count = 0
            and ws-rcpt-kept-count = 0
               write report-line from ws-none-line
           end-if.

       491-report-one-reject.
           move ws-rjx-transfer-num(ws-index) to ws-rcd-transfer-num.
           move ws-rjx-store(ws-index)        to ws-rcd-store-edit.
           move ws-rjx-receipt-date(ws-index) to ws-rcd-receipt-date.
           move ws-rjx-reason(ws-index)       to ws-rcd-reason.
           write report-line from ws-rcpt-display-line.

       492-report-one-kept.
           move ws-rcpt-kept-line(ws-index)   to ws-kept-receipt.
           move ws-kpt-transfer-num           to ws-rcd-transfer-num.
           move ws-kpt-store                  to ws-rcd-store-edit.
           move ws-kpt-receipt-date           to ws-rcd-receipt-date.
           move "AWAITING SHIPMENT"           to ws-rcd-reason.
           write report-line from ws-rcpt-display-line.

      *----------------------------------------------------------------
      * Return authorizations still waiting on their vendor - one
      * open longer than the allowed days is raised to the exception
      * worklist against the store holding the units
      *----------------------------------------------------------------
       485-write-rtv-section.
           move ws-business-date    to ws-dts-date.
           perform 800-date-to-serial.
           move ws-dts-serial       to ws-serial-today.
           move 0                   to ws-rtv-open-lines.

           write report-line from ws-heading3-rtv
             after advancing ws-two line.
           write report-line from ws-heading4-rtv
             after advancing ws-one line.
           write report-line from spaces.

           perform 486-report-one-rtv
             varying ws-rtv-scan-idx from 1 by 1
               until ws-rtv-scan-idx > ws-rtv-count.

           if ws-rtv-open-lines = 0
               write report-line from ws-none-line
           end-if.

           if ws-total-rtv-late > 0
               move ws-rtv-days     to ws-rtv-days-edit
               write report-line from ws-rtv-legend-line
                 after advancing ws-two line
           end-if.

       486-report-one-rtv.
           if ws-rtv-status(ws-rtv-scan-idx) = "O"
               add ws-one           to ws-rtv-open-lines
               add ws-rtv-quantity(ws-rtv-scan-idx)
                 to ws-total-rtv-held
               move ws-rtv-issue-date(ws-rtv-scan-idx) to ws-dts-date
               perform 800-date-to-serial
               compute ws-age-days = ws-serial-today - ws-dts-serial
               if ws-age-days > ws-rtv-days
                   add ws-one       to ws-total-rtv-late
                   move "**"        to ws-rvd-flag
                   perform 488-post-rtv-overdue
               else
                   move spaces      to ws-rvd-flag
               end-if
               perform 487-write-one-rtv
           end-if.

       487-write-one-rtv.
           move ws-rtv-ra-number(ws-rtv-scan-idx) to ws-rvd-ra-number.
           move ws-rtv-vendor(ws-rtv-scan-idx)    to ws-rvd-vendor.
           move ws-rtv-store(ws-rtv-scan-idx)     to ws-rvd-store-edit.
           move ws-rtv-sku(ws-rtv-scan-idx)       to ws-rvd-sku-code.
           move ws-rtv-quantity(ws-rtv-scan-idx)  to ws-rvd-qty-edit.
           move ws-rtv-value(ws-rtv-scan-idx)     to ws-rvd-value-edit.
           move ws-rtv-issue-date(ws-rtv-scan-idx)
             to ws-rvd-issue-date.
           move ws-age-days                       to ws-rvd-days-edit.
           write report-line from ws-rtv-display-line.

       488-post-rtv-overdue.
           move "INVENTRY"           to ep-source.
           move "RTVOVD"             to ep-type.
           move ws-rtv-store(ws-rtv-scan-idx)     to ep-store-num.
           move ws-rtv-ra-number(ws-rtv-scan-idx) to ep-invoice.
           move ws-rtv-sku(ws-rtv-scan-idx)       to ep-detail.
           move ws-rtv-value(ws-rtv-scan-idx)     to ep-amount.
           perform 0220-post-exception.

       495-write-rtv-reject-section.
           write report-line from ws-heading3-rtv-conf
             after advancing ws-two line.
           write report-line from spaces.

           perform 496-report-one-rtv-reject
             varying ws-index from ws-one by ws-one
               until ws-index > ws-rtv-reject-count.

           if ws-rtv-reject-count = 0
               write report-line from ws-none-line
           end-if.

       496-report-one-rtv-reject.
           move ws-rjv-ra-number(ws-index)    to ws-rcf-ra-number.
           move ws-rjv-vendor(ws-index)       to ws-rcf-vendor.
           move ws-rjv-confirm-date(ws-index) to ws-rcf-confirm-date.
           move ws-rjv-reason(ws-index)       to ws-rcf-reason.
           write report-line from ws-rtv-conf-display-line.

       500-report-footer.
           move ws-inv-count        to ws-total-pairs-edit.
           move ws-total-received   to ws-total-received-edit.
             after advancing ws-one line.
           write report-line from ws-summary-line5
             after advancing ws-one line.
           write report-line from ws-summary-line6
             after advancing ws-one line.
           move ws-total-costed     to ws-total-costed-edit.
           write report-line from ws-summary-line7
             after advancing ws-one line.
           move ws-total-xfer-out   to ws-total-xfer-out-edit.
           write report-line from ws-summary-line8
             after advancing ws-one line.
           move ws-total-xfer-in    to ws-total-xfer-in-edit.
           write report-line from ws-summary-line9
             after advancing ws-one line.
           move ws-total-in-transit to ws-total-in-transit-edit.
           write report-line from ws-summary-line10
             after advancing ws-one line.
           move ws-total-xfer-late  to ws-total-xfer-late-edit.
           write report-line from ws-summary-line11
             after advancing ws-one line.
           move ws-rcpt-kept-count  to ws-total-rcpt-kept-edit.
           write report-line from ws-summary-line12
             after advancing ws-one line.
           move ws-total-rtv-units  to ws-total-rtv-units-edit.
           write report-line from ws-summary-line13
             after advancing ws-one line.
           move ws-total-rtv-ras    to ws-total-rtv-ras-edit.
           write report-line from ws-summary-line14
             after advancing ws-one line.
           move ws-total-rtv-held   to ws-total-rtv-held-edit.
           write report-line from ws-summary-line15
             after advancing ws-one line.
           move ws-total-rtv-confirmed to ws-total-rtv-conf-edit.
           write report-line from ws-summary-line16
             after advancing ws-one line.
           move ws-total-rtv-credit to ws-total-rtv-credit-edit.
           write report-line from ws-summary-line17
             after advancing ws-one line.
           move ws-total-rtv-late   to ws-total-rtv-late-edit.
           write report-line from ws-summary-line18
             after advancing ws-one line.
           move ws-total-rtv-reject to ws-total-rtv-rej-edit.
           write report-line from ws-summary-line19
             after advancing ws-one line.

       600-rewrite-inventory-master.
           open output inventory-master-file.
             varying ws-index from ws-one by ws-one
               until ws-index > ws-inv-count.
           close inventory-master-file.
           perform 0225-close-exception-post.

       601-write-one-inventory.
           move ws-inv-sku-code(ws-index)  to in-sku-code.
           move ws-inv-store-num(ws-index) to in-store-num.
           move ws-inv-on-hand(ws-index)   to in-on-hand.
           move ws-inv-reorder(ws-index)   to in-reorder-point.
           move ws-inv-vendor(ws-index)    to in-vendor-num.
           write in-inventory-rec.

           if ws-inv-on-hand(ws-index) < 0
               perform 602-post-negative-on-hand
           end-if.

      *a SKU/store counted below zero goes to the exception worklist
      *as long as it stays there - the amount is the units short at
      *unit cost, at the SKU's price where no cost is on file
       602-post-negative-on-hand.
           move 0                    to ws-short-unit-cost.
           if ws-sku-available = ws-y
               move ws-inv-sku-code(ws-index) to km-sku-code
               read sku-master-file
                   key is km-sku-code
                   invalid key
                       continue
                   not invalid key
                       if km-unit-cost is numeric
                           move km-unit-cost to ws-short-unit-cost
                       end-if
                       if ws-short-unit-cost = 0
                        and km-current-price is numeric
                           move km-current-price
                             to ws-short-unit-cost
                       end-if
               end-read
           end-if.

           move "INVENTRY"           to ep-source.
           move "NEGOH"              to ep-type.
           move ws-inv-store-num(ws-index) to ep-store-num.
           move spaces               to ep-invoice.
           move ws-inv-sku-code(ws-index)  to ep-detail.
           compute ep-amount =
               ws-inv-on-hand(ws-index) * ws-short-unit-cost.
           perform 0220-post-exception.

       610-clear-receiving-feed.
           open output receiving-file.
           close receiving-file.
           move ws-mov-store(ws-index)    to md-store-num.
           move ws-mov-sold(ws-index)     to md-sold.
           move ws-mov-returned(ws-index) to md-returned.
           move ws-mov-received(ws-index) to md-received.
           move ws-mov-xfer-in(ws-index)  to md-xfer-in.
           move ws-mov-xfer-out(ws-index) to md-xfer-out.
           move ws-mov-lease-ret(ws-index) to md-lease-returned.
           write md-movement-rec.

       622-write-one-run-move.
           if ws-inv-run-sold(ws-index) > 0
            or ws-inv-run-returned(ws-index) > 0
            or ws-inv-run-received(ws-index) > 0
            or ws-inv-run-xfer-in(ws-index) > 0
            or ws-inv-run-xfer-out(ws-index) > 0
            or ws-inv-run-lease-ret(ws-index) > 0
               move ws-business-date          to md-date
               move ws-inv-sku-code(ws-index) to md-sku-code
               move ws-inv-store-num(ws-index) to md-store-num
               move ws-inv-run-sold(ws-index) to md-sold
               move ws-inv-run-returned(ws-index) to md-returned
               move ws-inv-run-received(ws-index) to md-received
               move ws-inv-run-xfer-in(ws-index) to md-xfer-in
               move ws-inv-run-xfer-out(ws-index) to md-xfer-out
               move ws-inv-run-lease-ret(ws-index)
                 to md-lease-returned
               write md-movement-rec
           end-if.

       630-rewrite-open-po.
           open output open-po-file.
           perform 631-write-one-po-line
             varying ws-po-scan-idx from 1 by 1
               until ws-po-scan-idx > ws-po-count.
           close open-po-file.

       631-write-one-po-line.
           move ws-pol-number(ws-po-scan-idx)     to po-number.
           move ws-pol-vendor(ws-po-scan-idx)     to po-vendor-num.
           move ws-pol-sku(ws-po-scan-idx)        to po-sku-code.
           move ws-pol-store(ws-po-scan-idx)      to po-store-num.
           move ws-pol-order-qty(ws-po-scan-idx)  to po-order-qty.
           move ws-pol-received-qty(ws-po-scan-idx)
             to po-received-qty.
           move ws-pol-order-date(ws-po-scan-idx) to po-order-date.
           move ws-pol-due-date(ws-po-scan-idx)   to po-due-date.
           move ws-pol-status(ws-po-scan-idx)     to po-status.
           write po-line-rec.

       640-rewrite-transfer-register.
           open output transfer-register-file.
           perform 641-write-one-transfer
             varying ws-xfer-scan-idx from 1 by 1
               until ws-xfer-scan-idx > ws-xfer-count.
           close transfer-register-file.

       641-write-one-transfer.
           if ws-xfr-status(ws-xfer-scan-idx) not = "B"
               perform 642-write-transfer-record
           end-if.

       642-write-transfer-record.
           move ws-xfr-transfer-num(ws-xfer-scan-idx)
             to tf-transfer-num.
           move ws-xfr-from-store(ws-xfer-scan-idx)  to tf-from-store.
           move ws-xfr-to-store(ws-xfer-scan-idx)    to tf-to-store.
           move ws-xfr-sku(ws-xfer-scan-idx)         to tf-sku-code.
           move ws-xfr-quantity(ws-xfer-scan-idx)    to tf-quantity.
           move ws-xfr-value(ws-xfer-scan-idx)       to tf-value.
           move ws-xfr-ship-date(ws-xfer-scan-idx)   to tf-ship-date.
           move ws-xfr-ship-bus-date(ws-xfer-scan-idx)
             to tf-ship-business-date.
           move ws-xfr-status(ws-xfer-scan-idx)      to tf-status.
           move ws-xfr-received-date(ws-xfer-scan-idx)
             to tf-received-date.
           write tf-transfer-rec.

      *the feed goes back holding only the confirmations still
      *waiting on their shipment
       650-rewrite-transfer-receipts.
           open output transfer-receipt-file.
           perform 651-write-one-kept-receipt
             varying ws-index from ws-one by ws-one
               until ws-index > ws-rcpt-kept-count.
           close transfer-receipt-file.

       651-write-one-kept-receipt.
           move ws-rcpt-kept-line(ws-index) to tc-receipt-rec.
           write tc-receipt-rec.

       660-rewrite-rtv-register.
           open output rtv-register-file.
           perform 661-write-one-rtv
             varying ws-rtv-scan-idx from 1 by 1
               until ws-rtv-scan-idx > ws-rtv-count.
           close rtv-register-file.

       661-write-one-rtv.
           if ws-rtv-status(ws-rtv-scan-idx) not = "B"
               perform 662-write-rtv-record
           end-if.

       662-write-rtv-record.
           move ws-rtv-ra-number(ws-rtv-scan-idx) to vr-ra-number.
           move ws-rtv-vendor(ws-rtv-scan-idx)    to vr-vendor-num.
           move ws-rtv-store(ws-rtv-scan-idx)     to vr-store-num.
           move ws-rtv-sku(ws-rtv-scan-idx)       to vr-sku-code.
           move ws-rtv-quantity(ws-rtv-scan-idx)  to vr-quantity.
           move ws-rtv-value(ws-rtv-scan-idx)     to vr-value.
           move ws-rtv-issue-date(ws-rtv-scan-idx) to vr-issue-date.
           move ws-rtv-status(ws-rtv-scan-idx)    to vr-status.
           move ws-rtv-confirm-date(ws-rtv-scan-idx)
             to vr-confirm-date.
           move ws-rtv-credit(ws-rtv-scan-idx)    to vr-credit.
           write vr-rtv-rec.

      *every confirmation has been applied or reported - clear the
      *feed so the vendor's next batch starts it fresh
       670-clear-rtv-confirmations.
           open output rtv-confirm-file.
           close rtv-confirm-file.

       800-date-to-serial.
      *serial days from a yyyymmdd date - year days plus leap days
      *plus the month offset plus the day, one less before march in
      *a leap year. exact enough for aging, and the same arithmetic
      *either side of the subtraction
           compute ws-dts-serial =
               (ws-dts-yyyy * 365) + ws-dts-dd.
           divide ws-dts-yyyy by 4
               giving ws-leap-quot
               remainder ws-leap-rem.
           add ws-leap-quot         to ws-dts-serial.

           if ws-dts-mm >= 1 and ws-dts-mm <= 12
               add ws-month-offset(ws-dts-mm) to ws-dts-serial
           end-if.

           if ws-leap-rem = 0 and ws-dts-mm <= 2
               subtract ws-one      from ws-dts-serial
           end-if.

       end program Final-Inventory.

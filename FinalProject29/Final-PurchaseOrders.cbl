       identification division.
       program-id. Final-PurchaseOrders.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: The purchasing side of the perpetual inventory.
      *            Reads the on-hand master Final-Inventory keeps and
      *            the open purchase order file, applies purchasing's
      *            release, cancel and add transactions, and then
      *            turns every SKU/store at or below its reorder
      *            point - counting what is already on order - into a
      *            suggested PO line, one suggested PO per vendor,
      *            ordering the pairing back up to twice its minimum.
      *            A suggestion purchasing does not release is
      *            dropped and raised afresh the next run, so it is
      *            always sized from the latest on-hand. Closed and
      *            cancelled lines fall off the file here. Receipts
      *            are matched against the released lines by
      *            Final-Inventory.

       environment division.

       configuration section.

       input-output section.
       file-control.

           select inventory-master-file
               assign to "../../../../data/Final-Inventory-Master.dat"
               organization is line sequential
               file status is ws-inv-mast-status.

           select open-po-file
               assign to "../../../../data/Final-Open-PO.dat"
               organization is line sequential
               file status is ws-open-po-status.

      *purchasing's transactions against the PO file - consumed once
      *applied, the way the master maintenance batch is
           select po-maint-file
               assign to "../../../../data/Final-PO-Maint.dat"
               organization is line sequential
               file status is ws-po-maint-status.

      *vendor names for the suggested PO listing
           select vendor-master-file
               assign to "../../../../data/Final-Vendor-Master.dat"
               organization is line sequential
               file status is ws-vendor-mast-status.

      *the PO number sequence carried run to run, the same way the
      *GL batch sequence is carried
           select po-seq-file
               assign to "../../../../data/Final-PO-Seq.dat"
               organization is line sequential
               file status is ws-po-seq-status.

           select report-file
               assign to "../../../../data/Final-purchase-orders.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
       fd inventory-master-file
           data record is in-inventory-rec
           record contains 33 characters.

       copy "INVMAST.cpy".

       fd open-po-file
           data record is po-line-rec
           record contains 57 characters.

       copy "POLINE.cpy".

      *one purchasing transaction per record - R releases a
      *suggested PO with the due date the vendor promised, X cancels
      *a PO (or one SKU/store line of it), A adds a line by hand. an
      *add with no PO number opens a new PO
       fd po-maint-file
           data record is pt-po-maint-rec
           record contains 52 characters.

       01 pt-po-maint-rec.
         05 pt-action               pic x.
           88 pt-action-release         value 'R'.
           88 pt-action-cancel          value 'X'.
           88 pt-action-add             value 'A'.
         05 pt-user                 pic x(8).
         05 pt-po-number            pic x(8).
         05 pt-vendor-num           pic 9(5).
         05 pt-sku-code             pic x(15).
         05 pt-store-num            pic 99.
         05 pt-order-qty            pic 9(5).
         05 pt-due-date             pic 9(8).

       fd vendor-master-file
           data record is vm-vendor-master-rec
           record contains 60 characters.

       01 vm-vendor-master-rec.
         05 vm-vendor-num           pic 9(5).
         05 vm-vendor-name          pic x(20).
         05 vm-payment-terms        pic x(3).
         05 vm-settle-rate          pic v9999.
      *the vendor's bank payment details, which only
      *Final-VendorSettlement's payment run uses
         05 filler                  pic x(28).

      *single-record PO sequence carrier
       fd po-seq-file
           data record is ps-po-seq-rec
           record contains 6 characters.

       01 ps-po-seq-rec.
         05 ps-po-seq               pic 9(6).

       fd report-file
           data record is report-line
           record contains 80 characters.

       01 report-line               pic x(80).

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

       working-storage section.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(30)
               value "Final: Purchase Orders".

       01 ws-heading2-title.
         05 filler                  pic x(18)   value spaces.
         05 filler                  pic x(23)
               value "PURCHASE ORDERS AS OF ".
         05 ws-title-date           pic 9(8).

       01 ws-heading3-maint.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(34)
               value "PURCHASING TRANSACTIONS".

       01 ws-maint-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-mnt-action           pic x.
         05 filler                  pic x(2)    value spaces.
         05 ws-mnt-po-number        pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-mnt-user             pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-mnt-result           pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-mnt-reason           pic x(24).

       01 ws-heading3-suggest.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(40)
               value "SUGGESTED PURCHASE ORDERS BY VENDOR".

       01 ws-po-header-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(3)    value "PO ".
         05 ws-phd-po-number        pic x(8).
         05 filler                  pic x(9)    value "  VENDOR ".
         05 ws-phd-vendor-num       pic 9(5).
         05 filler                  pic x(2)    value spaces.
         05 ws-phd-vendor-name      pic x(20).

       01 ws-suggest-columns.
         05 filler                  pic x(8)    value spaces.
         05 filler                  pic x(17)   value "SKU".
         05 filler                  pic x(7)    value "STORE".
         05 filler                  pic x(9)    value "ON HAND".
         05 filler                  pic x(9)    value "ON ORDER".
         05 filler                  pic x(9)    value "REORDER".
         05 filler                  pic x(5)    value "ORDER".

       01 ws-suggest-display-line.
         05 filler                  pic x(8)    value spaces.
         05 ws-sgd-sku-code         pic x(15).
         05 filler                  pic x(3)    value spaces.
         05 ws-sgd-store-edit       pic z9.
         05 filler                  pic x(3)    value spaces.
         05 ws-sgd-on-hand-edit     pic zzzz9-.
         05 filler                  pic x(3)    value spaces.
         05 ws-sgd-on-order-edit    pic zzzz9.
         05 filler                  pic x(4)    value spaces.
         05 ws-sgd-reorder-edit     pic zzzz9.
         05 filler                  pic x(4)    value spaces.
         05 ws-sgd-order-edit       pic zzzz9.

       01 ws-heading3-no-vendor.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(40)
               value "AT OR BELOW REORDER - NO VENDOR ON FILE".

       01 ws-no-vendor-display-line.
         05 filler                  pic x(8)    value spaces.
         05 ws-nvd-sku-code         pic x(15).
         05 filler                  pic x(3)    value spaces.
         05 ws-nvd-store-edit       pic z9.
         05 filler                  pic x(3)    value spaces.
         05 ws-nvd-on-hand-edit     pic zzzz9-.

       01 ws-none-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(6)    value "(NONE)".

       01 ws-summary-line1.
         05 filler                  pic x(26)
               value "TRANSACTIONS APPLIED =".
         05 ws-total-applied-edit   pic zzzz9.

       01 ws-summary-line2.
         05 filler                  pic x(26)
               value "TRANSACTIONS REJECTED =".
         05 ws-total-rejected-edit  pic zzzz9.

       01 ws-summary-line3.
         05 filler                  pic x(26)
               value "SUGGESTED POS =".
         05 ws-total-sugg-po-edit   pic zzzz9.

       01 ws-summary-line4.
         05 filler                  pic x(26)
               value "SUGGESTED PO LINES =".
         05 ws-total-sugg-line-edit pic zzzz9.

       01 ws-summary-line5.
         05 filler                  pic x(26)
               value "RELEASED LINES OPEN =".
         05 ws-total-open-edit      pic zzzz9.

      *run-control fields (loaded at startup - 0030-load-run-control)
       copy "RUNWS.cpy".

      *the on-hand master, read only
       01 ws-inv-count-max          pic 9(4)    value 2000.
       01 ws-inv-count              pic 9(4)    value 0.
       01 ws-inv-table.
         05 ws-inv-entry occurs 0 to 2000 times
               depending on ws-inv-count.
           10 ws-inv-sku-code       pic x(15).
           10 ws-inv-store-num      pic 99.
           10 ws-inv-on-hand        pic s9(5).
           10 ws-inv-reorder        pic 9(5).
           10 ws-inv-vendor         pic 9(5).

      *the PO file in memory - the lines carried in, then this run's
      *new suggestions behind them
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
      *what the pairing stood at when the suggestion was raised,
      *for the listing only
           10 ws-pol-on-hand        pic s9(5).
           10 ws-pol-on-order       pic 9(5).
           10 ws-pol-reorder        pic 9(5).

      *one suggested PO per vendor this run
       01 ws-sugg-count-max         pic 999     value 500.
       01 ws-sugg-count             pic 999     value 0.
       01 ws-sugg-table.
         05 ws-sugg-entry occurs 0 to 500 times
               depending on ws-sugg-count.
           10 ws-sgp-vendor         pic 9(5).
           10 ws-sgp-po-number      pic x(8).

      *vendor master table - names only
       01 ws-vendor-count-max       pic 999     value 500.
       01 ws-vendor-table-count     pic 999     value 0.
       01 ws-vendor-table.
         05 ws-vnd-vendor occurs 0 to 500 times
               depending on ws-vendor-table-count.
           10 ws-vnd-vendor-num     pic 9(5).
           10 ws-vnd-vendor-name    pic x(20).

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-idx            pic 9(4)    value 0.
         05 ws-found-sugg-idx       pic 999     value 0.
         05 ws-sugg-idx             pic 999     value 0.
         05 ws-lines-found          pic 9(4)    value 0.
         05 ws-on-order             pic 9(5)    value 0.
         05 ws-position             pic s9(6)   value 0.
         05 ws-order-qty            pic s9(6)   value 0.
         05 ws-reject-reason        pic x(24)   value spaces.
         05 ws-po-seq               pic 9(6)    value 0.
         05 ws-new-po-number.
           10 ws-new-po-prefix      pic xx      value "PO".
           10 ws-new-po-seq         pic 9(6)    value 0.

       01 ws-counters.
         05 ws-total-applied        pic 9(4)    value 0.
         05 ws-total-rejected       pic 9(4)    value 0.
         05 ws-total-sugg-lines     pic 9(4)    value 0.
         05 ws-total-open           pic 9(4)    value 0.
         05 ws-total-no-vendor      pic 9(4)    value 0.

       01 ws-flags.
         05 ws-inv-mast-eof         pic x       value 'n'.
         05 ws-po-eof               pic x       value 'n'.
         05 ws-po-load-done         pic x       value 'y'.
         05 ws-po-maint-eof         pic x       value 'n'.
         05 ws-po-maint-on-file     pic x       value 'n'.
         05 ws-vendor-mast-eof      pic x       value 'n'.

       01 ws-file-status.
         05 ws-inv-mast-status      pic xx      value "00".
         05 ws-open-po-status       pic xx      value "00".
         05 ws-po-maint-status      pic xx      value "00".
         05 ws-vendor-mast-status   pic xx      value "00".
         05 ws-po-seq-status        pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-applied                pic x(8)    value "APPLIED".
       77 ws-rejected               pic x(8)    value "REJECTED".
      *a suggestion orders the pairing back up to this many times
      *its reorder point
       77 ws-order-up-factor        pic 9       value 2.

       procedure division.
       000-main.
           perform 0030-load-run-control.
           perform 0040-load-inventory-master.
           perform 0050-load-open-po.
           perform 0060-load-vendor-master.
           perform 0070-load-po-sequence.

      *the PO file must load whole - rewriting a cut-short table
      *would destroy the tail of it
           if ws-po-load-done = ws-n
               display "*** OPEN PO FILE OVER TABLE CAP"
                       " - NO PURCHASE ORDERS RAISED ***"
               goback
           end-if.

           open output report-file.
           perform 400-write-report-headings.

      *purchasing's releases apply to the suggestions the last run
      *printed, before those suggestions are replaced
           perform 100-apply-po-maint.

           perform 200-drop-unreleased-suggestions.
           perform 300-raise-suggestions.

           perform 500-report-suggestions.
           perform 600-report-footer.
           close report-file.

           perform 700-rewrite-open-po.
           perform 710-save-po-sequence.

           if ws-po-maint-on-file = ws-y
               perform 105-clear-po-maint
           end-if.

           goback.

       copy "RUNLOAD.cpy".

       0040-load-inventory-master.
           move ws-n                to ws-inv-mast-eof.
           move 0                   to ws-inv-count.

           open input inventory-master-file.
           if ws-inv-mast-status = "35"
               move ws-y            to ws-inv-mast-eof
           else
               perform 0041-read-inventory-master
               perform 0042-build-inventory-entry
                 until ws-inv-mast-eof = ws-y
                    or ws-inv-count = ws-inv-count-max
               close inventory-master-file
           end-if.

       0041-read-inventory-master.
           read inventory-master-file
               at end
                   move ws-y        to ws-inv-mast-eof.

       0042-build-inventory-entry.
           add ws-one               to ws-inv-count.
           move in-sku-code         to ws-inv-sku-code(ws-inv-count).
           move in-store-num        to ws-inv-store-num(ws-inv-count).
           move in-on-hand          to ws-inv-on-hand(ws-inv-count).
           move in-reorder-point    to ws-inv-reorder(ws-inv-count).
           if in-vendor-num is numeric
               move in-vendor-num   to ws-inv-vendor(ws-inv-count)
           else
               move 0               to ws-inv-vendor(ws-inv-count)
           end-if.

           perform 0041-read-inventory-master.

      *a missing PO file means nothing has been ordered yet
       0050-load-open-po.
           move ws-n                to ws-po-eof.
           move 0                   to ws-po-count.

           open input open-po-file.
           if ws-open-po-status = "35"
               move ws-y            to ws-po-eof
           else
               perform 0051-read-open-po
               perform 0052-build-po-entry
                 until ws-po-eof = ws-y
                    or ws-po-count = ws-po-count-max
               if ws-po-eof not = ws-y
                   move ws-n        to ws-po-load-done
               end-if
               close open-po-file
           end-if.

       0051-read-open-po.
           read open-po-file
               at end
                   move ws-y        to ws-po-eof.

       0052-build-po-entry.
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
           move 0                   to ws-pol-on-hand(ws-po-count).
           move 0                   to ws-pol-on-order(ws-po-count).
           move 0                   to ws-pol-reorder(ws-po-count).

           perform 0051-read-open-po.

      *vendor master table load - same pattern as STORLOAD.cpy
       0060-load-vendor-master.
           move ws-n                to ws-vendor-mast-eof.
           move 0                   to ws-vendor-table-count.

           open input vendor-master-file.
           if ws-vendor-mast-status = "35"
               move ws-y            to ws-vendor-mast-eof
           else
               perform 0061-read-vendor-master
               perform 0062-build-vendor-table
                 until ws-vendor-mast-eof = ws-y
                    or ws-vendor-table-count = ws-vendor-count-max
               close vendor-master-file
           end-if.

       0061-read-vendor-master.
           read vendor-master-file
               at end
                   move ws-y        to ws-vendor-mast-eof.

       0062-build-vendor-table.
           add ws-one               to ws-vendor-table-count.
           move vm-vendor-num       to
                   ws-vnd-vendor-num(ws-vendor-table-count).
           move vm-vendor-name      to
                   ws-vnd-vendor-name(ws-vendor-table-count).

           perform 0061-read-vendor-master.

       0070-load-po-sequence.
           move 0                   to ws-po-seq.

           open input po-seq-file.
           if ws-po-seq-status = "00"
               read po-seq-file
                   at end
                       continue
                   not at end
                       move ps-po-seq to ws-po-seq
               end-read
               close po-seq-file
           end-if.

      *----------------------------------------------------------------
      * Purchasing transactions
      *----------------------------------------------------------------
       100-apply-po-maint.
           write report-line from ws-heading3-maint
             after advancing ws-two line.
           write report-line from spaces.

           move ws-n                to ws-po-maint-eof.

           open input po-maint-file.
           if ws-po-maint-status = "35"
               move ws-y            to ws-po-maint-eof
           else
               move ws-y            to ws-po-maint-on-file
               perform 110-read-po-maint
               perform 120-apply-one-po-maint
                   until ws-po-maint-eof = ws-y
               close po-maint-file
           end-if.

           if ws-total-applied = 0
            and ws-total-rejected = 0
               write report-line from ws-none-line
           end-if.

       105-clear-po-maint.
           open output po-maint-file.
           close po-maint-file.

       110-read-po-maint.
           read po-maint-file
               at end
                   move ws-y        to ws-po-maint-eof.

       120-apply-one-po-maint.
           move spaces              to ws-reject-reason.

           if pt-action-release
               perform 130-release-po
           else
           if pt-action-cancel
               perform 140-cancel-po
           else
           if pt-action-add
               perform 150-add-po-line
           else
               move "UNKNOWN ACTION CODE" to ws-reject-reason
           end-if
           end-if
           end-if.

           perform 190-report-po-maint.

           perform 110-read-po-maint.

      *a release turns every suggested line of the PO into an open
      *order due on the date the vendor promised
       130-release-po.
           if pt-due-date is not numeric
            or pt-due-date < ws-business-date
               move "DUE DATE INVALID"    to ws-reject-reason
           else
               move 0               to ws-lines-found
               perform 131-release-one-line
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-po-count
               if ws-lines-found = 0
                   move "NO SUGGESTED PO"  to ws-reject-reason
               end-if
           end-if.

       131-release-one-line.
           if ws-pol-number(ws-scan-idx) = pt-po-number
            and ws-pol-status(ws-scan-idx) = "S"
               move "O"             to ws-pol-status(ws-scan-idx)
               move ws-business-date to ws-pol-order-date(ws-scan-idx)
               move pt-due-date     to ws-pol-due-date(ws-scan-idx)
               add ws-one           to ws-lines-found
           end-if.

      *a cancel with no SKU takes the whole PO; with one, just that
      *SKU/store line. what was already received stays received
       140-cancel-po.
           move 0                   to ws-lines-found.
           perform 141-cancel-one-line
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-po-count.
           if ws-lines-found = 0
               move "NO OPEN PO LINE"     to ws-reject-reason
           end-if.

       141-cancel-one-line.
           if ws-pol-number(ws-scan-idx) = pt-po-number
            and (ws-pol-status(ws-scan-idx) = "S"
                 or ws-pol-status(ws-scan-idx) = "O")
            and (pt-sku-code = spaces
                 or (pt-sku-code = ws-pol-sku(ws-scan-idx)
                     and pt-store-num = ws-pol-store(ws-scan-idx)))
               move "X"             to ws-pol-status(ws-scan-idx)
               add ws-one           to ws-lines-found
           end-if.

      *a hand-raised line goes straight on as an open order. a PO
      *number already in use must belong to the same vendor
       150-add-po-line.
           if pt-vendor-num is not numeric
            or pt-vendor-num = 0
               move "VENDOR NUMBER INVALID" to ws-reject-reason
           else
           if pt-sku-code = spaces
               move "SKU CODE BLANK"      to ws-reject-reason
           else
           if pt-store-num is not numeric
               move "STORE NUMBER INVALID" to ws-reject-reason
           else
           if pt-order-qty is not numeric
            or pt-order-qty = 0
               move "ORDER QTY INVALID"   to ws-reject-reason
           else
           if pt-due-date is not numeric
            or pt-due-date < ws-business-date
               move "DUE DATE INVALID"    to ws-reject-reason
           else
           if ws-po-count = ws-po-count-max
               move "PO TABLE FULL"       to ws-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces
            and pt-po-number not = spaces
               move 0               to ws-found-idx
               perform 151-scan-po-vendor
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-po-count
                      or ws-found-idx > 0
               if ws-found-idx > 0
                   move "PO IS ANOTHER VENDORS" to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces
               if pt-po-number = spaces
                   perform 160-next-po-number
                   move ws-new-po-number to pt-po-number
               end-if
               add ws-one           to ws-po-count
               move pt-po-number    to ws-pol-number(ws-po-count)
               move pt-vendor-num   to ws-pol-vendor(ws-po-count)
               move pt-sku-code     to ws-pol-sku(ws-po-count)
               move pt-store-num    to ws-pol-store(ws-po-count)
               move pt-order-qty    to ws-pol-order-qty(ws-po-count)
               move 0               to
                       ws-pol-received-qty(ws-po-count)
               move ws-business-date to
                       ws-pol-order-date(ws-po-count)
               move pt-due-date     to ws-pol-due-date(ws-po-count)
               move "O"             to ws-pol-status(ws-po-count)
               move 0               to ws-pol-on-hand(ws-po-count)
               move 0               to ws-pol-on-order(ws-po-count)
               move 0               to ws-pol-reorder(ws-po-count)
           end-if.

       151-scan-po-vendor.
           if ws-pol-number(ws-scan-idx) = pt-po-number
            and ws-pol-vendor(ws-scan-idx) not = pt-vendor-num
               move ws-scan-idx     to ws-found-idx
           end-if.

       160-next-po-number.
           add ws-one               to ws-po-seq.
           move ws-po-seq           to ws-new-po-seq.

       190-report-po-maint.
           move pt-action           to ws-mnt-action.
           move pt-po-number        to ws-mnt-po-number.
           move pt-user             to ws-mnt-user.
           if ws-reject-reason = spaces
               move ws-applied      to ws-mnt-result
               move spaces          to ws-mnt-reason
               add ws-one           to ws-total-applied
           else
               move ws-rejected     to ws-mnt-result
               move ws-reject-reason to ws-mnt-reason
               add ws-one           to ws-total-rejected
           end-if.
           write report-line from ws-maint-display-line.

      *----------------------------------------------------------------
      * Suggestions not released since the last run are replaced by
      * fresh ones sized from today's on-hand
      *----------------------------------------------------------------
       200-drop-unreleased-suggestions.
           perform 210-drop-one-suggestion
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-po-count.

       210-drop-one-suggestion.
           if ws-pol-status(ws-scan-idx) = "S"
               move "X"             to ws-pol-status(ws-scan-idx)
           end-if.

      *----------------------------------------------------------------
      * Reorder-point breaches become suggested PO lines by vendor
      *----------------------------------------------------------------
       300-raise-suggestions.
           perform 310-check-one-pairing
             varying ws-index from ws-one by ws-one
               until ws-index > ws-inv-count.

       310-check-one-pairing.
      *a pairing with no minimum set has nothing to fall below, and
      *what is already on order counts toward it
           if ws-inv-reorder(ws-index) > 0
               move 0               to ws-on-order
               perform 311-sum-on-order
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-po-count
               compute ws-position =
                   ws-inv-on-hand(ws-index) + ws-on-order
               if ws-position <= ws-inv-reorder(ws-index)
                   if ws-inv-vendor(ws-index) = 0
                       add ws-one   to ws-total-no-vendor
                   else
                       perform 320-suggest-one-line
                   end-if
               end-if
           end-if.

       311-sum-on-order.
           if ws-pol-status(ws-scan-idx) = "O"
            and ws-pol-sku(ws-scan-idx) = ws-inv-sku-code(ws-index)
            and ws-pol-store(ws-scan-idx) = ws-inv-store-num(ws-index)
            and ws-pol-order-qty(ws-scan-idx) >
                    ws-pol-received-qty(ws-scan-idx)
               compute ws-on-order = ws-on-order +
                   ws-pol-order-qty(ws-scan-idx) -
                       ws-pol-received-qty(ws-scan-idx)
           end-if.

       320-suggest-one-line.
           compute ws-order-qty =
               (ws-inv-reorder(ws-index) * ws-order-up-factor)
                   - ws-position.

           move 0                   to ws-found-sugg-idx.
           if ws-sugg-count > 0
               perform 321-scan-sugg-vendor
                 varying ws-sugg-idx from 1 by 1
                   until ws-sugg-idx > ws-sugg-count
                      or ws-found-sugg-idx > 0
           end-if.

           if ws-found-sugg-idx = 0
            and ws-sugg-count < ws-sugg-count-max
               perform 160-next-po-number
               add ws-one           to ws-sugg-count
               move ws-inv-vendor(ws-index) to
                       ws-sgp-vendor(ws-sugg-count)
               move ws-new-po-number to ws-sgp-po-number(ws-sugg-count)
               move ws-sugg-count   to ws-found-sugg-idx
           end-if.

           if ws-found-sugg-idx > 0
            and ws-po-count < ws-po-count-max
            and ws-order-qty > 0
               add ws-one           to ws-po-count
               add ws-one           to ws-total-sugg-lines
               move ws-sgp-po-number(ws-found-sugg-idx) to
                       ws-pol-number(ws-po-count)
               move ws-inv-vendor(ws-index) to
                       ws-pol-vendor(ws-po-count)
               move ws-inv-sku-code(ws-index) to
                       ws-pol-sku(ws-po-count)
               move ws-inv-store-num(ws-index) to
                       ws-pol-store(ws-po-count)
               move ws-order-qty    to ws-pol-order-qty(ws-po-count)
               move 0               to
                       ws-pol-received-qty(ws-po-count)
               move ws-business-date to
                       ws-pol-order-date(ws-po-count)
               move 0               to ws-pol-due-date(ws-po-count)
               move "S"             to ws-pol-status(ws-po-count)
               move ws-inv-on-hand(ws-index) to
                       ws-pol-on-hand(ws-po-count)
               move ws-on-order     to ws-pol-on-order(ws-po-count)
               move ws-inv-reorder(ws-index) to
                       ws-pol-reorder(ws-po-count)
           end-if.

       321-scan-sugg-vendor.
           if ws-sgp-vendor(ws-sugg-idx) = ws-inv-vendor(ws-index)
               move ws-sugg-idx     to ws-found-sugg-idx
           end-if.

      *----------------------------------------------------------------
      * Report
      *----------------------------------------------------------------
       400-write-report-headings.
           move ws-business-date    to ws-title-date.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.

       500-report-suggestions.
           write report-line from ws-heading3-suggest
             after advancing ws-two line.
           write report-line from spaces.

           if ws-sugg-count = 0
               write report-line from ws-none-line
           else
               perform 510-report-one-po
                 varying ws-sugg-idx from 1 by 1
                   until ws-sugg-idx > ws-sugg-count
           end-if.

           write report-line from ws-heading3-no-vendor
             after advancing ws-two line.
           write report-line from spaces.

           if ws-total-no-vendor = 0
               write report-line from ws-none-line
           else
               perform 520-report-one-no-vendor
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-inv-count
           end-if.

       510-report-one-po.
           move ws-sgp-po-number(ws-sugg-idx) to ws-phd-po-number.
           move ws-sgp-vendor(ws-sugg-idx)    to ws-phd-vendor-num.
           move "VENDOR NOT ON MASTER"        to ws-phd-vendor-name.
           perform 511-scan-vendor-name
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-vendor-table-count.

           write report-line from ws-po-header-line
             after advancing ws-two line.
           write report-line from ws-suggest-columns.

           perform 512-report-one-suggestion
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-po-count.

       511-scan-vendor-name.
           if ws-vnd-vendor-num(ws-scan-idx) =
                   ws-sgp-vendor(ws-sugg-idx)
               move ws-vnd-vendor-name(ws-scan-idx)
                 to ws-phd-vendor-name
           end-if.

       512-report-one-suggestion.
           if ws-pol-status(ws-scan-idx) = "S"
            and ws-pol-number(ws-scan-idx) =
                    ws-sgp-po-number(ws-sugg-idx)
               move ws-pol-sku(ws-scan-idx)       to ws-sgd-sku-code
               move ws-pol-store(ws-scan-idx)     to ws-sgd-store-edit
               move ws-pol-on-hand(ws-scan-idx)   to
                       ws-sgd-on-hand-edit
               move ws-pol-on-order(ws-scan-idx)  to
                       ws-sgd-on-order-edit
               move ws-pol-reorder(ws-scan-idx)   to
                       ws-sgd-reorder-edit
               move ws-pol-order-qty(ws-scan-idx) to ws-sgd-order-edit
               write report-line from ws-suggest-display-line
           end-if.

       520-report-one-no-vendor.
           if ws-inv-reorder(ws-index) > 0
            and ws-inv-vendor(ws-index) = 0
            and ws-inv-on-hand(ws-index) <= ws-inv-reorder(ws-index)
               move ws-inv-sku-code(ws-index)  to ws-nvd-sku-code
               move ws-inv-store-num(ws-index) to ws-nvd-store-edit
               move ws-inv-on-hand(ws-index)   to ws-nvd-on-hand-edit
               write report-line from ws-no-vendor-display-line
           end-if.

       600-report-footer.
           perform 610-count-open-line
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-po-count.

           move ws-total-applied    to ws-total-applied-edit.
           move ws-total-rejected   to ws-total-rejected-edit.
           move ws-sugg-count       to ws-total-sugg-po-edit.
           move ws-total-sugg-lines to ws-total-sugg-line-edit.
           move ws-total-open       to ws-total-open-edit.

           write report-line from ws-summary-line1
             after advancing ws-two line.
           write report-line from ws-summary-line2
             after advancing ws-one line.
           write report-line from ws-summary-line3
             after advancing ws-one line.
           write report-line from ws-summary-line4
             after advancing ws-one line.
           write report-line from ws-summary-line5
             after advancing ws-one line.

       610-count-open-line.
           if ws-pol-status(ws-scan-idx) = "O"
               add ws-one           to ws-total-open
           end-if.

      *----------------------------------------------------------------
      * PO file and sequence rewrite - closed and cancelled lines fall
      * away here, their job done
      *----------------------------------------------------------------
       700-rewrite-open-po.
           open output open-po-file.
           perform 701-write-one-po-line
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-po-count.
           close open-po-file.

       701-write-one-po-line.
           if ws-pol-status(ws-scan-idx) = "S"
            or ws-pol-status(ws-scan-idx) = "O"
               move ws-pol-number(ws-scan-idx)     to po-number
               move ws-pol-vendor(ws-scan-idx)     to po-vendor-num
               move ws-pol-sku(ws-scan-idx)        to po-sku-code
               move ws-pol-store(ws-scan-idx)      to po-store-num
               move ws-pol-order-qty(ws-scan-idx)  to po-order-qty
               move ws-pol-received-qty(ws-scan-idx)
                 to po-received-qty
               move ws-pol-order-date(ws-scan-idx) to po-order-date
               move ws-pol-due-date(ws-scan-idx)   to po-due-date
               move ws-pol-status(ws-scan-idx)     to po-status
               write po-line-rec
           end-if.

       710-save-po-sequence.
           open output po-seq-file.
           move ws-po-seq           to ps-po-seq.
           write ps-po-seq-rec.
           close po-seq-file.

       end program Final-PurchaseOrders.

       identification division.
       program-id. Final-LeaseEvents.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: Ends a lease early. Takes the day's lease event
      *            transactions - payoff quotes, early buyouts and
      *            early terminations with the merchandise returned -
      *            against the lease master and the open-items ledger
      *            Final-LeaseReceivables keeps. The payoff is what
      *            is still open on the ledger for the lease plus the
      *            monthly amount for every month of the term not yet
      *            billed. A quote only reports it. A buyout collects
      *            it, marks the lease bought out and closes its open
      *            items. A termination collects the standard contract
      *            fee, marks the lease terminated - its open items
      *            stay owed - and puts the returned units back on the
      *            inventory on-hand master Final-Inventory keeps, each
      *            on the master audit trail and on Final-Inventory's
      *            movement file for the event date. Either way the
      *            billing run stops billing the lease. What was
      *            collected, and the returned units at cost, go to
      *            Final-GLExtract on the pending GL entry file; units
      *            with no room left on the master or the movement are
      *            not returned, costed or posted. Every event, taken or
      *            rejected, prints on the lease event report, and the
      *            event file is emptied behind it.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *the day's lease events - consumed once read
           select event-file
               assign to "../../../../data/Final-Lease-Events.dat"
               organization is line sequential
               file status is ws-event-status.

           select lease-master-file
               assign to "../../../../data/Final-Lease-Master.dat"
               organization is line sequential
               file status is ws-lease-mast-status.

      *the charges the last billing run generated - one not yet
      *taken up on the ledger is still owed
           select billing-file
               assign to "../../../../data/Final-Lease-Billing.dat"
               organization is line sequential
               file status is ws-billing-status.

      *Final-LeaseReceivables' ledger - what the lessee still owes
           select open-item-file
               assign to
                   "../../../../data/Final-Lease-Open-Items.dat"
               organization is line sequential
               file status is ws-open-item-status.

           select inventory-master-file
               assign to "../../../../data/Final-Inventory-Master.dat"
               organization is line sequential
               file status is ws-inv-mast-status.

      *Final-Inventory's per-date movement - a returned unit is
      *recorded on it for its event date, so Final-PhysicalCount
      *can back it out of the book to a count date
           select movement-file
               assign to "../../../../data/Final-Inventory-Moves.dat"
               organization is line sequential
               file status is ws-movement-status.

      *the unit cost a returned unit goes back into inventory at
           select sku-master-file
               assign to "../../../../data/Final-SKU-Master.dat"
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-status.

      *a returned unit is an on-hand change, and it lands on the
      *same audit trail maintenance writes
           select audit-file
               assign to "../../../../data/Final-Master-Audit.dat"
               organization is line sequential
               file status is ws-audit-status.

      *what was collected and returned, for Final-GLExtract's next
      *run
           select gl-pending-file
               assign to "../../../../data/Final-GL-Pending.dat"
               organization is line sequential
               file status is ws-gl-pending-status.

           select report-file
               assign to "../../../../data/Final-lease-events.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
      *one event per lease - the tender is how the buyout or the
      *termination fee was paid, spaces on a quote
       fd event-file
           data record is le-event-rec
           record contains 28 characters.

       01 le-event-rec.
         05 le-event-code           pic x.
           88 le-payoff-quote           value 'Q'.
           88 le-buyout                 value 'B'.
           88 le-termination            value 'T'.
         05 le-invoice              pic x(9).
         05 le-event-date           pic 9(8).
         05 le-payment-type         pic xx.
           88 le-payment-valid          value 'CA' 'CR' 'DB'.
         05 le-user                 pic x(8).

      *same 66-byte lease record Final-LeaseMaster writes
       fd lease-master-file
           data record is lm-lease-rec
           record contains 66 characters.

       01 lm-lease-rec.
         05 lm-invoice              pic x(9).
         05 lm-store-num            pic 99.
         05 lm-sku-code             pic x(15).
         05 lm-payment-type         pic xx.
         05 lm-vendor-num           pic 9(5).
         05 lm-monthly-amount       pic 9(5)v99.
         05 lm-quantity             pic 9(3).
         05 lm-unit-price           pic 9(4)v99.
         05 lm-term-start           pic 9(8).
         05 lm-term-end             pic 9(8).
      *A active, E expired by the billing run, B bought out and T
      *terminated early here
         05 lm-status               pic x.
           88 lm-status-active          value 'A'.

      *the raw 83-byte billing charge Final-LeaseBilling writes -
      *only the lease, date and amount are wanted here
       fd billing-file
           data record is bl-billing-rec
           record contains 83 characters.

       01 bl-billing-rec.
         05 bl-code                 pic x.
         05 bl-transaction          pic 9(5)v99.
         05 bl-payment-type         pic xx.
         05 bl-store-num            pic 99.
         05 bl-invoice              pic x(9).
         05 filler                  pic x(22).
         05 bl-trans-date           pic 9(8).
         05 filler                  pic x(32).

      *same 45-byte open item Final-LeaseReceivables writes
       fd open-item-file
           data record is oi-open-item-rec
           record contains 45 characters.

       01 oi-open-item-rec.
         05 oi-invoice              pic x(9).
         05 oi-store-num            pic 99.
         05 oi-billed-period        pic 9(6).
         05 oi-billed-date          pic 9(8).
         05 oi-amount               pic 9(5)v99.
         05 oi-paid                 pic 9(5)v99.
         05 oi-late-charge          pic 9(3)v99.
         05 oi-status               pic x.

       fd inventory-master-file
           data record is in-inventory-rec
           record contains 33 characters.

       copy "INVMAST.cpy".

      *same 55-byte record Final-Inventory keeps
       fd movement-file
           data record is md-movement-rec
           record contains 55 characters.

       01 md-movement-rec.
         05 md-date                 pic 9(8).
         05 md-sku-code             pic x(15).
         05 md-store-num            pic 99.
         05 md-sold                 pic 9(5).
         05 md-returned             pic 9(5).
         05 md-received             pic 9(5).
         05 md-xfer-in              pic 9(5).
         05 md-xfer-out             pic 9(5).
         05 md-lease-returned       pic 9(5).

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
         05 km-unit-cost            pic 9(4)v99.

      *same 69-byte audit record Final-MasterMaint writes
       fd audit-file
           data record is au-audit-rec
           record contains 69 characters.

       01 au-audit-rec.
         05 au-run-stamp            pic x(12).
         05 au-user                 pic x(8).
         05 au-action               pic x.
         05 au-target               pic x.
         05 au-key                  pic x(15).
         05 au-result               pic x(8).
         05 au-reason               pic x(24).

       fd gl-pending-file
           data record is gp-gl-pending-rec
           record contains 51 characters.

       copy "GLPEND.cpy".

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
               value "Final: Lease Events".

       01 ws-heading2-title.
         05 filler                  pic x(24)   value spaces.
         05 filler                  pic x(15)
               value "LEASE EVENTS - ".
         05 ws-title-date           pic 9(8).

       01 ws-heading3-headings.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(10)   value "EVENT".
         05 filler                  pic x(11)   value "LEASE".
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(10)   value "DATE".
         05 filler                  pic x(4)    value "MOS".
         05 filler                  pic x(10)   value "  UNBILLED".
         05 filler                  pic x(11)   value "  OPEN ITEM".
         05 filler                  pic x(11)   value " PAYOFF/FEE".
         05 filler                  pic x(4)    value "  TD".

       01 ws-event-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-edl-event            pic x(9).
         05 filler                  pic x       value space.
         05 ws-edl-invoice          pic x(9).
         05 filler                  pic x(2)    value spaces.
         05 ws-edl-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-edl-date             pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-edl-months-edit      pic zz9.
         05 filler                  pic x       value space.
         05 ws-edl-unbilled-edit    pic $$$,$$9.99.
         05 filler                  pic x       value space.
         05 ws-edl-open-edit        pic $$$,$$9.99.
         05 filler                  pic x       value space.
         05 ws-edl-amount-edit      pic $$$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-edl-tender           pic xx.

      *what a buyout or termination did beyond the money
       01 ws-closed-items-line.
         05 filler                  pic x(14)   value spaces.
         05 filler                  pic x(20)
               value "OPEN ITEMS CLOSED =".
         05 ws-cil-count-edit       pic zz9.

       01 ws-returned-unit-line.
         05 filler                  pic x(14)   value spaces.
         05 filler                  pic x(9)    value "RETURNED ".
         05 ws-rul-qty-edit         pic zz9.
         05 filler                  pic x(3)    value " X ".
         05 ws-rul-sku-code         pic x(15).
         05 filler                  pic x(10)   value " AT COST ".
         05 ws-rul-cost-edit        pic $$$,$$9.99.

       01 ws-reject-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-rdl-event            pic x(9).
         05 filler                  pic x       value space.
         05 ws-rdl-invoice          pic x(9).
         05 filler                  pic x(6)    value spaces.
         05 ws-rdl-date             pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(13)   value "*** REJECTED ".
         05 ws-rdl-reason           pic x(24).

       01 ws-none-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "(NONE)".

       01 ws-summary-line1.
         05 filler                  pic x(26)
               value "PAYOFF QUOTES =".
         05 ws-total-quotes-edit    pic zzzz9.

       01 ws-summary-line2.
         05 filler                  pic x(26)
               value "BUYOUTS =".
         05 ws-total-buyouts-edit   pic zzzz9.

       01 ws-summary-line3.
         05 filler                  pic x(26)
               value "BUYOUTS COLLECTED =".
         05 ws-total-buyout-amt-edit pic $$,$$$,$$9.99.

       01 ws-summary-line4.
         05 filler                  pic x(26)
               value "TERMINATIONS =".
         05 ws-total-terms-edit     pic zzzz9.

       01 ws-summary-line5.
         05 filler                  pic x(26)
               value "TERMINATION FEES =".
         05 ws-total-fees-edit      pic $$,$$$,$$9.99.

       01 ws-summary-line6.
         05 filler                  pic x(26)
               value "UNITS RETURNED =".
         05 ws-total-units-edit     pic zzzz9.

       01 ws-summary-line7.
         05 filler                  pic x(26)
               value "RETURNED AT COST TO GL =".
         05 ws-total-ret-cost-edit  pic $$,$$$,$$9.99.

       01 ws-summary-line8.
         05 filler                  pic x(26)
               value "EVENTS REJECTED =".
         05 ws-total-rejected-edit  pic zzzz9.

      *audit reason for a returned unit - the store and the units
      *put back on hand
       01 ws-audit-reason.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-aur-store            pic 99.
         05 filler                  pic x(10)   value " LEASE RTN".
         05 ws-aur-adjust           pic -----9.

      *run-control fields (loaded at startup - 0030-load-run-control)
       copy "RUNWS.cpy".

      *the lease master in memory, whole records
       01 ws-lease-count-max        pic 999     value 500.
       01 ws-lease-count            pic 999     value 0.
       01 ws-lease-table.
         05 ws-lease-entry occurs 0 to 500 times
               depending on ws-lease-count.
           10 ws-lse-record         pic x(66).

      *the open-items ledger in memory
       01 ws-item-count-max         pic 9(4)    value 2000.
       01 ws-item-count             pic 9(4)    value 0.
       01 ws-item-table.
         05 ws-item-entry occurs 0 to 2000 times
               depending on ws-item-count.
           10 ws-itm-invoice        pic x(9).
           10 ws-itm-store          pic 99.
           10 ws-itm-period         pic 9(6).
           10 ws-itm-billed-date    pic 9(8).
           10 ws-itm-amount         pic 9(5)v99.
           10 ws-itm-paid           pic 9(5)v99.
           10 ws-itm-late           pic 9(3)v99.
           10 ws-itm-status         pic x.

      *the last billing run's charges - the unopened flag marks,
      *for the event in hand, a charge of its lease the ledger has
      *not taken up yet
       01 ws-bil-count-max          pic 999     value 500.
       01 ws-bil-count              pic 999     value 0.
       01 ws-bil-table.
         05 ws-bil-entry occurs 0 to 500 times
               depending on ws-bil-count.
           10 ws-bil-invoice        pic x(9).
           10 ws-bil-store          pic 99.
           10 ws-bil-period         pic 9(6).
           10 ws-bil-date           pic 9(8).
           10 ws-bil-amount         pic 9(5)v99.
           10 ws-bil-unopened       pic x.

      *the on-hand master in memory
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

      *the movement file in memory - every row goes back as it came,
      *a returned unit merged into the row for its date, SKU and
      *store
       01 ws-move-count-max         pic 9(4)    value 3000.
       01 ws-move-count             pic 9(4)    value 0.
       01 ws-move-table.
         05 ws-move-entry occurs 0 to 3000 times
               depending on ws-move-count.
           10 ws-mov-date           pic 9(8).
           10 ws-mov-sku            pic x(15).
           10 ws-mov-store          pic 99.
           10 ws-mov-sold           pic 9(5).
           10 ws-mov-returned       pic 9(5).
           10 ws-mov-received       pic 9(5).
           10 ws-mov-xfer-in        pic 9(5).
           10 ws-mov-xfer-out       pic 9(5).
           10 ws-mov-lease-ret      pic 9(5).

      *the payoff - months are counted as year * 12 + month, so the
      *term end less the last month billed is the months left
       01 ws-payoff-fields.
         05 ws-last-period          pic 9(6)    value 0.
         05 ws-last-period-r redefines ws-last-period.
           10 ws-lp-yyyy            pic 9(4).
           10 ws-lp-mm              pic 99.
         05 ws-work-date            pic 9(8)    value 0.
         05 ws-work-date-r redefines ws-work-date.
           10 ws-wd-yyyy            pic 9(4).
           10 ws-wd-mm              pic 99.
           10 ws-wd-dd              pic 99.
         05 ws-billed-thru-num      pic 9(6)    value 0.
         05 ws-end-month-num        pic 9(6)    value 0.
         05 ws-months-left          pic 999     value 0.
         05 ws-unbilled-amount      pic 9(7)v99 value 0.
         05 ws-open-balance         pic 9(7)v99 value 0.
         05 ws-payoff-amount        pic 9(7)v99 value 0.
         05 ws-items-closed         pic 999     value 0.

       01 ws-return-fields.
         05 ws-unit-cost            pic 9(4)v99 value 0.
         05 ws-return-cost          pic 9(7)v99 value 0.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-lease-idx      pic 999     value 0.
         05 ws-found-inv-idx        pic 9(4)    value 0.
         05 ws-found-move-idx       pic 9(4)    value 0.
         05 ws-found-item-idx       pic 9(4)    value 0.
         05 ws-bil-idx              pic 999     value 0.
         05 ws-reject-reason        pic x(24)   value spaces.
         05 ws-event-name           pic x(9)    value spaces.
         05 ws-gl-event             pic x(8)    value spaces.
         05 ws-gl-amount            pic 9(7)v99 value 0.

       01 ws-counters.
         05 ws-total-quotes         pic 9(4)    value 0.
         05 ws-total-buyouts        pic 9(4)    value 0.
         05 ws-total-buyout-amt     pic 9(8)v99 value 0.
         05 ws-total-terms          pic 9(4)    value 0.
         05 ws-total-fees           pic 9(8)v99 value 0.
         05 ws-total-units          pic 9(5)    value 0.
         05 ws-total-ret-cost       pic 9(8)v99 value 0.
         05 ws-total-rejected       pic 9(4)    value 0.
         05 ws-total-events         pic 9(4)    value 0.

       01 ws-flags.
         05 ws-event-eof            pic x       value 'n'.
         05 ws-event-on-file        pic x       value 'n'.
         05 ws-billing-eof          pic x       value 'n'.
         05 ws-lease-mast-eof       pic x       value 'n'.
         05 ws-lease-load-done      pic x       value 'y'.
         05 ws-open-item-eof        pic x       value 'n'.
         05 ws-item-load-done       pic x       value 'y'.
         05 ws-inv-mast-eof         pic x       value 'n'.
         05 ws-inv-load-done        pic x       value 'y'.
         05 ws-movement-eof         pic x       value 'n'.
         05 ws-movement-load-done   pic x       value 'y'.
         05 ws-sku-mast-available   pic x       value 'y'.
         05 ws-lease-changed        pic x       value 'n'.
         05 ws-items-changed        pic x       value 'n'.
         05 ws-inv-changed          pic x       value 'n'.
         05 ws-movement-changed     pic x       value 'n'.
         05 ws-audit-open           pic x       value 'n'.

       01 ws-file-status.
         05 ws-event-status         pic xx      value "00".
         05 ws-billing-status       pic xx      value "00".
         05 ws-lease-mast-status    pic xx      value "00".
         05 ws-open-item-status     pic xx      value "00".
         05 ws-inv-mast-status      pic xx      value "00".
         05 ws-movement-status      pic xx      value "00".
         05 ws-sku-status           pic xx      value "00".
         05 ws-audit-status         pic xx      value "00".
         05 ws-gl-pending-status    pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-twelve                 pic 99      value 12.
      *every equipment lease is written on the same standard
      *contract, and its early termination fee is the same flat fee
       77 ws-termination-fee        pic 9(3)v99 value 75.00.

       procedure division.
       000-main.
           perform 0030-load-run-control.

           perform 0040-load-lease-master.
           perform 0050-load-open-items.
           perform 0055-load-billing-charges.
           perform 0060-load-inventory-master.
           perform 0065-load-movement-file.

      *the masters must load whole - changing, then rewriting, a
      *cut-short table would destroy the tail of it
           if ws-lease-load-done = ws-n
            or ws-item-load-done = ws-n
            or ws-inv-load-done = ws-n
            or ws-movement-load-done = ws-n
               display "*** LEASE, LEDGER, INVENTORY OR MOVEMENT FILE"
                       " OVER TABLE CAP - NO LEASE EVENT TAKEN ***"
               goback
           end-if.

           open input sku-master-file.
           if ws-sku-status = "35"
               move ws-n            to ws-sku-mast-available
           end-if.

           open output report-file.
           perform 400-write-report-headings.

           perform 100-take-lease-events.

           if ws-total-events = 0
               write report-line from ws-none-line
           end-if.

           if ws-sku-mast-available = ws-y
               close sku-master-file
           end-if.
           if ws-audit-open = ws-y
               close audit-file
           end-if.

           perform 500-report-footer.
           close report-file.

           if ws-lease-changed = ws-y
               perform 700-rewrite-lease-master
           end-if.
           if ws-items-changed = ws-y
               perform 710-rewrite-open-items
           end-if.
           if ws-inv-changed = ws-y
               perform 720-rewrite-inventory-master
           end-if.
           if ws-movement-changed = ws-y
               perform 740-rewrite-movement-file
           end-if.

           if ws-event-on-file = ws-y
               perform 730-clear-events
           end-if.

           goback.

       copy "RUNLOAD.cpy".

       0040-load-lease-master.
           move ws-n                to ws-lease-mast-eof.
           move 0                   to ws-lease-count.

           open input lease-master-file.
           if ws-lease-mast-status = "35"
               move ws-y            to ws-lease-mast-eof
           else
               perform 0041-read-lease-master
               perform 0042-build-lease-entry
                 until ws-lease-mast-eof = ws-y
                    or ws-lease-count = ws-lease-count-max
               if ws-lease-mast-eof not = ws-y
                   move ws-n        to ws-lease-load-done
               end-if
               close lease-master-file
           end-if.

       0041-read-lease-master.
           read lease-master-file
               at end
                   move ws-y        to ws-lease-mast-eof.

       0042-build-lease-entry.
           add ws-one               to ws-lease-count.
           move lm-lease-rec        to ws-lse-record(ws-lease-count).

           perform 0041-read-lease-master.

       0050-load-open-items.
           move ws-n                to ws-open-item-eof.
           move 0                   to ws-item-count.

           open input open-item-file.
           if ws-open-item-status = "35"
               move ws-y            to ws-open-item-eof
           else
               perform 0051-read-open-item
               perform 0052-build-item-entry
                 until ws-open-item-eof = ws-y
                    or ws-item-count = ws-item-count-max
               if ws-open-item-eof not = ws-y
                   move ws-n        to ws-item-load-done
               end-if
               close open-item-file
           end-if.

       0051-read-open-item.
           read open-item-file
               at end
                   move ws-y        to ws-open-item-eof.

       0052-build-item-entry.
           add ws-one               to ws-item-count.
           move oi-invoice          to ws-itm-invoice(ws-item-count).
           move oi-store-num        to ws-itm-store(ws-item-count).
           move oi-billed-period    to ws-itm-period(ws-item-count).
           move oi-billed-date      to
                   ws-itm-billed-date(ws-item-count).
           move oi-amount           to ws-itm-amount(ws-item-count).
           move oi-paid             to ws-itm-paid(ws-item-count).
           move oi-late-charge      to ws-itm-late(ws-item-count).
           move oi-status           to ws-itm-status(ws-item-count).

           perform 0051-read-open-item.

       0055-load-billing-charges.
           move ws-n                to ws-billing-eof.
           move 0                   to ws-bil-count.

           open input billing-file.
           if ws-billing-status = "35"
               move ws-y            to ws-billing-eof
           else
               perform 0056-read-billing-charge
               perform 0057-build-billing-entry
                 until ws-billing-eof = ws-y
                    or ws-bil-count = ws-bil-count-max
               close billing-file
           end-if.

       0056-read-billing-charge.
           read billing-file
               at end
                   move ws-y        to ws-billing-eof.

       0057-build-billing-entry.
           add ws-one               to ws-bil-count.
           move bl-invoice          to ws-bil-invoice(ws-bil-count).
           move bl-store-num        to ws-bil-store(ws-bil-count).
           move bl-trans-date(1:6)  to ws-bil-period(ws-bil-count).
           move bl-trans-date       to ws-bil-date(ws-bil-count).
           move bl-transaction      to ws-bil-amount(ws-bil-count).
           move ws-n                to ws-bil-unopened(ws-bil-count).

           perform 0056-read-billing-charge.

       0060-load-inventory-master.
           move ws-n                to ws-inv-mast-eof.
           move 0                   to ws-inv-count.

           open input inventory-master-file.
           if ws-inv-mast-status = "35"
               move ws-y            to ws-inv-mast-eof
           else
               perform 0061-read-inventory-master
               perform 0062-build-inventory-entry
                 until ws-inv-mast-eof = ws-y
                    or ws-inv-count = ws-inv-count-max
               if ws-inv-mast-eof not = ws-y
                   move ws-n        to ws-inv-load-done
               end-if
               close inventory-master-file
           end-if.

       0061-read-inventory-master.
           read inventory-master-file
               at end
                   move ws-y        to ws-inv-mast-eof.

       0062-build-inventory-entry.
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

           perform 0061-read-inventory-master.

       0065-load-movement-file.
           move ws-n                to ws-movement-eof.
           move 0                   to ws-move-count.

           open input movement-file.
           if ws-movement-status = "35"
               move ws-y            to ws-movement-eof
           else
               perform 0066-read-movement-record
               perform 0067-build-movement-entry
                 until ws-movement-eof = ws-y
                    or ws-move-count = ws-move-count-max
               if ws-movement-eof not = ws-y
                   move ws-n        to ws-movement-load-done
               end-if
               close movement-file
           end-if.

       0066-read-movement-record.
           read movement-file
               at end
                   move ws-y        to ws-movement-eof.

       0067-build-movement-entry.
           add ws-one               to ws-move-count.
           move md-date             to ws-mov-date(ws-move-count).
           move md-sku-code         to ws-mov-sku(ws-move-count).
           move md-store-num        to ws-mov-store(ws-move-count).
           move md-sold             to ws-mov-sold(ws-move-count).
           move md-returned         to ws-mov-returned(ws-move-count).
           move md-received         to ws-mov-received(ws-move-count).
           move md-xfer-in          to ws-mov-xfer-in(ws-move-count).
           move md-xfer-out         to ws-mov-xfer-out(ws-move-count).
           move md-lease-returned   to ws-mov-lease-ret(ws-move-count).

           perform 0066-read-movement-record.

      *----------------------------------------------------------------
      * Lease events - each validated against the master, then taken
      * in file order, so a second event for a lease already ended
      * earlier in the file is rejected as not active
      *----------------------------------------------------------------
       100-take-lease-events.
           move ws-n                to ws-event-eof.

           open input event-file.
           if ws-event-status = "35"
               move ws-y            to ws-event-eof
           else
               move ws-y            to ws-event-on-file
               perform 110-read-event
               perform 120-take-one-event
                 until ws-event-eof = ws-y
               close event-file
           end-if.

       110-read-event.
           read event-file
               at end
                   move ws-y        to ws-event-eof.

       120-take-one-event.
           add ws-one               to ws-total-events.
           move spaces              to ws-reject-reason.

           if le-payoff-quote
               move "QUOTE"         to ws-event-name
           else
           if le-buyout
               move "BUYOUT"        to ws-event-name
           else
           if le-termination
               move "TERMINATE"     to ws-event-name
           else
               move spaces          to ws-event-name
               string "CODE "       delimited by size
                      le-event-code delimited by size
                   into ws-event-name
               move "EVENT CODE INVALID" to ws-reject-reason
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces
               perform 130-validate-event
           end-if.

           if ws-reject-reason = spaces
               perform 200-figure-payoff
               if le-payoff-quote
                   perform 210-take-quote
               else
               if le-buyout
                   perform 220-take-buyout
               else
                   perform 230-take-termination
               end-if
               end-if
           else
               add ws-one           to ws-total-rejected
               move ws-event-name   to ws-rdl-event
               move le-invoice      to ws-rdl-invoice
               move le-event-date   to ws-rdl-date
               move ws-reject-reason to ws-rdl-reason
               write report-line from ws-reject-display-line
           end-if.

           perform 110-read-event.

       130-validate-event.
           perform 140-find-lease.

           if le-event-date is not numeric
            or le-event-date > ws-business-date
               move "EVENT DATE INVALID" to ws-reject-reason
           else
           if ws-found-lease-idx = 0
               move "LEASE NOT ON MASTER" to ws-reject-reason
           else
           if not lm-status-active
               move "LEASE NOT ACTIVE"   to ws-reject-reason
           else
           if le-event-date < lm-term-start
               move "EVENT BEFORE TERM START" to ws-reject-reason
           else
           if not le-payoff-quote
            and not le-payment-valid
               move "PAYMENT TYPE INVALID" to ws-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if.

       140-find-lease.
           move 0                   to ws-found-lease-idx.
           if ws-lease-count > 0
               perform 141-scan-leases
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-lease-count
                      or ws-found-lease-idx > 0
           end-if.

           if ws-found-lease-idx > 0
               move ws-lse-record(ws-found-lease-idx) to lm-lease-rec
           end-if.

       141-scan-leases.
           move ws-lse-record(ws-scan-idx) to lm-lease-rec.
           if lm-invoice = le-invoice
               move ws-scan-idx     to ws-found-lease-idx
           end-if.

      *----------------------------------------------------------------
      * The payoff - the lease's open balance on the ledger, and any
      * charge billed but not yet on it, plus the monthly amount for
      * each month of the term not yet billed. The first unbilled
      * month is the one after the latest period billed; a lease
      * never billed starts from the event's month
      *----------------------------------------------------------------
       200-figure-payoff.
           move 0                   to ws-last-period.
           move 0                   to ws-open-balance.
           perform 201-total-one-item
             varying ws-index from ws-one by ws-one
               until ws-index > ws-item-count.
           perform 202-total-one-charge
             varying ws-bil-idx from 1 by 1
               until ws-bil-idx > ws-bil-count.

           if ws-last-period > 0
               compute ws-billed-thru-num =
                   (ws-lp-yyyy * ws-twelve) + ws-lp-mm
           else
               move le-event-date   to ws-work-date
               compute ws-billed-thru-num =
                   (ws-wd-yyyy * ws-twelve) + ws-wd-mm - ws-one
           end-if.

           move lm-term-end         to ws-work-date.
           compute ws-end-month-num =
               (ws-wd-yyyy * ws-twelve) + ws-wd-mm.

           if ws-end-month-num > ws-billed-thru-num
               compute ws-months-left =
                   ws-end-month-num - ws-billed-thru-num
           else
               move 0               to ws-months-left
           end-if.

           compute ws-unbilled-amount =
               ws-months-left * lm-monthly-amount.
           compute ws-payoff-amount =
               ws-unbilled-amount + ws-open-balance.

       201-total-one-item.
           if ws-itm-invoice(ws-index) = lm-invoice
               if ws-itm-period(ws-index) > ws-last-period
                   move ws-itm-period(ws-index) to ws-last-period
               end-if
               if ws-itm-status(ws-index) = "O"
                   compute ws-open-balance = ws-open-balance +
                       ws-itm-amount(ws-index) +
                       ws-itm-late(ws-index) -
                       ws-itm-paid(ws-index)
               end-if
           end-if.

       202-total-one-charge.
           move ws-n                to ws-bil-unopened(ws-bil-idx).
           if ws-bil-invoice(ws-bil-idx) = lm-invoice
               move 0               to ws-found-item-idx
               perform 203-scan-for-charge
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-item-count
                      or ws-found-item-idx > 0
               if ws-found-item-idx = 0
                   move ws-y        to ws-bil-unopened(ws-bil-idx)
                   add ws-bil-amount(ws-bil-idx) to ws-open-balance
                   if ws-bil-period(ws-bil-idx) > ws-last-period
                       move ws-bil-period(ws-bil-idx)
                         to ws-last-period
                   end-if
               end-if
           end-if.

       203-scan-for-charge.
           if ws-itm-invoice(ws-scan-idx) = ws-bil-invoice(ws-bil-idx)
            and ws-itm-period(ws-scan-idx) = ws-bil-period(ws-bil-idx)
               move ws-scan-idx     to ws-found-item-idx
           end-if.

      *a quote changes nothing - it is reported and goes no further
       210-take-quote.
           add ws-one               to ws-total-quotes.
           move ws-payoff-amount    to ws-edl-amount-edit.
           move spaces              to ws-edl-tender.
           perform 300-report-event.

      *a buyout collects the payoff, closes every open item of the
      *lease and takes the lease off the billing run. a charge the
      *ledger has not taken up yet goes on it already closed, so
      *Final-LeaseReceivables finds it there and never opens it
       220-take-buyout.
           add ws-one               to ws-total-buyouts.
           add ws-payoff-amount     to ws-total-buyout-amt.

           move 0                   to ws-items-closed.
           perform 221-close-one-item
             varying ws-index from ws-one by ws-one
               until ws-index > ws-item-count.
           perform 222-close-one-charge
             varying ws-bil-idx from 1 by 1
               until ws-bil-idx > ws-bil-count.

           move "B"                 to lm-status.
           move lm-lease-rec
             to ws-lse-record(ws-found-lease-idx).
           move ws-y                to ws-lease-changed.

           move ws-payoff-amount    to ws-edl-amount-edit.
           move le-payment-type     to ws-edl-tender.
           perform 300-report-event.
           move ws-items-closed     to ws-cil-count-edit.
           write report-line from ws-closed-items-line.

           if ws-payoff-amount > 0
               move spaces          to ws-gl-event
               string "LSEBUY"      delimited by size
                      le-payment-type delimited by size
                   into ws-gl-event
               move ws-payoff-amount to ws-gl-amount
               perform 600-write-gl-pending
           end-if.

       221-close-one-item.
           if ws-itm-invoice(ws-index) = lm-invoice
            and ws-itm-status(ws-index) = "O"
               move "C"             to ws-itm-status(ws-index)
               add ws-one           to ws-items-closed
               move ws-y            to ws-items-changed
           end-if.

       222-close-one-charge.
           if ws-bil-unopened(ws-bil-idx) = ws-y
            and ws-item-count < ws-item-count-max
               add ws-one           to ws-item-count
               move ws-bil-invoice(ws-bil-idx)
                 to ws-itm-invoice(ws-item-count)
               move ws-bil-store(ws-bil-idx)
                 to ws-itm-store(ws-item-count)
               move ws-bil-period(ws-bil-idx)
                 to ws-itm-period(ws-item-count)
               move ws-bil-date(ws-bil-idx)
                 to ws-itm-billed-date(ws-item-count)
               move ws-bil-amount(ws-bil-idx)
                 to ws-itm-amount(ws-item-count)
               move 0               to ws-itm-paid(ws-item-count)
               move 0               to ws-itm-late(ws-item-count)
               move "C"             to ws-itm-status(ws-item-count)
               move ws-n            to ws-bil-unopened(ws-bil-idx)
               add ws-one           to ws-items-closed
               move ws-y            to ws-items-changed
           end-if.

      *a termination collects the contract fee and takes the lease
      *off the billing run; what was billed and not paid is still
      *owed on the ledger. the units come back to the store that
      *leased them
       230-take-termination.
           add ws-one               to ws-total-terms.
           add ws-termination-fee   to ws-total-fees.

           move "T"                 to lm-status.
           move lm-lease-rec
             to ws-lse-record(ws-found-lease-idx).
           move ws-y                to ws-lease-changed.

           move ws-termination-fee  to ws-edl-amount-edit.
           move le-payment-type     to ws-edl-tender.
           perform 300-report-event.

           move spaces              to ws-gl-event.
           string "LSEFEE"          delimited by size
                  le-payment-type   delimited by size
               into ws-gl-event.
           move ws-termination-fee  to ws-gl-amount.
           perform 600-write-gl-pending.

           if lm-quantity is numeric
            and lm-quantity > 0
               perform 240-return-units
           end-if.

      *units with no room on the master or the movement cannot go
      *back on on-hand, so they are neither costed nor posted - the
      *GL must never carry what on-hand does not
       240-return-units.
           perform 250-find-inventory-entry.
           if ws-found-inv-idx = 0
            and ws-inv-count < ws-inv-count-max
               perform 260-open-inventory-entry
           end-if.

           move 0                   to ws-found-move-idx.
           if ws-found-inv-idx > 0
               perform 245-find-movement-row
           end-if.

           if ws-found-inv-idx > 0
            and ws-found-move-idx > 0
               add lm-quantity      to ws-inv-on-hand(ws-found-inv-idx)
               move ws-y            to ws-inv-changed
               add lm-quantity      to
                   ws-mov-lease-ret(ws-found-move-idx)
               move ws-y            to ws-movement-changed
               add lm-quantity      to ws-total-units
               perform 270-audit-return
               perform 241-cost-returned-units
           else
               display "*** INVENTORY OR MOVEMENT TABLE FULL - LEASE "
                       lm-invoice " UNITS NOT RETURNED ***"
           end-if.

      *the returned units go back into inventory at what they cost -
      *at the SKU's price where no cost is on file, and at the
      *lease's own unit price where the SKU is not on file at all
       241-cost-returned-units.
           move 0                   to ws-unit-cost.
           if ws-sku-mast-available = ws-y
               move lm-sku-code     to km-sku-code
               read sku-master-file
                   key is km-sku-code
                   invalid key
                       continue
                   not invalid key
                       if km-unit-cost is numeric
                           move km-unit-cost to ws-unit-cost
                       end-if
                       if ws-unit-cost = 0
                           move km-current-price to ws-unit-cost
                       end-if
               end-read
           end-if.
           if ws-unit-cost = 0
               move lm-unit-price   to ws-unit-cost
           end-if.

           compute ws-return-cost = lm-quantity * ws-unit-cost.
           add ws-return-cost       to ws-total-ret-cost.

           move lm-quantity         to ws-rul-qty-edit.
           move lm-sku-code         to ws-rul-sku-code.
           move ws-return-cost      to ws-rul-cost-edit.
           write report-line from ws-returned-unit-line.

           if ws-return-cost > 0
               move "LSERTN"        to ws-gl-event
               move ws-return-cost  to ws-gl-amount
               perform 600-write-gl-pending
           end-if.

      *the row for the event date, SKU and store, opened if the
      *date has none yet
       245-find-movement-row.
           if ws-move-count > 0
               perform 246-scan-movement
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-move-count
                      or ws-found-move-idx > 0
           end-if.

           if ws-found-move-idx = 0
            and ws-move-count < ws-move-count-max
               add ws-one           to ws-move-count
               move le-event-date   to ws-mov-date(ws-move-count)
               move lm-sku-code     to ws-mov-sku(ws-move-count)
               move lm-store-num    to ws-mov-store(ws-move-count)
               move 0               to ws-mov-sold(ws-move-count)
               move 0               to ws-mov-returned(ws-move-count)
               move 0               to ws-mov-received(ws-move-count)
               move 0               to ws-mov-xfer-in(ws-move-count)
               move 0               to ws-mov-xfer-out(ws-move-count)
               move 0               to ws-mov-lease-ret(ws-move-count)
               move ws-move-count   to ws-found-move-idx
           end-if.

       246-scan-movement.
           if ws-mov-date(ws-scan-idx) = le-event-date
            and ws-mov-sku(ws-scan-idx) = lm-sku-code
            and ws-mov-store(ws-scan-idx) = lm-store-num
               move ws-scan-idx     to ws-found-move-idx
           end-if.

       250-find-inventory-entry.
           move 0                   to ws-found-inv-idx.
           if ws-inv-count > 0
               perform 251-scan-inventory
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-inv-count
                      or ws-found-inv-idx > 0
           end-if.

       251-scan-inventory.
           if ws-inv-sku-code(ws-scan-idx) = lm-sku-code
            and ws-inv-store-num(ws-scan-idx) = lm-store-num
               move ws-scan-idx     to ws-found-inv-idx
           end-if.

      *a SKU/store pairing the book never heard of is opened on the
      *master with no minimum, the way Final-Inventory opens one
      *first seen in the movement
       260-open-inventory-entry.
           add ws-one               to ws-inv-count.
           move lm-sku-code         to ws-inv-sku-code(ws-inv-count).
           move lm-store-num        to ws-inv-store-num(ws-inv-count).
           move 0                   to ws-inv-on-hand(ws-inv-count).
           move 0                   to ws-inv-reorder(ws-inv-count).
           move lm-vendor-num       to ws-inv-vendor(ws-inv-count).
           move ws-inv-count        to ws-found-inv-idx.

       270-audit-return.
           if ws-audit-open = ws-n
               open extend audit-file
               if ws-audit-status = "35"
                   open output audit-file
               end-if
               move ws-y            to ws-audit-open
           end-if.

           move ws-run-stamp        to au-run-stamp.
           move le-user             to au-user.
           move "C"                 to au-action.
           move "I"                 to au-target.
           move lm-sku-code         to au-key.
           move "APPLIED"           to au-result.
           move lm-store-num        to ws-aur-store.
           move lm-quantity         to ws-aur-adjust.
           move ws-audit-reason     to au-reason.
           write au-audit-rec.

      *----------------------------------------------------------------
      * Report
      *----------------------------------------------------------------
       300-report-event.
           move ws-event-name       to ws-edl-event.
           move lm-invoice          to ws-edl-invoice.
           move lm-store-num        to ws-edl-store-edit.
           move le-event-date       to ws-edl-date.
           move ws-months-left      to ws-edl-months-edit.
           move ws-unbilled-amount  to ws-edl-unbilled-edit.
           move ws-open-balance     to ws-edl-open-edit.
           write report-line from ws-event-display-line.

       400-write-report-headings.
           move ws-business-date    to ws-title-date.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.
           write report-line from ws-heading3-headings
             after advancing ws-two line.
           write report-line from spaces.

       500-report-footer.
           move ws-total-quotes     to ws-total-quotes-edit.
           move ws-total-buyouts    to ws-total-buyouts-edit.
           move ws-total-buyout-amt to ws-total-buyout-amt-edit.
           move ws-total-terms      to ws-total-terms-edit.
           move ws-total-fees       to ws-total-fees-edit.
           move ws-total-units      to ws-total-units-edit.
           move ws-total-ret-cost   to ws-total-ret-cost-edit.
           move ws-total-rejected   to ws-total-rejected-edit.

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
           write report-line from ws-summary-line6
             after advancing ws-one line.
           write report-line from ws-summary-line7
             after advancing ws-one line.
           write report-line from ws-summary-line8
             after advancing ws-one line.

      *----------------------------------------------------------------
      * The pending GL entry - the event code names the tender a
      * buyout or fee was collected in, and the lease is the
      * reference
      *----------------------------------------------------------------
       600-write-gl-pending.
           open extend gl-pending-file.
           if ws-gl-pending-status = "35"
               open output gl-pending-file
           end-if.

           move "LEASE"             to gp-source.
           move ws-gl-event         to gp-event-code.
           move lm-store-num        to gp-store-num.
           move ws-business-date    to gp-business-date.
           move ws-gl-amount        to gp-amount.
           move spaces              to gp-reference.
           string "LEASE "          delimited by size
                  lm-invoice        delimited by size
               into gp-reference.
           write gp-gl-pending-rec.

           close gl-pending-file.

      *----------------------------------------------------------------
      * Rewrites
      *----------------------------------------------------------------
       700-rewrite-lease-master.
           open output lease-master-file.
           perform 701-write-one-lease
             varying ws-index from ws-one by ws-one
               until ws-index > ws-lease-count.
           close lease-master-file.

       701-write-one-lease.
           move ws-lse-record(ws-index) to lm-lease-rec.
           write lm-lease-rec.

       710-rewrite-open-items.
           open output open-item-file.
           perform 711-write-one-item
             varying ws-index from ws-one by ws-one
               until ws-index > ws-item-count.
           close open-item-file.

       711-write-one-item.
           move ws-itm-invoice(ws-index)     to oi-invoice.
           move ws-itm-store(ws-index)       to oi-store-num.
           move ws-itm-period(ws-index)      to oi-billed-period.
           move ws-itm-billed-date(ws-index) to oi-billed-date.
           move ws-itm-amount(ws-index)      to oi-amount.
           move ws-itm-paid(ws-index)        to oi-paid.
           move ws-itm-late(ws-index)        to oi-late-charge.
           move ws-itm-status(ws-index)      to oi-status.
           write oi-open-item-rec.

       720-rewrite-inventory-master.
           open output inventory-master-file.
           perform 721-write-one-inventory
             varying ws-index from ws-one by ws-one
               until ws-index > ws-inv-count.
           close inventory-master-file.

       721-write-one-inventory.
           move ws-inv-sku-code(ws-index)  to in-sku-code.
           move ws-inv-store-num(ws-index) to in-store-num.
           move ws-inv-on-hand(ws-index)   to in-on-hand.
           move ws-inv-reorder(ws-index)   to in-reorder-point.
           move ws-inv-vendor(ws-index)    to in-vendor-num.
           write in-inventory-rec.

       740-rewrite-movement-file.
           open output movement-file.
           perform 741-write-one-move
             varying ws-index from ws-one by ws-one
               until ws-index > ws-move-count.
           close movement-file.

       741-write-one-move.
           move ws-mov-date(ws-index)      to md-date.
           move ws-mov-sku(ws-index)       to md-sku-code.
           move ws-mov-store(ws-index)     to md-store-num.
           move ws-mov-sold(ws-index)      to md-sold.
           move ws-mov-returned(ws-index)  to md-returned.
           move ws-mov-received(ws-index)  to md-received.
           move ws-mov-xfer-in(ws-index)   to md-xfer-in.
           move ws-mov-xfer-out(ws-index)  to md-xfer-out.
           move ws-mov-lease-ret(ws-index) to md-lease-returned.
           write md-movement-rec.

       730-clear-events.
           open output event-file.
           close event-file.

       end program Final-LeaseEvents.

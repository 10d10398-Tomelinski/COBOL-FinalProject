      *            writes an audit record of who changed what and
      *            when for every transaction, applied or rejected.
      *            Hand-editing the masters is what this program is
      *            here to end. A SKU's unit cost is set here when
      *            the SKU is added or corrected; from then on
      *            Final-Inventory moves it to a weighted average as
      *            receipts arrive, so a change that carries no cost
      *            leaves the running cost alone. The associate
      *            master the register transactions are checked
      *            against is maintained here too; retiring an
      *            associate marks them inactive rather than
      *            removing them, so history still names them.
      *            Each store carries its trading window - the date
      *            it opened and, once one is set, the date it
      *            closes - so validation can refuse sales outside
      *            it and the comparable-store reporting can tell a
      *            new or closing store from the established ones.
      *            A vendor's bank details - pay method, routing and
      *            account number, account type - are kept on the
      *            vendor master for Final-VendorSettlement's payment
      *            run and change only through their own target, so
      *            every change to where a vendor's money goes is
      *            audited on its own, the account number masked to
      *            its last four.
      *            A store named as the receiving store of a transfer
      *            in today's feed is held from retiring the same as
      *            the store shipping it.
      *            The general ledger's chart of accounts and the
      *            posting rules that map each of Final-GLExtract's
      *            posting events to a chart account are kept here
      *            too. An account cannot retire while a rule still
      *            posts to it, and a rule can only name an account
      *            already on the chart.

       environment division.

               organization is line sequential
               file status is ws-audit-status.

           select associate-master-file
               assign to
                   "../../../../data/Final-Associate-Master.dat"
               organization is line sequential
               file status is ws-assoc-mast-status.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

      *the general ledger's chart of accounts, and the rules that
      *say which account each side of a posting event goes to
           select gl-account-file
               assign to "../../../../data/Final-GL-Accounts.dat"
               organization is line sequential
               file status is ws-gla-status.

           select posting-rule-file
               assign to
                   "../../../../data/Final-GL-Posting-Rules.dat"
               organization is line sequential
               file status is ws-glr-status.

       data division.
       file section.
      *one maintenance transaction per record - the key and data
           88 mt-target-store           value 'S'.
           88 mt-target-vendor          value 'V'.
           88 mt-target-sku             value 'K'.
           88 mt-target-associate       value 'A'.
           88 mt-target-bank            value 'B'.
           88 mt-target-gl-account      value 'G'.
           88 mt-target-posting-rule    value 'P'.
         05 mt-user                 pic x(8).
         05 mt-key                  pic x(15).
         05 mt-data                 pic x(28).
         05 mt-effective-date       pic 9(8).

      *store view of the key/data areas - the extension area carries
      *the district and region codes the rollup reporting breaks on,
      *then the open and close dates of the store's trading window
       01 mt-store-view.
         05 filler                  pic x(10).
         05 mt-store-num            pic 99.
         05 mt-store-jurisdiction   pic x(4).
         05 mt-store-district       pic xx.
         05 mt-store-region         pic xx.
         05 mt-store-open-date      pic x(8).
         05 mt-store-close-date     pic x(8).
         05 filler                  pic x(8).

      *vendor view of the key/data areas - the extension area
      *carries the settlement terms and rate

      *sku view of the key/data areas - the extension area carries
      *the price master fields: current price, promo price, and the
      *promo window the promo price is honored inside. the unit
      *cost rides in the data area behind the description
       01 mt-sku-view.
         05 filler                  pic x(10).
         05 mt-sku-code             pic x(15).
         05 mt-sku-desc             pic x(20).
         05 mt-sku-cost             pic 9(4)v99.
         05 filler                  pic x(2).
         05 mt-sku-price            pic 9(4)v99.
         05 mt-sku-promo-price      pic 9(4)v99.
         05 mt-sku-promo-start      pic 9(8).
         05 mt-sku-promo-end        pic 9(8).

      *associate view of the key/data areas - the id in the key,
      *then the name, home store and status in the data area
       01 mt-associate-view.
         05 filler                  pic x(10).
         05 mt-assoc-id             pic x(6).
         05 filler                  pic x(9).
         05 mt-assoc-name           pic x(20).
         05 mt-assoc-store          pic 99.
         05 mt-assoc-status         pic x.
         05 filler                  pic x(33).

      *vendor bank view of the key/data areas - the vendor number
      *sits where the vendor view carries it, then the pay method,
      *the bank routing and account numbers and the account type
      *fill the data area
       01 mt-bank-view.
         05 filler                  pic x(10).
         05 mt-bank-vendor-num      pic 9(5).
         05 filler                  pic x(10).
         05 mt-bank-pay-method      pic x.
           88 mt-bank-pay-eft           value 'E'.
           88 mt-bank-pay-cheque        value 'C'.
         05 mt-bank-routing         pic 9(9).
         05 mt-bank-account         pic x(17).
         05 mt-bank-account-type    pic x.
           88 mt-bank-type-valid        value 'C' 'S'.
         05 filler                  pic x(36).

      *chart of accounts view of the key/data areas - the natural
      *account in the key, then the account name and its posting
      *level in the data area
       01 mt-gl-account-view.
         05 filler                  pic x(10).
         05 mt-gla-account          pic x(6).
         05 filler                  pic x(9).
         05 mt-gla-name             pic x(20).
         05 mt-gla-level            pic x.
         05 filler                  pic x(43).

      *posting rule view of the key/data areas - the event code and
      *side in the key, the chart account it posts to in the data
      *area
       01 mt-posting-rule-view.
         05 filler                  pic x(10).
         05 mt-rule-event           pic x(8).
         05 mt-rule-side            pic x.
           88 mt-rule-side-valid        value 'D' 'C'.
         05 filler                  pic x(6).
         05 mt-rule-account         pic x(6).
         05 filler                  pic x(58).

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

       fd vendor-master-file
           data record is vm-vendor-master-rec
           record contains 60 characters.

       01 vm-vendor-master-rec.
         05 vm-vendor-num           pic 9(5).
      *used by Final-VendorSettlement's remittance extract
         05 vm-payment-terms        pic x(3).
         05 vm-settle-rate          pic v9999.
      *bank payment details - E pays electronically to the routing
      *and account number, C (or a record written before the
      *details existed, blank) pays by cheque. account type C
      *checking, S savings
         05 vm-pay-method           pic x.
         05 vm-bank-routing         pic 9(9).
         05 vm-bank-account         pic x(17).
         05 vm-account-type         pic x.

       fd sku-master-file
           data record is km-sku-master-rec
           record contains 69 characters.

       01 km-sku-master-rec.
         05 km-sku-code             pic x(15).
         05 km-promo-price          pic 9(4)v99.
         05 km-promo-start          pic 9(8).
         05 km-promo-end            pic 9(8).
      *what one unit stands the company - a weighted average kept
      *current by Final-Inventory's receipts
         05 km-unit-cost            pic 9(4)v99.

       fd associate-master-file
           data record is as-associate-master-rec
           record contains 29 characters.

       copy "ASSOCMST.cpy".

      *held transactions ride whole, image for image
       fd pending-maint-file
      *only the store number matters here
       fd feed-file
           data record is fe-feed-rec
           record contains 83 characters.

       01 fe-feed-rec.
         05 fe-code                 pic x.
         05 filler                  pic x(7).
      *a transfer (X) names its receiving store here
         05 fe-to-store-num         pic 99.
         05 fe-store-num            pic 99.
         05 filler                  pic x(71).

      *one audit record per transaction - run stamp, who, what,
      *and how it came out

       copy "RUNCTL.cpy".

       fd gl-account-file
           data record is ga-gl-account-rec
           record contains 27 characters.

       copy "GLACCT.cpy".

       fd posting-rule-file
           data record is gr-posting-rule-rec
           record contains 15 characters.

       copy "GLRULE.cpy".

       working-storage section.

      *run-control fields (loaded at startup - see 0030-load-run-control)
           10 ws-vnd-vendor-name    pic x(20).
           10 ws-vnd-terms          pic x(3).
           10 ws-vnd-rate           pic v9999.
           10 ws-vnd-pay-method     pic x.
           10 ws-vnd-bank-routing   pic 9(9).
           10 ws-vnd-bank-account   pic x(17).
           10 ws-vnd-account-type   pic x.

      *associate master table (loaded at startup - see
      *0180-load-associate-master)
       copy "ASSOCWS.cpy".

      *chart of accounts and posting rule tables (loaded at startup
      *- see 0240-load-gl-accounts)
       copy "GLMAPWS.cpy".

      *store numbers seen in today's feed - the retire check
       01 ws-feed-store-count       pic 99      value 0.
       01 ws-feed-stores.
         05 ws-feed-store-num       pic 99      occurs 99 times.
       01 ws-note-store-num         pic xx      value spaces.

       01 ws-work-fields.
         05 ws-found-idx            pic 999     value 0.
         05 ws-shift-idx            pic 999     value 0.
         05 ws-reject-reason        pic x(24)   value spaces.
         05 ws-rate-changed         pic x       value 'n'.
         05 ws-new-open-date        pic 9(8)    value 0.
         05 ws-new-close-date       pic 9(8)    value 0.
         05 ws-check-date.
           10 ws-check-yyyy         pic 9(4).
           10 ws-check-mm           pic 99.
           10 ws-check-dd           pic 99.
      *what an applied transaction leaves in the audit reason
         05 ws-audit-note           pic x(24)   value spaces.
      *the routing number digit by digit, for its check digit
         05 ws-routing-check.
           10 ws-routing-digit      pic 9       occurs 9 times.
         05 ws-routing-sum          pic 9(4)    value 0.
         05 ws-routing-quot         pic 9(4)    value 0.
         05 ws-routing-rem          pic 9       value 0.
         05 ws-acct-pos             pic 99      value 0.
         05 ws-acct-end             pic 99      value 0.
         05 ws-acct-start           pic 99      value 0.

       01 ws-counters.
         05 ws-total-applied        pic 9(4)    value 0.
         05 ws-sku-available        pic x       value 'y'.
         05 ws-masters-changed      pic x       value 'n'.
         05 ws-vendors-changed      pic x       value 'n'.
         05 ws-associates-changed   pic x       value 'n'.
         05 ws-gl-accounts-changed  pic x       value 'n'.
         05 ws-gl-rules-changed     pic x       value 'n'.

       01 ws-file-status.
         05 ws-maint-status         pic xx      value "00".
           perform 0030-load-run-control.
           perform 0040-load-store-master.
           perform 0050-load-vendor-master.
           perform 0180-load-associate-master.
           perform 0240-load-gl-accounts.
           perform 0245-load-posting-rules.
           perform 0060-scan-feed-stores.
           perform 0070-open-sku-master.

           if ws-vendors-changed = ws-y
               perform 810-rewrite-vendor-master
           end-if.
           if ws-associates-changed = ws-y
               perform 820-rewrite-associate-master
           end-if.
           if ws-gl-accounts-changed = ws-y
               perform 830-rewrite-gl-accounts
           end-if.
           if ws-gl-rules-changed = ws-y
               perform 840-rewrite-posting-rules
           end-if.

           close audit-file.
           if ws-sku-available = ws-y

       copy "STORLOAD.cpy".

       copy "ASSOCLOAD.cpy".

       copy "GLMAPLOAD.cpy".

      *vendor master table load - same pattern as STORLOAD.cpy
       0050-load-vendor-master.
           move ws-n                to ws-vendor-mast-eof.
                   ws-vnd-terms(ws-vendor-table-count).
           move vm-settle-rate      to
                   ws-vnd-rate(ws-vendor-table-count).
      *a record from before the bank details existed reads blank
      *there, and pays by cheque
           if vm-pay-method = "E"
            and vm-bank-routing is numeric
               move "E"             to
                   ws-vnd-pay-method(ws-vendor-table-count)
               move vm-bank-routing to
                   ws-vnd-bank-routing(ws-vendor-table-count)
               move vm-bank-account to
                   ws-vnd-bank-account(ws-vendor-table-count)
               move vm-account-type to
                   ws-vnd-account-type(ws-vendor-table-count)
           else
               move ws-vendor-table-count to ws-found-idx
               perform 480-clear-bank-details
           end-if.

           perform 0051-read-vendor-master.

                   move ws-y        to ws-feed-eof.

       0062-note-feed-store.
      *header and trailer records carry no store number; a
      *transfer ties up both the store shipping and the one
      *receiving
           if fe-code = "S" or fe-code = "R" or fe-code = "L"
            or fe-code = "V" or fe-code = "X"
               move fe-store-num    to ws-note-store-num
               perform 0064-note-one-store
           end-if.
           if fe-code = "X"
               move fe-to-store-num to ws-note-store-num
               perform 0064-note-one-store
           end-if.

           perform 0061-read-feed-record.

       0063-scan-feed-stores.
           if ws-note-store-num = ws-feed-store-num(ws-scan-idx)
               move ws-scan-idx     to ws-found-idx
           end-if.

       0064-note-one-store.
           move 0                   to ws-found-idx.
           if ws-feed-store-count > 0
               perform 0063-scan-feed-stores
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-feed-store-count
                      or ws-found-idx > 0
           end-if.
           if ws-found-idx = 0
            and ws-feed-store-count < 99
            and ws-note-store-num is numeric
               add ws-one           to ws-feed-store-count
               move ws-note-store-num to
                       ws-feed-store-num(ws-feed-store-count)
           end-if.

       0070-open-sku-master.
           open i-o sku-master-file.
           if ws-sku-status not = "00"

       205-dispatch-one-transaction.
           move spaces              to ws-reject-reason.
           move spaces              to ws-audit-note.

           if not (mt-action-add or mt-action-change
                   or mt-action-retire)
           else
           if mt-target-sku
               perform 500-apply-sku-transaction
           else
           if mt-target-associate
               perform 600-apply-associate-transaction
           else
           if mt-target-bank
               perform 450-apply-bank-transaction
           else
           if mt-target-gl-account
               perform 660-apply-gl-account-transaction
           else
           if mt-target-posting-rule
               perform 680-apply-posting-rule-transaction
           else
               move "UNKNOWN TARGET FILE"  to ws-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           perform 700-write-audit-record.
                and mt-store-jurisdiction = spaces
                   move "JURISDICTION BLANK" to ws-reject-reason
               end-if
      *a new store's window starts open-ended both ways unless the
      *transaction says otherwise
               move 0               to ws-new-open-date
               move 0               to ws-new-close-date
               if ws-reject-reason = spaces
                   perform 355-check-store-dates
               end-if
               if ws-reject-reason = spaces
                   add ws-one       to ws-store-table-count
                   move mt-store-num to
                           ws-mst-district(ws-store-table-count)
                   move mt-store-region to
                           ws-mst-region(ws-store-table-count)
                   move ws-new-open-date to
                           ws-mst-open-date(ws-store-table-count)
                   move ws-new-close-date to
                           ws-mst-close-date(ws-store-table-count)
                   move ws-y        to ws-masters-changed
                   perform 360-append-rate-history
               end-if
               move "STORE NOT ON MASTER"    to ws-reject-reason
           else
               perform 350-check-tax-rate
      *the dates, like the codes below, only change when carried -
      *a close date of zeros reopens a store
               move ws-mst-open-date(ws-found-idx)  to ws-new-open-date
               move ws-mst-close-date(ws-found-idx) to ws-new-close-date
               if ws-reject-reason = spaces
                   perform 355-check-store-dates
               end-if
               if ws-reject-reason = spaces
      *every change transaction carries a rate - history only
      *grows when the rate actually moves, or a name-only change
                       move mt-store-region to
                               ws-mst-region(ws-found-idx)
                   end-if
                   move ws-new-open-date to
                           ws-mst-open-date(ws-found-idx)
                   move ws-new-close-date to
                           ws-mst-close-date(ws-found-idx)
                   move ws-y        to ws-masters-changed
                   if ws-rate-changed = ws-y
                       perform 360-append-rate-history
             to ws-mst-district(ws-shift-idx).
           move ws-mst-region(ws-index)
             to ws-mst-region(ws-shift-idx).
           move ws-mst-open-date(ws-index)
             to ws-mst-open-date(ws-shift-idx).
           move ws-mst-close-date(ws-index)
             to ws-mst-close-date(ws-shift-idx).

       360-append-rate-history.
      *the rate that just applied goes on the history with the date
           end-if
           end-if.

      *a date the transaction carries must be a real calendar date,
      *or zeros to clear it; a close date cannot come before the
      *open date
       355-check-store-dates.
           if mt-store-open-date not = spaces
               if mt-store-open-date is not numeric
                   move "OPEN DATE INVALID"  to ws-reject-reason
               else
                   move mt-store-open-date to ws-check-date
                   perform 356-check-calendar-date
                   if ws-reject-reason = spaces
                       move ws-check-date to ws-new-open-date
                   else
                       move "OPEN DATE INVALID" to ws-reject-reason
                   end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
            and mt-store-close-date not = spaces
               if mt-store-close-date is not numeric
                   move "CLOSE DATE INVALID" to ws-reject-reason
               else
                   move mt-store-close-date to ws-check-date
                   perform 356-check-calendar-date
                   if ws-reject-reason = spaces
                       move ws-check-date to ws-new-close-date
                   else
                       move "CLOSE DATE INVALID" to ws-reject-reason
                   end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
            and ws-new-open-date > 0
            and ws-new-close-date > 0
            and ws-new-close-date < ws-new-open-date
               move "CLOSE BEFORE OPEN DATE" to ws-reject-reason
           end-if.

       356-check-calendar-date.
      *zeros clear the date; anything else needs a month and day
           if ws-check-date not = 0
               if ws-check-mm < 1 or ws-check-mm > 12
                or ws-check-dd < 1 or ws-check-dd > 31
                   move "DATE INVALID"   to ws-reject-reason
               end-if
           end-if.

      *----------------------------------------------------------------
      * Vendor master transactions
      *----------------------------------------------------------------
                   move 0           to
                       ws-vnd-rate(ws-vendor-table-count)
               end-if
      *a new vendor is paid by cheque until its bank details are
      *set through their own transaction
               move ws-vendor-table-count to ws-found-idx
               perform 480-clear-bank-details
               move ws-y            to ws-vendors-changed
           end-if
           end-if
             to ws-vnd-terms(ws-shift-idx).
           move ws-vnd-rate(ws-index)
             to ws-vnd-rate(ws-shift-idx).
           move ws-vnd-pay-method(ws-index)
             to ws-vnd-pay-method(ws-shift-idx).
           move ws-vnd-bank-routing(ws-index)
             to ws-vnd-bank-routing(ws-shift-idx).
           move ws-vnd-bank-account(ws-index)
             to ws-vnd-bank-account(ws-shift-idx).
           move ws-vnd-account-type(ws-index)
             to ws-vnd-account-type(ws-shift-idx).

      *----------------------------------------------------------------
      * Vendor bank details - add or change sets them, retire takes
      * the vendor back to cheque; the vendor itself stays on file
      *----------------------------------------------------------------
       450-apply-bank-transaction.
           if mt-bank-vendor-num is not numeric
               move "VENDOR NUMBER NOT NUMERIC" to ws-reject-reason
           else
               perform 410-find-vendor
               if ws-found-idx = 0
                   move "VENDOR NOT ON MASTER"  to ws-reject-reason
               else
               if mt-action-retire
                   perform 480-clear-bank-details
                   move "PAY BY CHEQUE"         to ws-audit-note
                   move ws-y        to ws-vendors-changed
               else
                   perform 460-set-bank-details
               end-if
               end-if
           end-if.

       460-set-bank-details.
           if mt-bank-pay-cheque
               perform 480-clear-bank-details
               move "PAY BY CHEQUE"             to ws-audit-note
               move ws-y            to ws-vendors-changed
           else
           if not mt-bank-pay-eft
               move "PAY METHOD INVALID"        to ws-reject-reason
           else
           if mt-bank-routing is not numeric
            or mt-bank-routing = 0
               move "ROUTING NUMBER INVALID"    to ws-reject-reason
           else
               perform 465-check-routing-digit
               if ws-routing-rem not = 0
                   move "ROUTING CHECK DIGIT BAD" to ws-reject-reason
               else
               if mt-bank-account = spaces
                   move "ACCOUNT NUMBER BLANK"  to ws-reject-reason
               else
               if not mt-bank-type-valid
                   move "ACCOUNT TYPE INVALID"  to ws-reject-reason
               else
                   perform 470-find-account-end
                   if ws-acct-end < 4
                       move "ACCOUNT NUMBER TOO SHORT"
                                    to ws-reject-reason
                   else
                       move "E"     to ws-vnd-pay-method(ws-found-idx)
                       move mt-bank-routing to
                               ws-vnd-bank-routing(ws-found-idx)
                       move mt-bank-account to
                               ws-vnd-bank-account(ws-found-idx)
                       move mt-bank-account-type to
                               ws-vnd-account-type(ws-found-idx)
                       move ws-y    to ws-vendors-changed
      *the audit shows which account, never the account itself
                       compute ws-acct-start = ws-acct-end - 3
                       string "EFT ACCT ENDING "  delimited by size
                              mt-bank-account(ws-acct-start:4)
                                                  delimited by size
                           into ws-audit-note
                   end-if
               end-if
               end-if
               end-if
           end-if
           end-if
           end-if.

       465-check-routing-digit.
      *the bank's own check - three, seven and one times the digits
      *in turn must add up to a multiple of ten
           move mt-bank-routing     to ws-routing-check.
           compute ws-routing-sum =
               3 * (ws-routing-digit(1) + ws-routing-digit(4)
                    + ws-routing-digit(7))
             + 7 * (ws-routing-digit(2) + ws-routing-digit(5)
                    + ws-routing-digit(8))
             + (ws-routing-digit(3) + ws-routing-digit(6)
                    + ws-routing-digit(9)).
           divide ws-routing-sum by 10
               giving ws-routing-quot
               remainder ws-routing-rem.

       470-find-account-end.
      *the account number is left-justified - its last character
      *is the last one that is not a space
           move 0                   to ws-acct-end.
           perform 471-scan-account-end
             varying ws-acct-pos from 17 by -1
               until ws-acct-pos < 1
                  or ws-acct-end > 0.

       471-scan-account-end.
           if mt-bank-account(ws-acct-pos:1) not = space
               move ws-acct-pos     to ws-acct-end
           end-if.

       480-clear-bank-details.
      *callers put the vendor's table entry in ws-found-idx
           move "C"                 to
                   ws-vnd-pay-method(ws-found-idx).
           move 0                   to
                   ws-vnd-bank-routing(ws-found-idx).
           move spaces              to
                   ws-vnd-bank-account(ws-found-idx).
           move spaces              to
                   ws-vnd-account-type(ws-found-idx).

      *----------------------------------------------------------------
      * SKU master transactions - applied straight against the
           move mt-sku-code         to km-sku-code.
           move mt-sku-desc         to km-sku-desc.
           perform 525-edit-sku-prices.
           if mt-sku-cost is numeric
               move mt-sku-cost     to km-unit-cost
           else
               move 0               to km-unit-cost
           end-if.
           if ws-reject-reason = spaces
               write km-sku-master-rec
                   invalid key
               end-write
           end-if.

      *the record is read first so the running unit cost survives
      *a change that does not carry one
       530-change-sku.
           move mt-sku-code         to km-sku-code.
           read sku-master-file
               key is km-sku-code
               invalid key
                   move "SKU NOT ON MASTER" to ws-reject-reason
           end-read.

           if ws-reject-reason = spaces
               move mt-sku-desc     to km-sku-desc
               perform 525-edit-sku-prices
           end-if.
           if ws-reject-reason = spaces
               if mt-sku-cost is numeric
                   move mt-sku-cost to km-unit-cost
               end-if
               if km-unit-cost is not numeric
                   move 0           to km-unit-cost
               end-if
               rewrite km-sku-master-rec
                   invalid key
                       move "SKU NOT ON MASTER" to ws-reject-reason
                   move "SKU NOT ON MASTER"   to ws-reject-reason
           end-delete.

      *----------------------------------------------------------------
      * Associate master transactions
      *----------------------------------------------------------------
       600-apply-associate-transaction.
      *a master the load could not hold whole is left untouched - a
      *rewrite would drop every associate past the cap
           if ws-assoc-load-done = ws-n
               move "ASSOCIATE TABLE FULL"    to ws-reject-reason
           else
           if mt-assoc-id = spaces
               move "ASSOCIATE ID BLANK"      to ws-reject-reason
           else
               move mt-assoc-id     to ws-assoc-lookup-id
               perform 0185-find-associate
               if mt-action-add
                   perform 620-add-associate
               else
               if mt-action-change
                   perform 630-change-associate
               else
                   perform 640-retire-associate
               end-if
               end-if
           end-if
           end-if.

       620-add-associate.
           if ws-found-assoc-idx > 0
               move "DUPLICATE ASSOCIATE ID"  to ws-reject-reason
           else
           if ws-assoc-table-count = ws-assoc-count-max
               move "ASSOCIATE TABLE FULL"    to ws-reject-reason
           else
           if mt-assoc-name = spaces
               move "ASSOCIATE NAME BLANK"    to ws-reject-reason
           else
               perform 650-check-home-store
               if ws-reject-reason = spaces
                   add ws-one       to ws-assoc-table-count
                   move mt-assoc-id to
                       ws-asc-associate-id(ws-assoc-table-count)
                   move mt-assoc-name to
                       ws-asc-name(ws-assoc-table-count)
                   move mt-assoc-store to
                       ws-asc-home-store(ws-assoc-table-count)
      *a new associate is active unless the transaction says not
                   if mt-assoc-status = "I"
                       move "I"     to
                           ws-asc-status(ws-assoc-table-count)
                   else
                       move "A"     to
                           ws-asc-status(ws-assoc-table-count)
                   end-if
                   move ws-y        to ws-associates-changed
               end-if
           end-if
           end-if
           end-if.

       630-change-associate.
           if ws-found-assoc-idx = 0
               move "ASSOCIATE NOT ON MASTER" to ws-reject-reason
           else
           if mt-assoc-status not = spaces
            and mt-assoc-status not = "A"
            and mt-assoc-status not = "I"
               move "ASSOCIATE STATUS INVALID" to ws-reject-reason
           else
      *name, store and status only change when the transaction
      *carries them - a rehire is a change back to status A
               if mt-assoc-store not = spaces
                   perform 650-check-home-store
               end-if
               if ws-reject-reason = spaces
                   if mt-assoc-name not = spaces
                       move mt-assoc-name to
                               ws-asc-name(ws-found-assoc-idx)
                   end-if
                   if mt-assoc-store not = spaces
                       move mt-assoc-store to
                               ws-asc-home-store(ws-found-assoc-idx)
                   end-if
                   if mt-assoc-status not = spaces
                       move mt-assoc-status to
                               ws-asc-status(ws-found-assoc-idx)
                   end-if
                   move ws-y        to ws-associates-changed
               end-if
           end-if
           end-if.

       640-retire-associate.
      *retired associates stay on file, inactive - past transactions
      *still name them, and new ones under the id are rejected
           if ws-found-assoc-idx = 0
               move "ASSOCIATE NOT ON MASTER" to ws-reject-reason
           else
               move "I"             to ws-asc-status(ws-found-assoc-idx)
               move ws-y            to ws-associates-changed
           end-if.

       650-check-home-store.
           if mt-assoc-store is not numeric
               move "STORE NUMBER NOT NUMERIC" to ws-reject-reason
           else
               move 0               to ws-found-idx
               if ws-store-table-count > 0
                   perform 651-scan-home-store
                     varying ws-scan-idx from 1 by 1
                       until ws-scan-idx > ws-store-table-count
                          or ws-found-idx > 0
               end-if
               if ws-found-idx = 0
                   move "STORE NOT ON MASTER" to ws-reject-reason
               end-if
           end-if.

       651-scan-home-store.
           if mt-assoc-store = ws-mst-store-num(ws-scan-idx)
               move ws-scan-idx     to ws-found-idx
           end-if.

      *----------------------------------------------------------------
      * GL chart of accounts transactions
      *----------------------------------------------------------------
       660-apply-gl-account-transaction.
      *a chart the load could not hold whole is left untouched - a
      *rewrite would drop every account past the cap
           if ws-gla-load-done = ws-n
               move "GL CHART TABLE FULL"     to ws-reject-reason
           else
           if mt-gla-account is not numeric
               move "ACCOUNT NOT NUMERIC"     to ws-reject-reason
           else
               move mt-gla-account  to ws-gla-lookup-account
               perform 0250-find-gl-account
               if mt-action-add
                   perform 663-add-gl-account
               else
               if mt-action-change
                   perform 664-change-gl-account
               else
                   perform 665-retire-gl-account
               end-if
               end-if
           end-if
           end-if.

       663-add-gl-account.
           if ws-found-gla-idx > 0
               move "DUPLICATE GL ACCOUNT"    to ws-reject-reason
           else
           if ws-gla-table-count = ws-gla-count-max
               move "GL CHART TABLE FULL"     to ws-reject-reason
           else
           if mt-gla-name = spaces
               move "ACCOUNT NAME BLANK"      to ws-reject-reason
           else
      *an account posts at company level unless it says store
               if mt-gla-level = spaces
                   move "C"         to mt-gla-level
               end-if
               perform 668-check-posting-level
               if ws-reject-reason = spaces
                   add ws-one       to ws-gla-table-count
                   move mt-gla-account to
                       ws-gla-account-num(ws-gla-table-count)
                   move mt-gla-name to
                       ws-gla-name(ws-gla-table-count)
                   move mt-gla-level to
                       ws-gla-level(ws-gla-table-count)
                   move ws-y        to ws-gl-accounts-changed
               end-if
           end-if
           end-if
           end-if.

       664-change-gl-account.
      *name and level only change when the transaction carries them
           if ws-found-gla-idx = 0
               move "GL ACCOUNT NOT ON CHART" to ws-reject-reason
           else
               if mt-gla-level not = spaces
                   perform 668-check-posting-level
               end-if
               if ws-reject-reason = spaces
                   if mt-gla-name not = spaces
                       move mt-gla-name to
                               ws-gla-name(ws-found-gla-idx)
                   end-if
                   if mt-gla-level not = spaces
                       move mt-gla-level to
                               ws-gla-level(ws-found-gla-idx)
                   end-if
                   move ws-y        to ws-gl-accounts-changed
               end-if
           end-if.

       665-retire-gl-account.
      *an account a rule still posts to stays - retiring it would
      *leave the rule's events with nowhere to go
           if ws-found-gla-idx = 0
               move "GL ACCOUNT NOT ON CHART" to ws-reject-reason
           else
               if ws-glr-table-count > 0
                   perform 667-check-account-in-use
                     varying ws-glr-scan-idx from 1 by 1
                       until ws-glr-scan-idx > ws-glr-table-count
               end-if
               if ws-reject-reason = spaces
                   if ws-found-gla-idx < ws-gla-table-count
                       perform 666-shift-gl-account-entry
                         varying ws-shift-idx from ws-found-gla-idx
                           by 1
                           until ws-shift-idx >= ws-gla-table-count
                   end-if
                   subtract ws-one  from ws-gla-table-count
                   move ws-y        to ws-gl-accounts-changed
               end-if
           end-if.

       666-shift-gl-account-entry.
           compute ws-index = ws-shift-idx + ws-one.
           move ws-gla-account-num(ws-index)
             to ws-gla-account-num(ws-shift-idx).
           move ws-gla-name(ws-index)
             to ws-gla-name(ws-shift-idx).
           move ws-gla-level(ws-index)
             to ws-gla-level(ws-shift-idx).

       667-check-account-in-use.
           if mt-gla-account = ws-glr-account-num(ws-glr-scan-idx)
               move "ACCOUNT USED BY A RULE"  to ws-reject-reason
           end-if.

       668-check-posting-level.
           if mt-gla-level not = "S"
            and mt-gla-level not = "C"
               move "POSTING LEVEL INVALID"   to ws-reject-reason
           end-if.

      *----------------------------------------------------------------
      * GL posting rule transactions - one rule per side of an event
      *----------------------------------------------------------------
       680-apply-posting-rule-transaction.
           if ws-glr-load-done = ws-n
               move "POSTING RULE TABLE FULL" to ws-reject-reason
           else
           if mt-rule-event = spaces
               move "EVENT CODE BLANK"        to ws-reject-reason
           else
           if not mt-rule-side-valid
               move "RULE SIDE INVALID"       to ws-reject-reason
           else
               move mt-rule-event   to ws-glr-lookup-event
               move mt-rule-side    to ws-glr-lookup-side
               perform 0255-find-posting-rule
               if mt-action-add
                   perform 683-add-posting-rule
               else
               if mt-action-change
                   perform 684-change-posting-rule
               else
                   perform 685-retire-posting-rule
               end-if
               end-if
           end-if
           end-if
           end-if.

       683-add-posting-rule.
           if ws-found-glr-idx > 0
               move "DUPLICATE POSTING RULE"  to ws-reject-reason
           else
           if ws-glr-table-count = ws-glr-count-max
               move "POSTING RULE TABLE FULL" to ws-reject-reason
           else
               perform 688-check-rule-account
               if ws-reject-reason = spaces
                   add ws-one       to ws-glr-table-count
                   move mt-rule-event to
                       ws-glr-event-code(ws-glr-table-count)
                   move mt-rule-side to
                       ws-glr-side(ws-glr-table-count)
                   move mt-rule-account to
                       ws-glr-account-num(ws-glr-table-count)
                   move ws-y        to ws-gl-rules-changed
               end-if
           end-if
           end-if.

       684-change-posting-rule.
           if ws-found-glr-idx = 0
               move "POSTING RULE NOT ON FILE" to ws-reject-reason
           else
               perform 688-check-rule-account
               if ws-reject-reason = spaces
                   move mt-rule-account to
                           ws-glr-account-num(ws-found-glr-idx)
                   move ws-y        to ws-gl-rules-changed
               end-if
           end-if.

       685-retire-posting-rule.
      *with the rule gone the event is rejected by the extract
      *until a rule maps it again
           if ws-found-glr-idx = 0
               move "POSTING RULE NOT ON FILE" to ws-reject-reason
           else
               if ws-found-glr-idx < ws-glr-table-count
                   perform 686-shift-posting-rule-entry
                     varying ws-shift-idx from ws-found-glr-idx by 1
                       until ws-shift-idx >= ws-glr-table-count
               end-if
               subtract ws-one      from ws-glr-table-count
               move ws-y            to ws-gl-rules-changed
           end-if.

       686-shift-posting-rule-entry.
           compute ws-index = ws-shift-idx + ws-one.
           move ws-glr-event-code(ws-index)
             to ws-glr-event-code(ws-shift-idx).
           move ws-glr-side(ws-index)
             to ws-glr-side(ws-shift-idx).
           move ws-glr-account-num(ws-index)
             to ws-glr-account-num(ws-shift-idx).

       688-check-rule-account.
      *a rule can only post to an account already on the chart
           move mt-rule-account     to ws-gla-lookup-account.
           perform 0250-find-gl-account.
           if ws-found-gla-idx = 0
               move "ACCOUNT NOT ON CHART"    to ws-reject-reason
           else
               string "POSTS TO "   delimited by size
                      mt-rule-account delimited by size
                   into ws-audit-note
           end-if.

      *----------------------------------------------------------------
      * Audit and master rewrite
      *----------------------------------------------------------------

           if ws-reject-reason = spaces
               move ws-applied      to au-result
               move ws-audit-note   to au-reason
               add ws-one           to ws-total-applied
           else
               move ws-rejected     to au-result
           move ws-mst-jurisdiction(ws-index) to sm-jurisdiction.
           move ws-mst-district(ws-index)   to sm-district.
           move ws-mst-region(ws-index)     to sm-region.
           move ws-mst-open-date(ws-index)  to sm-open-date.
           move ws-mst-close-date(ws-index) to sm-close-date.
           write sm-store-master-rec.

       810-rewrite-vendor-master.
           move ws-vnd-vendor-name(ws-index) to vm-vendor-name.
           move ws-vnd-terms(ws-index)       to vm-payment-terms.
           move ws-vnd-rate(ws-index)        to vm-settle-rate.
           move ws-vnd-pay-method(ws-index)  to vm-pay-method.
           move ws-vnd-bank-routing(ws-index) to vm-bank-routing.
           move ws-vnd-bank-account(ws-index) to vm-bank-account.
           move ws-vnd-account-type(ws-index) to vm-account-type.
           write vm-vendor-master-rec.

       820-rewrite-associate-master.
           open output associate-master-file.
           perform 821-write-one-associate
             varying ws-assoc-scan-idx from ws-one by ws-one
               until ws-assoc-scan-idx > ws-assoc-table-count.
           close associate-master-file.

       821-write-one-associate.
           move ws-asc-associate-id(ws-assoc-scan-idx)
             to as-associate-id.
           move ws-asc-home-store(ws-assoc-scan-idx)
             to as-home-store.
           move ws-asc-name(ws-assoc-scan-idx)
             to as-associate-name.
           move ws-asc-status(ws-assoc-scan-idx)
             to as-status.
           write as-associate-master-rec.

       830-rewrite-gl-accounts.
           open output gl-account-file.
           perform 831-write-one-gl-account
             varying ws-gla-scan-idx from ws-one by ws-one
               until ws-gla-scan-idx > ws-gla-table-count.
           close gl-account-file.

       831-write-one-gl-account.
           move ws-gla-account-num(ws-gla-scan-idx) to ga-account-num.
           move ws-gla-name(ws-gla-scan-idx)  to ga-account-name.
           move ws-gla-level(ws-gla-scan-idx) to ga-posting-level.
           write ga-gl-account-rec.

       840-rewrite-posting-rules.
           open output posting-rule-file.
           perform 841-write-one-posting-rule
             varying ws-glr-scan-idx from ws-one by ws-one
               until ws-glr-scan-idx > ws-glr-table-count.
           close posting-rule-file.

       841-write-one-posting-rule.
           move ws-glr-event-code(ws-glr-scan-idx) to gr-event-code.
           move ws-glr-side(ws-glr-scan-idx)       to gr-side.
           move ws-glr-account-num(ws-glr-scan-idx) to gr-account-num.
           write gr-posting-rule-rec.

       end program Final-MasterMaint.

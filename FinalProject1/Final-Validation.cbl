      *             data is also sent to an invalid record output file.
      *             whereas valid data is sent to a valid record output
      *             file.
      *             Inter-store transfer (X) records are checked for a
      *             receiving store on the store master, other than
      *             the sender and trading on the transfer date.
      *             Layaway (Y) records are checked for an action
      *             (open, payment, pickup, cancel, forfeit), a
      *             tender a deposit can be held in, and a term only
      *             on an opening; they are exempt from the
      *             duplicate-invoice and extension checks.

      *  Tom & Calvin worked on this file.

               organization is line sequential
               file status is ws-vendor-mast-status.

      *associate master - every register transaction must name an
      *associate on file and still active
           select associate-master-file
               assign to
                   "../../../../data/Final-Associate-Master.dat"
               organization is line sequential
               file status is ws-assoc-mast-status.

      *exemption certificate master - a tax-exempt sale must name a
      *certificate on file for the store's jurisdiction
           select exempt-cert-file
               assign to
                   "../../../../data/Final-Exempt-Cert-Master.dat"
               organization is line sequential
               file status is ws-cert-mast-status.

      *daily exchange rates - a foreign tender must have been rung
      *at the rate treasury posted for its day
           select exchange-rate-file
               assign to
                   "../../../../data/Final-Exchange-Rates.dat"
               organization is line sequential
               file status is ws-xrate-status.

      *sku master reference file - lets merchandising add a new sku
      *as a data change instead of relying on a blank-field check.
      *indexed by sku code so each record's sku is looked up with a
               organization is line sequential
               file status is ws-ctltot-status.

      *exceptions raised this run, for Final-ExceptionWorklist
           select exception-post-file
               assign to "../../../../data/Final-Exception-Post.dat"
               organization is line sequential
               file status is ws-excp-status.

      *run control - business processing date and run number shared
      *by every pipeline stage, so a rerun of a late feed keeps the
      *feed's business date instead of the wall-clock date
       file section.
       fd data-file
           data record is item-rec
           record contains 83 characters.
      *

       01 item-rec.
         05 it-code                    pic x.
           88 it-code-valid                value 'S' 'R' 'L' 'V'
                                                 'X' 'Y'.
           88 it-code-void                 value 'V'.
      *X is an inter-store transfer - stock shipped from this
      *record's store to the store named in the payment-type bytes
           88 it-code-transfer             value 'X'.
      *Y is a layaway - the invoice is the layaway number, the
      *reason bytes say what happened to it, and the money is a
      *customer deposit, never a sale, until the goods are picked up
           88 it-code-layaway              value 'Y'.
           88 it-code-sale-lease           value 'S' 'L'.
           88 it-code-lease                value 'L'.
           88 it-code-return               value 'R'.
           88 it-code-trailer              value 'T'.
         05 it-transaction             pic 9(5)v99.
      *SC is store credit - issued on a return, redeemed on a sale
      *against the credit register. US is US-dollar cash taken at a
      *border store, rung in Canadian dollars at the day's rate
         05 it-payment-type            pic xx.
           88 it-payment-valid             value 'CA' 'CR' 'DB' 'SC'
                                                 'US'.
           88 it-payment-storecr           value 'SC'.
           88 it-payment-foreign           value 'US'.
         05 it-to-store-num redefines it-payment-type
                                       pic 99.
         05 it-store-num               pic 99.
         05 it-invoice.
           10 it-invoice-prefix-one    pic x.
           88 it-reason-wrong-item         value 'WI'.
           88 it-reason-cust-change        value 'CC'.
           88 it-reason-other              value 'OT'.
         05 it-layaway-action redefines it-return-reason
                                       pic xx.
           88 it-layaway-action-valid      value 'OP' 'PY' 'PU'
                                                 'CN' 'FF'.
           88 it-layaway-open              value 'OP'.
           88 it-layaway-forfeit           value 'FF'.
      *date the transaction actually happened at the store, as
      *yyyymmdd - validated by 217-check-trans-date against the
      *calendar, the run date, and the open posting period, then
      *sail through as "valid"
         05 it-quantity              pic 9(3).
         05 it-unit-price            pic 9(4)v99.
      *the associate who rang the transaction at the register -
      *checked against the associate master by
      *226-check-associate and carried through every stage, so a
      *short drawer or a run of refunds can be tied to a person
         05 it-associate-id          pic x(6).
      *tax-exemption certificate the customer bought under - blank
      *for an ordinary taxed sale. checked against the certificate
      *master by 227-check-exempt-cert and carried through, so the
      *sale and its return are taxed at zero
         05 it-exempt-cert           pic x(10).
      *the foreign cash handed over on a US tender - the amount
      *field above is still the Canadian dollars the sale rang for,
      *converted at the day's rate, which 231-check-foreign-tender
      *proves against the exchange rate file. zero (or blank, on a
      *record from before the field existed) on every other tender
         05 it-foreign-amount        pic 9(5)v99.
         05 it-foreign-amount-x redefines it-foreign-amount
                                     pic x(7).
      *a layaway opening carries the days agreed to the pickup date
      *there instead - blank or zero takes the layaway policy's term
         05 it-layaway-term-days redefines it-foreign-amount
                                     pic 9(7).

      *repaired records arrive in the same raw layout and are read
      *into item-rec, so every check below applies to them unchanged
       fd repair-feed-file
           data record is repair-feed-line
           record contains 83 characters.

       01 repair-feed-line             pic x(83).

      *trailer record layout - an 'H' header record is
      *skipped entirely, and a 'T' trailer record carries the count of
       01 it-trailer-rec redefines item-rec.
         05 tr-code                    pic x.
         05 tr-record-count            pic 9(7).
         05 filler                     pic x(75).

      *
      *valid-line/invalid-line carry the same fields as the raw
      *from the raw record.
       fd valid-file
           data record is valid-line
           record contains 83 characters.

       01 valid-line.
         05 vl-code                    pic x.
         05 vl-unit-price              pic 9(4)v99.
         05 vl-vendor-num              pic 9(5).
         05 vl-return-reason           pic xx.
         05 vl-associate-id            pic x(6).
         05 vl-exempt-cert             pic x(10).
         05 vl-foreign-amount          pic 9(5)v99.

       fd invalid-file
           data record is invalid-line
           record contains 83 characters.

       01 invalid-line.
         05 il-code                    pic x.
         05 il-unit-price              pic 9(4)v99.
         05 il-vendor-num              pic 9(5).
         05 il-return-reason           pic xx.
         05 il-associate-id            pic x(6).
         05 il-exempt-cert             pic x(10).
      *carried as keyed, since it may be what failed
         05 il-foreign-amount          pic x(7).

       fd error-file
           data record is error-line
           record contains 118 characters.

       01 error-line                   pic x(118).

      *checkpoint/restart control file - holds the record number of the
      *last project6.dat record fully processed by this run, so an
      *four-program recompile.
       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.
       copy "STORMAST.cpy".

      *vendor master reference file - lets purchasing add a new vendor
      *as a data change instead of a recompiled 88-level list
       fd vendor-master-file
           data record is vm-vendor-master-rec
           record contains 60 characters.

       01 vm-vendor-master-rec.
         05 vm-vendor-num              pic 9(5).
      *used by Final-VendorSettlement's remittance extract
         05 vm-payment-terms           pic x(3).
         05 vm-settle-rate             pic v9999.
      *the vendor's bank payment details, which only
      *Final-VendorSettlement's payment run uses
         05 filler                     pic x(28).

      *associate master reference file
       fd associate-master-file
           data record is as-associate-master-rec
           record contains 29 characters.
       copy "ASSOCMST.cpy".

      *exemption certificate master reference file
       fd exempt-cert-file
           data record is ec-exempt-cert-rec
           record contains 48 characters.
       copy "EXMPTMST.cpy".

      *daily exchange rate file
       fd exchange-rate-file
           data record is xr-exchange-rate-rec
           record contains 19 characters.
       copy "XRATE.cpy".

      *sku master reference file - real sku validation against it
      *replaces the old blank-sku-code check
       fd sku-master-file
           data record is km-sku-master-rec
           record contains 69 characters.

       01 km-sku-master-rec.
         05 km-sku-code                pic x(15).
         05 km-promo-price             pic 9(4)v99.
         05 km-promo-start             pic 9(8).
         05 km-promo-end               pic 9(8).
         05 km-unit-cost               pic 9(4)v99.

      *error detail record - type E carries one failed check, type
      *C carries a store's record count for the run, so the

       copy "CTLTOT.cpy".

       fd exception-post-file
           data record is ep-exception-post-rec
           record contains 60 characters.

       copy "EXCPOST.cpy".

      *run control file definition
       fd run-control-file
           data record is rc-run-control-rec
         05 filler                     pic x(2)    value space.
         05 ws-rec-num                 pic zzzzz9.
         05 filler                     pic x(4)    value space.
         05 ws-item                    pic x(83).
         05 filler                     pic x(2)    value space.
         05 ws-error                   pic x(7).

           10 ws-underline-date        pic x(8).
           10 ws-underline-qty         pic x(3).
           10 ws-underline-uprice      pic x(6).
           10 ws-underline-associate   pic x(6).
           10 ws-underline-cert        pic x(10).
           10 ws-underline-foreign     pic x(7).
         05 filler                     pic x(2)    value spaces.
         05 ws-error-info-display      pic x(24).


       01 ws-error-table.
         05 ws-error-info              pic x(24)   occurs 21 times.

       01 ws-error-summary.
         05 filler                     pic x(26)
      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *exception posting fields (see EXCPWRT.cpy)
       copy "EXCPWS.cpy".

      *run-lock check fields (see LOCKCHK.cpy)
       copy "RUNLKWS.cpy".

       copy "STORWS.cpy".

       01 ws-store-found-flag          pic x       value 'n'.
       01 ws-layaway-ok                pic x       value 'y'.
       01 ws-store-scan-idx            pic 99      value 0.

      *vendor master table (loaded at startup - see 0050-load-vendor-
       01 ws-vendor-found-flag         pic x       value 'n'.
       01 ws-vendor-scan-idx           pic 999     value 0.

      *associate master table (loaded at startup - see
      *0180-load-associate-master)
       copy "ASSOCWS.cpy".

      *exemption certificate table (loaded at startup - see
      *0200-load-exempt-master)
       copy "EXMPTWS.cpy".
       01 ws-cert-store-juris          pic x(4)    value spaces.

      *daily exchange rate table (loaded at startup - see
      *0210-load-exchange-rates)
       copy "XRATEWS.cpy".

      *a foreign tender converted at the day's rate must land within
      *a cent of the Canadian amount rung - the till rounds the
      *foreign amount to the cent, which moves the conversion by a
      *fraction of one
       01 ws-fx-fields.
         05 ws-fx-converted            pic 9(7)v99 value 0.
         05 ws-fx-difference           pic s9(7)v99 value 0.
       77 ws-fx-tolerance              pic 9v99    value 0.01.
       77 ws-fx-currency               pic x(3)    value "USD".

      *sku master lookup - replaces the old blank-sku-code check with
      *a real lookup against the sku master file, a keyed read straight
      *against the indexed file instead of an in-memory table
       77 ws-thirteen                  pic 99      value 13.
       77 ws-fourteen                  pic 99      value 14.
       77 ws-fifteen                   pic 99      value 15.
       77 ws-sixteen                   pic 99      value 16.
       77 ws-seventeen                 pic 99      value 17.
       77 ws-eighteen                  pic 99      value 18.
       77 ws-nineteen                  pic 99      value 19.
       77 ws-twenty                    pic 99      value 20.
       77 ws-twenty-one                pic 99      value 21.
       77 ws-y                         pic x       value "y".
       77 ws-n                         pic x       value "n".
       77 ws-valid                     pic x(5)    value "VALID".
               value "CREDIT NOT ON FILE".
       77 ws-err-credit-balance         pic x(22)
               value "EXCEEDS CREDIT BALANCE".
       77 ws-err-associate              pic x(22)
               value "INVALID ASSOCIATE ID".
       77 ws-err-associate-inactive     pic x(22)
               value "ASSOCIATE NOT ACTIVE".
       77 ws-err-cert-unknown           pic x(22)
               value "CERT NOT ON FILE".
       77 ws-err-cert-expired           pic x(22)
               value "EXEMPT CERT EXPIRED".
       77 ws-err-cert-juris             pic x(22)
               value "CERT JURIS MISMATCH".
       77 ws-err-store-not-open         pic x(22)
               value "BEFORE STORE OPENED".
       77 ws-err-store-closed           pic x(22)
               value "AFTER STORE CLOSED".
       77 ws-err-foreign-amount         pic x(22)
               value "INVALID FOREIGN AMOUNT".
       77 ws-err-foreign-no-rate        pic x(22)
               value "NO EXCHANGE RATE".
       77 ws-err-foreign-rate           pic x(22)
               value "EXCHANGE RATE MISMATCH".
       77 ws-err-transfer-store         pic x(22)
               value "INVALID TRANSFER STORE".
       77 ws-err-layaway                pic x(22)
               value "INVALID LAYAWAY RECORD".

       procedure division.
       000-main.
      *load the vendor master table before any records are validated
           perform 0050-load-vendor-master.

      *and the associate master, for the associate id check
           perform 0180-load-associate-master.

      *and the exemption certificates, for the exempt-sale check
           perform 0200-load-exempt-master.

      *and the day's exchange rates, for the foreign-tender check
           perform 0210-load-exchange-rates.

      *open the sku master for keyed reads - each record
      *is looked up directly by 214-check-sku-code, no table to load
           perform 0080-open-sku-master.
           close data-file, valid-file, invalid-file, error-file,
                 price-exception-file, error-detail-file,
                 invoice-history-index, sku-master-file.
           perform 0225-close-exception-post.

           goback.

       copy "RUNLOAD.cpy".

       copy "EXCPWRT.cpy".

       copy "STORLOAD.cpy".

       copy "ASSOCLOAD.cpy".

       copy "EXMPTLOAD.cpy".

       copy "XRATELOAD.cpy".

      *vendor master table load - same pattern as STORLOAD.cpy above,
      *kept local since only this program needs vendor validation
       0050-load-vendor-master.
           
           end-if.

      *check 88 variable and validate if price is numeric - a
      *transfer carries its receiving store there instead, checked
      *by 232-check-transfer-store
           if (not it-payment-valid)
            and (not it-code-transfer)         then
               move ws-n           to ws-valid-data
               move ws-underline   to ws-underline-payment
               move ws-err-payment to ws-error-info(ws-three)
      *flag a repeat of this invoice number within the run - except
      *on a void, which deliberately repeats its original sale's
      *invoice number, and except on a store-credit redemption,
      *which deliberately repeats its issuing return's, and except
      *on a layaway, whose every payment repeats its layaway number
      *- none of them fails the check nor enters the history
           if not it-code-void
            and not it-code-layaway
            and not (it-payment-storecr and it-code-sale-lease)
               perform 211-check-duplicate-invoice
           end-if.
      *date, and the open posting period
           perform 217-check-trans-date.

      *a good date must also fall inside the selling store's trading
      *window on the store master
           if ws-date-error-flag = ws-n
               perform 229-check-store-window
           end-if.

      *a transfer must name a receiving store on the store master,
      *other than the sender, and trading on the transfer date
           if it-code-transfer
               perform 232-check-transfer-store
           end-if.

      *a layaway must say what happened to it and be paid in a
      *tender a deposit can be taken in and handed back in
           if it-code-layaway
               perform 234-check-layaway
           end-if.

      *validate the quantity and unit price, and prove the extension
      *(quantity times unit price) equals the transaction amount -
      *except on a layaway, whose amount is the money taken that
      *day, not the price of the goods on the ticket
           perform 218-check-quantity-price.

      *prove the unit price against the sku price master - an
      *monthly rate, not a shelf price
           perform 219-check-sku-price.

      *validate the associate id against the associate master
           perform 226-check-associate.

      *a tax-exempt sale or return must name a live certificate
      *issued for the selling store's jurisdiction
           perform 227-check-exempt-cert.

      *a foreign tender must carry the foreign cash taken and have
      *been converted at the day's posted rate - a layaway carries
      *its agreed term there, proved by 234-check-layaway
           if not it-code-layaway
               perform 231-check-foreign-tender
           end-if.

      *a store-credit redemption must name a credit on the register
      *with balance enough to cover it - checked last, so only a
      *record passing every other check draws the balance down
           if it-quantity is numeric and it-quantity > 0
            and it-unit-price is numeric
            and it-transaction is numeric
            and not it-code-layaway
               compute ws-extension = it-quantity * it-unit-price
               if ws-extension not = it-transaction
                   move ws-n          to ws-valid-data
      *rather than rejected - the sale happened at the price it was
      *rung at. a void repeats its original sale's pricing and is
      *not a second override, and a lease charge's unit price is
      *the lease master's monthly rate, never a shelf price. nor
      *is a transfer's, which moves stock between stores at the
      *value shipped, not at a selling price. known
      *limit: a return rung after a promo window closes flags even
      *though the promo price was legitimate at sale time - loss
      *prevention reads those lines with the promo dates shown
            and it-unit-price is numeric
            and not it-code-void
            and not it-code-lease
            and not it-code-transfer
               move ws-n              to ws-px-price-ok
               if it-unit-price = km-current-price
                   move ws-y          to ws-px-price-ok
           write price-exception-line from ws-px-detail-line.
           add ws-one                 to ws-px-lines-written.

      *and onto the exception worklist for loss prevention, the
      *amount what the line was rung over (or under) the shelf price
           move "VALIDATN"            to ep-source.
           move "PRICEOVR"            to ep-type.
           if it-store-num is numeric
               move it-store-num      to ep-store-num
           else
               move 0                 to ep-store-num
           end-if.
           move ws-invoice-key        to ep-invoice.
           move it-sku-code           to ep-detail.
           if it-quantity is numeric
               compute ep-amount =
                   (it-unit-price - km-current-price) * it-quantity
           else
               compute ep-amount =
                   it-unit-price - km-current-price
           end-if.
           perform 0220-post-exception.

       223-check-store-credit.
      *an SC-paid sale or lease redeems the credit whose number it
      *carries in the invoice field. the redemption must name a
               move ws-credit-scan-idx to ws-found-credit-idx
           end-if.

       226-check-associate.
      *every register transaction names the associate who rang it,
      *and the associate must be on the master and still active. a
      *lease charge Final-LeaseBilling raises was rung by nobody, so
      *an L record may leave the id blank - but one that names an
      *associate is held to the same check
           if it-code-lease and it-associate-id = spaces
               continue
           else
               move it-associate-id   to ws-assoc-lookup-id
               perform 0185-find-associate
               if ws-found-assoc-idx = 0
                   move ws-n          to ws-valid-data
                   move ws-underline  to ws-underline-associate
                   move ws-err-associate
                                      to ws-error-info(ws-sixteen)
               else
               if ws-asc-status(ws-found-assoc-idx) not = "A"
                   move ws-n          to ws-valid-data
                   move ws-underline  to ws-underline-associate
                   move ws-err-associate-inactive
                                      to ws-error-info(ws-sixteen)
               end-if
               end-if
           end-if.

       227-check-exempt-cert.
      *a blank certificate is an ordinary taxed transaction. one
      *that is filled in must be on the certificate master, issued
      *by the selling store's taxing authority, and not yet expired
      *on the transaction date
           if it-exempt-cert not = spaces
               move it-exempt-cert    to ws-cert-lookup-num
               perform 0205-find-exempt-cert
               if ws-found-cert-idx = 0
                   move ws-n          to ws-valid-data
                   move ws-underline  to ws-underline-cert
                   move ws-err-cert-unknown
                                      to ws-error-info(ws-seventeen)
               else
                   move spaces        to ws-cert-store-juris
                   perform 228-scan-store-juris
                     varying ws-store-scan-idx from 1 by 1
                       until ws-store-scan-idx > ws-store-table-count
                   if ws-crt-jurisdiction(ws-found-cert-idx) not =
                           ws-cert-store-juris
                       move ws-n      to ws-valid-data
                       move ws-underline to ws-underline-cert
                       move ws-err-cert-juris
                                      to ws-error-info(ws-seventeen)
                   else
                   if it-trans-date >
                           ws-crt-expiry-date(ws-found-cert-idx)
                       move ws-n      to ws-valid-data
                       move ws-underline to ws-underline-cert
                       move ws-err-cert-expired
                                      to ws-error-info(ws-seventeen)
                   end-if
                   end-if
               end-if
           end-if.

       228-scan-store-juris.
           if it-store-num = ws-mst-store-num(ws-store-scan-idx)
               move ws-mst-jurisdiction(ws-store-scan-idx)
                 to ws-cert-store-juris
           end-if.

       229-check-store-window.
      *no open date means open since before the window was kept; no
      *close date means still trading. an unknown store has already
      *failed its own check
           perform 230-scan-store-window
             varying ws-store-scan-idx from 1 by 1
               until ws-store-scan-idx > ws-store-table-count.

       230-scan-store-window.
           if it-store-num = ws-mst-store-num(ws-store-scan-idx)
               if ws-mst-open-date(ws-store-scan-idx) > 0
                and it-trans-date < ws-mst-open-date(ws-store-scan-idx)
                   move ws-n          to ws-valid-data
                   move ws-underline  to ws-underline-date
                   move ws-err-store-not-open
                                      to ws-error-info(ws-eighteen)
               else
               if ws-mst-close-date(ws-store-scan-idx) > 0
                and it-trans-date > ws-mst-close-date(ws-store-scan-idx)
                   move ws-n          to ws-valid-data
                   move ws-underline  to ws-underline-date
                   move ws-err-store-closed
                                      to ws-error-info(ws-eighteen)
               end-if
               end-if
           end-if.

       231-check-foreign-tender.
      *the Canadian amount is what every later stage posts, so the
      *foreign amount has to convert to it at the rate posted for
      *the transaction's own date - a clerk's guessed rate no
      *longer gets through. any other tender must carry no foreign
      *amount at all
           if it-payment-foreign
               if it-foreign-amount is not numeric
                or it-foreign-amount = 0
                   move ws-n          to ws-valid-data
                   move ws-underline  to ws-underline-foreign
                   move ws-err-foreign-amount
                                      to ws-error-info(ws-nineteen)
               else
               if ws-date-error-flag = ws-n
                   move it-trans-date to ws-xrate-lookup-date
                   move ws-fx-currency to ws-xrate-lookup-currency
                   perform 0215-find-exchange-rate
                   if ws-xrate-found = ws-n
                       move ws-n      to ws-valid-data
                       move ws-underline to ws-underline-foreign
                       move ws-err-foreign-no-rate
                                      to ws-error-info(ws-nineteen)
                   else
                   if it-transaction is numeric
                       compute ws-fx-converted rounded =
                           it-foreign-amount * ws-xrate-rate
                       compute ws-fx-difference =
                           ws-fx-converted - it-transaction
                       if ws-fx-difference > ws-fx-tolerance
                        or ws-fx-difference < (0 - ws-fx-tolerance)
                           move ws-n  to ws-valid-data
                           move ws-underline to ws-underline-trans
                           move ws-underline to ws-underline-foreign
                           move ws-err-foreign-rate
                                      to ws-error-info(ws-nineteen)
                       end-if
                   end-if
                   end-if
               end-if
               end-if
           else
           if it-foreign-amount-x not = spaces
            and (it-foreign-amount is not numeric
                 or it-foreign-amount not = 0)
               move ws-n              to ws-valid-data
               move ws-underline      to ws-underline-foreign
               move ws-err-foreign-amount
                                      to ws-error-info(ws-nineteen)
           end-if
           end-if.

       232-check-transfer-store.
           move ws-n                  to ws-store-found-flag.
           if it-to-store-num is numeric
            and it-to-store-num not = it-store-num
               perform 233-scan-transfer-store
                 varying ws-store-scan-idx from 1 by 1
                   until ws-store-scan-idx > ws-store-table-count
                      or ws-store-found-flag = ws-y
           end-if.

           if ws-store-found-flag = ws-n
               move ws-n              to ws-valid-data
               move ws-underline      to ws-underline-payment
               move ws-err-transfer-store
                                      to ws-error-info(ws-twenty)
           end-if.

       233-scan-transfer-store.
      *a receiving store outside its trading window cannot take
      *the stock in, so it fails the same as an unknown one
           if it-to-store-num = ws-mst-store-num(ws-store-scan-idx)
               move ws-y              to ws-store-found-flag
               if ws-date-error-flag = ws-n
                   if ws-mst-open-date(ws-store-scan-idx) > 0
                    and it-trans-date <
                            ws-mst-open-date(ws-store-scan-idx)
                       move ws-n      to ws-store-found-flag
                   end-if
                   if ws-mst-close-date(ws-store-scan-idx) > 0
                    and it-trans-date >
                            ws-mst-close-date(ws-store-scan-idx)
                       move ws-n      to ws-store-found-flag
                   end-if
               end-if
           end-if.

       234-check-layaway.
      *an opening must take a deposit and may agree a term; a
      *forfeit takes no money; nothing but an opening carries a
      *term. US cash and store credit cannot be held on deposit
           move ws-y                  to ws-layaway-ok.
           if not it-layaway-action-valid
               move ws-n              to ws-layaway-ok
               move ws-underline      to ws-underline-reason
           end-if.

           if it-payment-storecr or it-payment-foreign
               move ws-n              to ws-layaway-ok
               move ws-underline      to ws-underline-payment
           end-if.

           if it-transaction is numeric
               if (it-layaway-open and it-transaction = 0)
                or (it-layaway-forfeit and it-transaction not = 0)
                   move ws-n          to ws-layaway-ok
                   move ws-underline  to ws-underline-trans
               end-if
           end-if.

           if it-foreign-amount-x not = spaces
               if it-layaway-term-days is not numeric
                or (it-layaway-term-days not = 0
                    and not it-layaway-open)
                   move ws-n          to ws-layaway-ok
                   move ws-underline  to ws-underline-foreign
               end-if
           end-if.

           if ws-layaway-ok = ws-n
               move ws-n              to ws-valid-data
               move ws-err-layaway    to ws-error-info(ws-twenty-one)
           end-if.

       215-build-invalid-line.
      *explicit field-by-field move - the field order differs from
      *the raw record, and the vendor number is carried on purpose
           move it-unit-price          to il-unit-price.
           move it-ven-num-rest        to il-vendor-num.
           move it-return-reason       to il-return-reason.
           move it-associate-id        to il-associate-id.
           move it-exempt-cert         to il-exempt-cert.
           move it-foreign-amount-x    to il-foreign-amount.

       216-build-valid-line.
           move it-code                to vl-code.
           move it-unit-price          to vl-unit-price.
           move it-ven-num-rest        to vl-vendor-num.
           move it-return-reason       to vl-return-reason.
           move it-associate-id        to vl-associate-id.
           move it-exempt-cert         to vl-exempt-cert.
      *a tender with no foreign cash carries a true zero onward - a
      *layaway record carries its agreed term there instead
           if it-payment-foreign or it-code-layaway
               move it-foreign-amount  to vl-foreign-amount
           else
               move 0                  to vl-foreign-amount
           end-if.

       300-print-headings.
      * check if the page requires a page header & only print after an 
      *loop through error array - display none blanks
           perform 400-display-error
             varying ws-index  from ws-one by ws-one
             until ws-index > ws-twenty-one.

       320-valid-record.
           perform 216-build-valid-line.

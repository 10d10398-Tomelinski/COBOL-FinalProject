       identification division.
       program-id. Final-CashierAudit.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: Cashier accountability by associate and store for
      *            one run. Every register transaction now carries
      *            the id of the associate who rang it; this program
      *            reads the run's sale/lease, return and void
      *            generations and totals, per associate and store,
      *            the sales rung, refunds paid, voids, store credit
      *            issued and overrides - a price that matches
      *            neither the SKU's current nor its promo price, or
      *            a refund let past its ceiling on a supervisor's
      *            authorization. Refund-to-sales and void-to-sales
      *            ratios are flagged against the thresholds on
      *            Final-Cashier-Thresholds.dat, so a short drawer
      *            at Final-CashRecon or a run of holds at
      *            Final-ReturnProccess can be taken to a person.

       environment division.

       configuration section.

       input-output section.
       file-control.

           select sl-file
               assign to dynamic ws-sl-file-name
               organization is line sequential
               file status is ws-sl-status.

           select return-file
               assign to dynamic ws-return-file-name
               organization is line sequential
               file status is ws-return-status.

           select void-file
               assign to dynamic ws-void-file-name
               organization is line sequential
               file status is ws-void-status.

           select associate-master-file
               assign to
                   "../../../../data/Final-Associate-Master.dat"
               organization is line sequential
               file status is ws-assoc-mast-status.

           select store-master-file
               assign to "../../../../data/Final-Store-Master.dat"
               organization is line sequential
               file status is ws-store-mast-status.

      *the price master, for the price-override count - the same
      *test Final-DataValidation's price-exception report applies
           select sku-master-file
               assign to "../../../../data/Final-SKU-Master.dat"
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-status.

      *supervisor-approved refund authorizations - a refund this run
      *paid on one went past its ceiling on someone's say-so
           select refund-auth-file
               assign to "../../../../data/Final-Refund-Auth.dat"
               organization is line sequential
               file status is ws-auth-status.

      *the refund and void ratios an associate is flagged above - a
      *missing file means the shipped defaults
           select threshold-file
               assign to
                   "../../../../data/Final-Cashier-Thresholds.dat"
               organization is line sequential
               file status is ws-threshold-status.

           select report-file
               assign to "../../../../data/Final-cashier-audit.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
      *same 81-byte layout SAndLProcessing reads
       fd sl-file
           data record is sl-rec
           record contains 81 characters.

       01 sl-rec.
         05 sl-code                 pic x.
           88 sl-code-lease             value 'L'.
         05 sl-transaction          pic 9(5)v99.
         05 sl-payment-type         pic xx.
         05 sl-store-num            pic 99.
         05 sl-invoice              pic x(9).
         05 sl-sku-code             pic x(15).
         05 sl-trans-date           pic 9(8).
         05 sl-quantity             pic 9(3).
         05 sl-unit-price           pic 9(4)v99.
         05 sl-vendor-num           pic 9(5).
         05 sl-associate-id         pic x(6).
         05 sl-exempt-cert          pic x(10).
         05 sl-foreign-amount       pic 9(5)v99.

      *same 83-byte layout Final-ReturnProccess reads
       fd return-file
           data record is rt-rec
           record contains 83 characters.

       01 rt-rec.
         05 rt-code                 pic x.
         05 rt-transaction          pic 9(5)v99.
         05 rt-payment-type         pic xx.
           88 rt-store-credit           value 'SC'.
         05 rt-store-num            pic 99.
         05 rt-invoice              pic x(9).
         05 rt-sku-code             pic x(15).
         05 rt-trans-date           pic 9(8).
         05 rt-quantity             pic 9(3).
         05 rt-unit-price           pic 9(4)v99.
         05 rt-vendor-num           pic 9(5).
         05 rt-return-reason        pic xx.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.

      *void record - the associate who voided, and how much
       fd void-file
           data record is vd-void-rec
           record contains 81 characters.

       01 vd-void-rec.
         05 filler                  pic x.
         05 vd-transaction          pic 9(5)v99.
         05 filler                  pic xx.
         05 vd-store-num            pic 99.
         05 filler                  pic x(46).
         05 vd-associate-id         pic x(6).
         05 vd-exempt-cert          pic x(10).
         05 vd-foreign-amount       pic 9(5)v99.

       fd associate-master-file
           data record is as-associate-master-rec
           record contains 29 characters.

       copy "ASSOCMST.cpy".

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

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

      *refund authorization record
       fd refund-auth-file
           data record is ra-auth-rec
           record contains 30 characters.

       copy "RFAUTH.cpy".

      *single-record thresholds file - percent of sales, two places
       fd threshold-file
           data record is ck-threshold-rec
           record contains 10 characters.

       01 ck-threshold-rec.
         05 ck-refund-pct           pic 9(3)v99.
         05 ck-void-pct             pic 9(3)v99.

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line               pic x(100).

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

       working-storage section.

      *current-generation input names, built from the run control by
      *0032-build-generation-names
       01 ws-sl-file-name           pic x(64)   value spaces.
       01 ws-return-file-name       pic x(64)   value spaces.
       01 ws-void-file-name         pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(36)
               value "Final: Cashier Accountability".

       01 ws-heading2-title.
         05 filler                  pic x(26)   value spaces.
         05 filler                  pic x(24)
               value "CASHIER ACCOUNTABILITY ".
         05 ws-title-date           pic 9(8).
         05 filler                  pic x       value "-".
         05 ws-title-run            pic 9(4).

       01 ws-heading3-thresholds.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(30)
               value "FLAGGED ABOVE: REFUNDS/SALES ".
         05 ws-thr-refund-edit      pic zz9.99.
         05 filler                  pic x(17)
               value "%   VOIDS/SALES ".
         05 ws-thr-void-edit        pic zz9.99.
         05 filler                  pic x       value "%".

       01 ws-heading4-columns.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "ASSOC".
         05 filler                  pic x(1)    value spaces.
         05 filler                  pic x(2)    value "ST".
         05 filler                  pic x(1)    value spaces.
         05 filler                  pic x(10)   value "     SALES".
         05 filler                  pic x(5)    value "   CT".
         05 filler                  pic x(11)   value "    REFUNDS".
         05 filler                  pic x(4)    value "  CT".
         05 filler                  pic x(11)   value "      VOIDS".
         05 filler                  pic x(4)    value "  CT".
         05 filler                  pic x(11)   value "  SC ISSUED".
         05 filler                  pic x(4)    value "  CT".
         05 filler                  pic x(4)    value " OVR".
         05 filler                  pic x(6)    value "  REF%".
         05 filler                  pic x(6)    value " VOID%".
         05 filler                  pic x(5)    value " FLAG".

       01 ws-cashier-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-cdl-associate        pic x(6).
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-store-edit       pic z9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-sales-edit       pic $$$,$$9.99.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-sales-ct-edit    pic zzz9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-refund-edit      pic $$$,$$9.99.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-refund-ct-edit   pic zz9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-void-edit        pic $$$,$$9.99.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-void-ct-edit     pic zz9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-sc-edit          pic $$$,$$9.99.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-sc-ct-edit       pic zz9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-override-edit    pic zz9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-refund-pct-edit  pic zz9.9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-void-pct-edit    pic zz9.9.
         05 filler                  pic x(2)    value spaces.
         05 ws-cdl-flag             pic x(3).

       01 ws-store-heading-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-shl-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-shl-store-name       pic x(20).

      *one line per flagged associate and store, naming who it is
      *and which ratio tripped
       01 ws-heading5-flagged.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(30)
               value "ASSOCIATES FLAGGED FOR REVIEW".

       01 ws-flagged-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-fl-associate         pic x(6).
         05 filler                  pic x(2)    value spaces.
         05 ws-fl-name              pic x(20).
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-fl-store-edit        pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-fl-reason            pic x(40).

       01 ws-none-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(6)    value "(NONE)".

       01 ws-summary-line1.
         05 filler                  pic x(26)
               value "TRANSACTIONS READ =".
         05 ws-total-read-edit      pic zzzzz9.

       01 ws-summary-line2.
         05 filler                  pic x(26)
               value "ASSOCIATE/STORE LINES =".
         05 ws-total-lines-edit     pic zzzzz9.

       01 ws-summary-line3.
         05 filler                  pic x(26)
               value "ASSOCIATES FLAGGED =".
         05 ws-total-flagged-edit   pic zzzzz9.

       01 ws-summary-line4.
         05 filler                  pic x(26)
               value "UNATTENDED LEASE CHARGES =".
         05 ws-total-unattended-edit pic zzzzz9.

       01 ws-summary-line5.
         05 filler                  pic x(26)
               value "NOT TABULATED (TABLE CAP)=".
         05 ws-total-untabulated-edit pic zzzzz9.

      *run-control fields (loaded at startup - see
      *0030-load-run-control)
       copy "RUNWS.cpy".

      *store master table (loaded at startup - see
      *0040-load-store-master)
       copy "STORWS.cpy".

      *associate master table (loaded at startup - see
      *0180-load-associate-master)
       copy "ASSOCWS.cpy".

      *refund authorizations (loaded at startup - see RFALOAD.cpy)
       copy "RFAUTHWS.cpy".

      *one entry per associate and store the run's files carry
       01 ws-csh-count-max          pic 9(4)    value 2000.
       01 ws-csh-count              pic 9(4)    value 0.
       01 ws-cashier-table.
         05 ws-csh-entry occurs 0 to 2000 times
               depending on ws-csh-count.
           10 ws-csh-associate      pic x(6).
           10 ws-csh-store          pic 99.
           10 ws-csh-sales-amt      pic 9(7)v99.
           10 ws-csh-sales-ct       pic 9(4).
           10 ws-csh-refund-amt     pic 9(7)v99.
           10 ws-csh-refund-ct      pic 9(3).
           10 ws-csh-void-amt       pic 9(7)v99.
           10 ws-csh-void-ct        pic 9(3).
           10 ws-csh-sc-amt         pic 9(7)v99.
           10 ws-csh-sc-ct          pic 9(3).
           10 ws-csh-override-ct    pic 9(3).
           10 ws-csh-refund-pct     pic 9(3)v9.
           10 ws-csh-void-pct       pic 9(3)v9.
           10 ws-csh-flag           pic x(3).

      *the flag thresholds, percent of sales
       01 ws-thresholds.
         05 ws-refund-threshold     pic 9(3)v99 value 10.00.
         05 ws-void-threshold       pic 9(3)v99 value 5.00.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-idx            pic 9(4)    value 0.
         05 ws-store-sub            pic 99      value 0.
         05 ws-store-lines          pic 9(4)    value 0.
         05 ws-key-associate        pic x(6)    value spaces.
         05 ws-key-store            pic 99      value 0.
         05 ws-work-pct             pic 9(5)v999 value 0.
         05 ws-price-ok             pic x       value 'y'.
         05 ws-check-sku            pic x(15)   value spaces.
         05 ws-check-price          pic 9(4)v99 value 0.
         05 ws-check-date           pic 9(8)    value 0.

       01 ws-totals.
         05 ws-total-read           pic 9(6)    value 0.
         05 ws-total-flagged        pic 9(6)    value 0.
         05 ws-total-unattended     pic 9(6)    value 0.
         05 ws-total-untabulated    pic 9(6)    value 0.

       01 ws-flags.
         05 ws-sl-eof               pic x       value 'n'.
         05 ws-return-eof           pic x       value 'n'.
         05 ws-void-eof             pic x       value 'n'.
         05 ws-sku-available        pic x       value 'y'.

       01 ws-file-status.
         05 ws-sl-status            pic xx      value "00".
         05 ws-return-status        pic xx      value "00".
         05 ws-void-status          pic xx      value "00".
         05 ws-sku-status           pic xx      value "00".
         05 ws-threshold-status     pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-hundred                pic 999     value 100.
      *shown when an associate refunded or voided with no sales
       77 ws-pct-no-sales           pic 9(3)v9  value 999.9.

       procedure division.
       000-main.
           perform 0030-load-run-control.
           perform 0032-build-generation-names.
           perform 0040-load-store-master.
           perform 0180-load-associate-master.
           perform 0150-load-refund-auth.
           perform 0060-load-thresholds.

           open input sku-master-file.
           if ws-sku-status not = "00"
               move ws-n            to ws-sku-available
           end-if.

           perform 100-accumulate-sales.
           perform 200-accumulate-returns.
           perform 300-accumulate-voids.

           if ws-sku-available = ws-y
               close sku-master-file
           end-if.

           perform 400-compute-ratios
             varying ws-index from ws-one by ws-one
               until ws-index > ws-csh-count.

           open output report-file.
           perform 500-write-report-headings.
           perform 510-report-by-store
             varying ws-store-sub from 1 by 1
               until ws-store-sub > 99.
           perform 600-report-flagged.
           perform 700-report-footer.
           close report-file.

           if ws-total-untabulated > 0
               display "*** CASHIER TABLE OVER CAP - "
                       ws-total-untabulated " LINES NOT TABULATED ***"
           end-if.

           goback.

       copy "RUNLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-sl-file-name.
           string "../../../../data/Final-sl-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-sl-file-name.
           move spaces to ws-return-file-name.
           string "../../../../data/Final-return-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-return-file-name.
           move spaces to ws-void-file-name.
           string "../../../../data/Final-void-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-void-file-name.

       copy "STORLOAD.cpy".

       copy "ASSOCLOAD.cpy".

       copy "RFALOAD.cpy".

       0060-load-thresholds.
           open input threshold-file.
           if ws-threshold-status = "00"
               read threshold-file
                   not at end
                       if ck-refund-pct is numeric
                        and ck-refund-pct > 0
                           move ck-refund-pct to ws-refund-threshold
                       end-if
                       if ck-void-pct is numeric
                        and ck-void-pct > 0
                           move ck-void-pct   to ws-void-threshold
                       end-if
               end-read
               close threshold-file
           end-if.

      *----------------------------------------------------------------
      * Accumulate the run's transactions by associate and store
      *----------------------------------------------------------------
       100-accumulate-sales.
           move ws-n                to ws-sl-eof.

           open input sl-file.
           if ws-sl-status = "35"
               move ws-y            to ws-sl-eof
           else
               perform 110-read-sl-record
               perform 120-apply-sale
                   until ws-sl-eof = ws-y
               close sl-file
           end-if.

       110-read-sl-record.
           read sl-file
               at end
                   move ws-y        to ws-sl-eof.

       120-apply-sale.
           add ws-one               to ws-total-read.

      *a lease charge Final-LeaseBilling raised was rung by nobody
           if sl-associate-id = spaces
               add ws-one           to ws-total-unattended
           else
               move sl-associate-id to ws-key-associate
               move sl-store-num    to ws-key-store
               perform 150-find-cashier-entry
               if ws-found-idx > 0
                   add sl-transaction to ws-csh-sales-amt(ws-found-idx)
                   add ws-one       to ws-csh-sales-ct(ws-found-idx)
      *a lease charge's unit price is the lease master's monthly
      *rate, never a shelf price - only a sale can be an override
                   if not sl-code-lease
                       move sl-sku-code   to ws-check-sku
                       move sl-unit-price to ws-check-price
                       move sl-trans-date to ws-check-date
                       perform 160-check-price-override
                   end-if
               end-if
           end-if.

           perform 110-read-sl-record.

       200-accumulate-returns.
           move ws-n                to ws-return-eof.

           open input return-file.
           if ws-return-status = "35"
               move ws-y            to ws-return-eof
           else
               perform 210-read-return-record
               perform 220-apply-return
                   until ws-return-eof = ws-y
               close return-file
           end-if.

       210-read-return-record.
           read return-file
               at end
                   move ws-y        to ws-return-eof.

       220-apply-return.
           add ws-one               to ws-total-read.

           move rt-associate-id     to ws-key-associate.
           move rt-store-num        to ws-key-store.
           perform 150-find-cashier-entry.

      *a return issued as store credit put nothing in the
      *customer's hand - it is counted apart from cash-out refunds
           if ws-found-idx > 0
               if rt-store-credit
                   add rt-transaction to ws-csh-sc-amt(ws-found-idx)
                   add ws-one       to ws-csh-sc-ct(ws-found-idx)
               else
                   add rt-transaction to
                           ws-csh-refund-amt(ws-found-idx)
                   add ws-one       to ws-csh-refund-ct(ws-found-idx)
               end-if

               move rt-invoice      to ws-auth-lookup-invoice
               perform 0155-check-auth-list
               if ws-auth-found-flag = ws-y
                   add ws-one       to
                           ws-csh-override-ct(ws-found-idx)
               end-if

               move rt-sku-code     to ws-check-sku
               move rt-unit-price   to ws-check-price
               move rt-trans-date   to ws-check-date
               perform 160-check-price-override
           end-if.

           perform 210-read-return-record.

       300-accumulate-voids.
           move ws-n                to ws-void-eof.

           open input void-file.
           if ws-void-status = "35"
               move ws-y            to ws-void-eof
           else
               perform 310-read-void-record
               perform 320-apply-void
                   until ws-void-eof = ws-y
               close void-file
           end-if.

       310-read-void-record.
           read void-file
               at end
                   move ws-y        to ws-void-eof.

       320-apply-void.
           add ws-one               to ws-total-read.

           move vd-associate-id     to ws-key-associate.
           move vd-store-num        to ws-key-store.
           perform 150-find-cashier-entry.

           if ws-found-idx > 0
               add vd-transaction   to ws-csh-void-amt(ws-found-idx)
               add ws-one           to ws-csh-void-ct(ws-found-idx)
           end-if.

           perform 310-read-void-record.

       150-find-cashier-entry.
           move 0                   to ws-found-idx.
           if ws-csh-count > 0
               perform 151-scan-cashier
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-csh-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx = 0
               if ws-csh-count < ws-csh-count-max
                   add ws-one       to ws-csh-count
                   move ws-csh-count to ws-found-idx
                   perform 152-init-cashier-entry
               else
                   add ws-one       to ws-total-untabulated
               end-if
           end-if.

       151-scan-cashier.
           if ws-csh-associate(ws-scan-idx) = ws-key-associate
            and ws-csh-store(ws-scan-idx) = ws-key-store
               move ws-scan-idx     to ws-found-idx
           end-if.

       152-init-cashier-entry.
           move ws-key-associate    to ws-csh-associate(ws-found-idx).
           move ws-key-store        to ws-csh-store(ws-found-idx).
           move 0                   to ws-csh-sales-amt(ws-found-idx)
                                       ws-csh-sales-ct(ws-found-idx)
                                       ws-csh-refund-amt(ws-found-idx)
                                       ws-csh-refund-ct(ws-found-idx)
                                       ws-csh-void-amt(ws-found-idx)
                                       ws-csh-void-ct(ws-found-idx)
                                       ws-csh-sc-amt(ws-found-idx)
                                       ws-csh-sc-ct(ws-found-idx)
                                     ws-csh-override-ct(ws-found-idx)
                                      ws-csh-refund-pct(ws-found-idx)
                                       ws-csh-void-pct(ws-found-idx).
           move spaces              to ws-csh-flag(ws-found-idx).

      *a price that is neither the SKU's current price nor its promo
      *price in force on the transaction date was keyed over - the
      *rule Final-DataValidation's price-exception report applies
       160-check-price-override.
           if ws-sku-available = ws-y
               move ws-check-sku    to km-sku-code
               read sku-master-file
                   key is km-sku-code
                   invalid key
                       move ws-y    to ws-price-ok
                   not invalid key
                       perform 161-compare-price
               end-read
               if ws-price-ok = ws-n
                   add ws-one       to ws-csh-override-ct(ws-found-idx)
               end-if
           end-if.

       161-compare-price.
           move ws-n                to ws-price-ok.
           if ws-check-price = km-current-price
               move ws-y            to ws-price-ok
           end-if.
           if km-promo-price is numeric
            and km-promo-price > 0
            and ws-check-date >= km-promo-start
            and ws-check-date <= km-promo-end
            and ws-check-price = km-promo-price
               move ws-y            to ws-price-ok
           end-if.

      *----------------------------------------------------------------
      * Ratios and flags
      *----------------------------------------------------------------
       400-compute-ratios.
           move 0                   to ws-csh-refund-pct(ws-index).
           move 0                   to ws-csh-void-pct(ws-index).
           move spaces              to ws-csh-flag(ws-index).

      *refunds here are cash-out refunds and store credit together -
      *either one takes a sale back
           if ws-csh-sales-amt(ws-index) > 0
               compute ws-work-pct rounded =
                   ((ws-csh-refund-amt(ws-index)
                     + ws-csh-sc-amt(ws-index)) * ws-hundred)
                       / ws-csh-sales-amt(ws-index)
               perform 410-cap-work-pct
               move ws-work-pct     to ws-csh-refund-pct(ws-index)
               compute ws-work-pct rounded =
                   (ws-csh-void-amt(ws-index) * ws-hundred)
                       / ws-csh-sales-amt(ws-index)
               perform 410-cap-work-pct
               move ws-work-pct     to ws-csh-void-pct(ws-index)
           else
               if ws-csh-refund-amt(ws-index) > 0
                or ws-csh-sc-amt(ws-index) > 0
                   move ws-pct-no-sales to ws-csh-refund-pct(ws-index)
               end-if
               if ws-csh-void-amt(ws-index) > 0
                   move ws-pct-no-sales to ws-csh-void-pct(ws-index)
               end-if
           end-if.

           if ws-csh-refund-pct(ws-index) > ws-refund-threshold
               move "R"             to ws-csh-flag(ws-index)(1:1)
           end-if.
           if ws-csh-void-pct(ws-index) > ws-void-threshold
               move "V"             to ws-csh-flag(ws-index)(2:1)
           end-if.
           if ws-csh-override-ct(ws-index) > 0
               move "O"             to ws-csh-flag(ws-index)(3:1)
           end-if.

       410-cap-work-pct.
           if ws-work-pct > ws-pct-no-sales
               move ws-pct-no-sales to ws-work-pct
           end-if.

      *----------------------------------------------------------------
      * Report
      *----------------------------------------------------------------
       500-write-report-headings.
           move ws-business-date    to ws-title-date.
           move ws-run-number       to ws-title-run.
           move ws-refund-threshold to ws-thr-refund-edit.
           move ws-void-threshold   to ws-thr-void-edit.

           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.
           write report-line from ws-heading3-thresholds
             after advancing ws-two line.
           write report-line from ws-heading4-columns
             after advancing ws-two line.

           if ws-csh-count = 0
               write report-line from ws-none-line
           end-if.

      *stores in number order, each store's associates in the order
      *the run's files first named them
       510-report-by-store.
           move 0                   to ws-store-lines.
           perform 511-report-one-cashier
             varying ws-index from ws-one by ws-one
               until ws-index > ws-csh-count.

       511-report-one-cashier.
           if ws-csh-store(ws-index) = ws-store-sub
               if ws-store-lines = 0
                   perform 512-write-store-heading
               end-if
               add ws-one           to ws-store-lines

               move ws-csh-associate(ws-index)   to ws-cdl-associate
               move ws-csh-store(ws-index)       to ws-cdl-store-edit
               move ws-csh-sales-amt(ws-index)   to ws-cdl-sales-edit
               move ws-csh-sales-ct(ws-index)
                 to ws-cdl-sales-ct-edit
               move ws-csh-refund-amt(ws-index)  to ws-cdl-refund-edit
               move ws-csh-refund-ct(ws-index)
                 to ws-cdl-refund-ct-edit
               move ws-csh-void-amt(ws-index)    to ws-cdl-void-edit
               move ws-csh-void-ct(ws-index)     to ws-cdl-void-ct-edit
               move ws-csh-sc-amt(ws-index)      to ws-cdl-sc-edit
               move ws-csh-sc-ct(ws-index)       to ws-cdl-sc-ct-edit
               move ws-csh-override-ct(ws-index)
                 to ws-cdl-override-edit
               move ws-csh-refund-pct(ws-index)
                 to ws-cdl-refund-pct-edit
               move ws-csh-void-pct(ws-index)
                 to ws-cdl-void-pct-edit
               move ws-csh-flag(ws-index)        to ws-cdl-flag
               write report-line from ws-cashier-display-line
           end-if.

       512-write-store-heading.
           move ws-store-sub        to ws-shl-store-edit.
           move "STORE NOT ON MASTER" to ws-shl-store-name.
           perform 513-scan-store-name
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-store-table-count.
           write report-line from ws-store-heading-line
             after advancing ws-two line.

       513-scan-store-name.
           if ws-mst-store-num(ws-scan-idx) = ws-store-sub
               move ws-mst-store-name(ws-scan-idx) to ws-shl-store-name
           end-if.

       600-report-flagged.
           write report-line from ws-heading5-flagged
             after advancing ws-two line.

           perform 610-report-one-flagged
             varying ws-index from ws-one by ws-one
               until ws-index > ws-csh-count.

           if ws-total-flagged = 0
               write report-line from ws-none-line
           end-if.

      *an override alone is worth a look but is not a ratio breach -
      *only the R and V flags list an associate here
       610-report-one-flagged.
           if ws-csh-flag(ws-index)(1:2) not = spaces
               add ws-one           to ws-total-flagged
               move ws-csh-associate(ws-index) to ws-fl-associate
               move ws-csh-store(ws-index)     to ws-fl-store-edit
               move "ASSOCIATE NOT ON MASTER"  to ws-fl-name
               move ws-csh-associate(ws-index) to ws-assoc-lookup-id
               perform 0185-find-associate
               if ws-found-assoc-idx > 0
                   move ws-asc-name(ws-found-assoc-idx) to ws-fl-name
               end-if

               move spaces          to ws-fl-reason
               if ws-csh-flag(ws-index)(1:1) = "R"
                and ws-csh-flag(ws-index)(2:1) = "V"
                   move "REFUND AND VOID RATIOS OVER THRESHOLD"
                     to ws-fl-reason
               else
               if ws-csh-flag(ws-index)(1:1) = "R"
                   move "REFUND RATIO OVER THRESHOLD"
                     to ws-fl-reason
               else
                   move "VOID RATIO OVER THRESHOLD"
                     to ws-fl-reason
               end-if
               end-if
               write report-line from ws-flagged-line
           end-if.

       700-report-footer.
           move ws-total-read       to ws-total-read-edit.
           move ws-csh-count        to ws-total-lines-edit.
           move ws-total-flagged    to ws-total-flagged-edit.
           move ws-total-unattended to ws-total-unattended-edit.
           move ws-total-untabulated to ws-total-untabulated-edit.

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

       end program Final-CashierAudit.

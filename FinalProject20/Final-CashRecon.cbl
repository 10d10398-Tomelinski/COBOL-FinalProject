      *Description: Cash deposit reconciliation - the check the card
      *            tenders have had since Final-CardRecon and the
      *            easiest tender to lose never did. Each store's CA
      *            sales net of CA refunds from this run's posted-
      *            transaction generation are matched against the bank's
      *            daily deposit file by store and deposit date, and
      *            the over/short by store is reported alongside a
      *            running month-to-date over/short carried the same
      *            per business date and store, so a rerun of a date
      *            replaces that date's posting instead of adding
      *            alongside it, and a new business month starts the
      *            file fresh. US-dollar cash taken at the border
      *            stores is reconciled on its own, in US dollars,
      *            against the bank's USD deposits - the Canadian
      *            dollars the bank credits for it are the FX
      *            posting's business, not the drawer's. Every drawer
      *            over or short, in either currency, is raised onto
      *            the exception worklist for store operations.
      *            Cash taken or paid back on a layaway never
      *            reaches the posted transactions, so it is taken
      *            from the layaway ledger's movements of the
      *            business date.

       environment division.

       input-output section.
       file-control.

      *the run's posted transactions - a voided cash sale is
      *already netted out, and a refund held for approval by
      *Final-ReturnProccess (which paid nothing out of the drawer
      *yet) is marked held
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

      *the bank's daily deposit file - store, deposit date, amount,
      *currency, and the Canadian dollars credited for it
           select deposit-file
               assign to "../../../../data/Final-Bank-Deposits.dat"
               organization is line sequential
               file status is ws-deposit-status.

      *every movement of the layaway deposits, by business date
           select ledger-file
               assign to "../../../../data/Final-Layaway-Ledger.dat"
               organization is line sequential
               file status is ws-ledger-status.

      *month-to-date over/short, one record per business date and
      *store, rewritten each run
           select mtd-file
               assign to "../../../../data/Final-cash-recon.out"
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
      *on the cash-sales pass and as a return on the refund pass
       fd posted-file
           data records are sl-rec rt-rec
           record contains 84 characters.

       01 sl-rec.
         05 sl-code                 pic x.
           88 sl-sale-or-lease          value 'S' 'L'.
         05 sl-transaction          pic 9(5)v99.
         05 sl-payment-type         pic xx.
           88 sl-cash-payment           value 'CA'.
           88 sl-us-cash-payment        value 'US'.
         05 sl-store-num            pic 99.
         05 sl-invoice              pic x(9).
         05 sl-sku-code             pic x(15).
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
           88 rt-cash-payment           value 'CA'.
           88 rt-us-cash-payment        value 'US'.
         05 rt-store-num            pic 99.
         05 rt-invoice              pic x(9).
         05 rt-sku-code             pic x(15).
         05 rt-unit-price           pic 9(4)v99.
         05 rt-vendor-num           pic 9(5).
         05 rt-return-reason        pic xx.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.
         05 rt-post-status          pic x.
           88 rt-held                   value 'H'.

      *one record per deposit the bank reports
       fd deposit-file
           data record is bd-deposit-rec
           record contains 31 characters.

      *bd-amount is in the deposit's own currency - a USD deposit of
      *the US cash taken is credited to the store's account at the
      *bank's rate of the day, which bd-cad-amount carries. blank
      *currency (a record from before the field) is Canadian
       01 bd-deposit-rec.
         05 bd-store-num            pic 99.
         05 bd-deposit-date         pic 9(8).
         05 bd-amount               pic 9(7)v99.
         05 bd-currency             pic x(3).
           88 bd-us-deposit             value 'USD'.
         05 bd-cad-amount           pic 9(7)v99.

       fd ledger-file
           data record is lg-ledger-rec
           record contains 30 characters.

       copy "LAYLEDG.cpy".

      *one record per business date and store - keeping the date on
      *every record is what lets a rerun replace its own day
       fd mtd-file
           data record is mtd-rec
           record contains 23 characters.

      *US cash carries its over/short in US dollars, on its own row
       01 mtd-rec.
         05 mtd-date                pic 9(8).
         05 mtd-store-num           pic 99.
         05 mtd-amount              pic s9(7)v99
                                        sign leading separate.
         05 mtd-currency            pic x(3).
           88 mtd-us-dollars            value 'USD'.

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".


       01 report-line               pic x(90).

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

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "NET OVER/SHORT =".
         05 ws-total-overshort-edit pic $$,$$$,$$9.99-.

      *the US cash section - same columns, in US dollars
       01 ws-us-heading.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(36)
               value "US CASH - IN US DOLLARS".

       01 ws-us-none-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(36)
               value "NO US CASH TAKEN OR DEPOSITED".

       01 ws-us-summary-line1.
         05 filler                  pic x(26)
               value "US CASH EXPECTED =".
         05 ws-us-expected-edit     pic $$,$$$,$$9.99-.

       01 ws-us-summary-line2.
         05 filler                  pic x(26)
               value "US CASH DEPOSITED =".
         05 ws-us-deposited-edit    pic $$,$$$,$$9.99-.

       01 ws-us-summary-line3.
         05 filler                  pic x(26)
               value "US NET OVER/SHORT =".
         05 ws-us-overshort-edit    pic $$,$$$,$$9.99-.

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *exception posting fields (see EXCPWRT.cpy)
       copy "EXCPWS.cpy".

      *store master table (loaded at startup - see 0040-load-store-master)
       copy "STORWS.cpy".
           10 ws-ca-refunds         pic 9(7)v99.
           10 ws-ca-deposited       pic 9(7)v99.
           10 ws-ca-mtd             pic s9(7)v99.
      *US cash, in US dollars - the foreign amount tendered
           10 ws-us-sales           pic 9(7)v99.
           10 ws-us-refunds         pic 9(7)v99.
           10 ws-us-deposited       pic 9(7)v99.
           10 ws-us-mtd             pic s9(7)v99.

      *the month's over/short postings, one row per business date
      *and store - reloaded each run minus the current date's rows,
           10 ws-mtd-ent-date       pic 9(8).
           10 ws-mtd-ent-store      pic 99.
           10 ws-mtd-ent-amount     pic s9(7)v99.
           10 ws-mtd-ent-currency   pic x(3).

       01 ws-work-fields.
         05 ws-found-store-idx      pic 99      value 0.
         05 ws-mtd-scan-idx         pic 9(4)    value 0.
         05 ws-expected             pic s9(7)v99 value 0.
         05 ws-overshort            pic s9(7)v99 value 0.
         05 ws-excp-currency        pic x(3)    value spaces.

      *expected can run negative for a refund-heavy store, so the
      *accumulators carry the sign through to the summary
         05 ws-total-expected       pic s9(8)v99 value 0.
         05 ws-total-deposited      pic s9(8)v99 value 0.
         05 ws-total-overshort      pic s9(8)v99 value 0.
         05 ws-us-total-expected    pic s9(8)v99 value 0.
         05 ws-us-total-deposited   pic s9(8)v99 value 0.
         05 ws-us-total-overshort   pic s9(8)v99 value 0.
         05 ws-us-stores-shown      pic 99      value 0.

       01 ws-flags.
         05 ws-sl-eof               pic x       value 'n'.
         05 ws-return-eof           pic x       value 'n'.
         05 ws-deposit-eof          pic x       value 'n'.
         05 ws-mtd-eof              pic x       value 'n'.
         05 ws-ledger-eof           pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-deposit-status       pic xx      value "00".
         05 ws-mtd-status           pic xx      value "00".
         05 ws-ledger-status        pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-cad                    pic x(3)    value "CAD".
       77 ws-usd                    pic x(3)    value "USD".

       procedure division.
       000-main.

           perform 0040-load-store-master.
           perform 0045-init-store-stats.

      *build each store's expected deposit from this run's files
           perform 100-accumulate-cash-sales.
           perform 200-accumulate-cash-refunds.
           perform 250-accumulate-layaway-cash.

      *then what the bank says actually arrived for this date
           perform 300-apply-bank-deposits.
      *own business date
           perform 400-load-mtd-file.
           perform 410-post-this-run.
           perform 0225-close-exception-post.
           perform 420-rewrite-mtd-file.
           perform 430-roll-up-mtd.


       copy "RUNLOAD.cpy".

       copy "EXCPWRT.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.

       copy "STORLOAD.cpy".

           move 0                   to ws-ca-refunds(ws-index).
           move 0                   to ws-ca-deposited(ws-index).
           move 0                   to ws-ca-mtd(ws-index).
           move 0                   to ws-us-sales(ws-index).
           move 0                   to ws-us-refunds(ws-index).
           move 0                   to ws-us-deposited(ws-index).
           move 0                   to ws-us-mtd(ws-index).

       150-find-store-index.
      *callers put the store number in ws-sub first
       100-accumulate-cash-sales.
           move ws-n                 to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y             to ws-sl-eof
           else
               perform 110-read-sl-record
               perform 120-apply-sl-record
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

       110-read-sl-record.
           read posted-file
               at end
                   move ws-y         to ws-sl-eof.

       120-apply-sl-record.
      *a voided cash sale put nothing in the drawer, and is not on
      *the posted generation to begin with
           if sl-sale-or-lease
            and sl-cash-payment
               move sl-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
               end-if
           end-if.

      *US cash is expected back in the US dollars the customer
      *handed over, not the Canadian dollars it rang for
           if sl-sale-or-lease
            and sl-us-cash-payment
            and sl-foreign-amount is numeric
               move sl-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
                   add sl-foreign-amount
                     to ws-us-sales(ws-found-store-idx)
               end-if
           end-if.

           perform 110-read-sl-record.

       200-accumulate-cash-refunds.
           move ws-n                 to ws-return-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y             to ws-return-eof
           else
               perform 210-read-return-record
               perform 220-apply-return-record
                   until ws-return-eof = ws-y
               close posted-file
           end-if.

       210-read-return-record.
           read posted-file
               at end
                   move ws-y         to ws-return-eof.

       220-apply-return-record.
      *a refund held for approval paid nothing out of the drawer
           if rt-return
            and rt-cash-payment
            and not rt-held
               move rt-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
               end-if
           end-if.

           if rt-return
            and rt-us-cash-payment
            and not rt-held
            and rt-foreign-amount is numeric
               move rt-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
                   add rt-foreign-amount
                     to ws-us-refunds(ws-found-store-idx)
               end-if
           end-if.

           perform 210-read-return-record.

      *layaway deposits and payments went into the drawer, and a
      *cancel's refund came out of it, on the business date the
      *ledger took them
       250-accumulate-layaway-cash.
           move ws-n                 to ws-ledger-eof.

           open input ledger-file.
           if ws-ledger-status = "35"
               move ws-y             to ws-ledger-eof
           else
               perform 251-read-ledger
               perform 252-apply-ledger-movement
                   until ws-ledger-eof = ws-y
               close ledger-file
           end-if.

       251-read-ledger.
           read ledger-file
               at end
                   move ws-y         to ws-ledger-eof.

       252-apply-ledger-movement.
           if lg-business-date = ws-business-date
            and lg-payment-type = "CA"
               move lg-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
                   if lg-money-in
                       add lg-amount
                         to ws-ca-sales(ws-found-store-idx)
                   else
                   if lg-refund-paid
                       add lg-amount
                         to ws-ca-refunds(ws-found-store-idx)
                   end-if
                   end-if
               end-if
           end-if.

           perform 251-read-ledger.

       300-apply-bank-deposits.
      *only deposits dated with this run's business date count
      *against this run - a bank file that has not arrived yet just
               move bd-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
                   if bd-us-deposit
                       add bd-amount
                         to ws-us-deposited(ws-found-store-idx)
                   else
                       add bd-amount
                         to ws-ca-deposited(ws-found-store-idx)
                   end-if
               end-if
           end-if.

                       ws-mtd-ent-store(ws-mtd-count)
               move mtd-amount       to
                       ws-mtd-ent-amount(ws-mtd-count)
               if mtd-us-dollars
                   move ws-usd       to
                           ws-mtd-ent-currency(ws-mtd-count)
               else
                   move ws-cad       to
                           ws-mtd-ent-currency(ws-mtd-count)
               end-if
           end-if.

           perform 401-read-mtd-record.
                       ws-mtd-ent-store(ws-mtd-count)
               move ws-overshort     to
                       ws-mtd-ent-amount(ws-mtd-count)
               move ws-cad           to
                       ws-mtd-ent-currency(ws-mtd-count)
           end-if.

           if ws-overshort not = 0
               move ws-cad           to ws-excp-currency
               perform 412-post-overshort
           end-if.

           compute ws-expected =
               ws-us-sales(ws-index) - ws-us-refunds(ws-index).
           compute ws-overshort =
               ws-us-deposited(ws-index) - ws-expected.

           if (ws-expected not = 0 or ws-overshort not = 0)
            and ws-mtd-count < ws-mtd-count-max
               add ws-one            to ws-mtd-count
               move ws-business-date to ws-mtd-ent-date(ws-mtd-count)
               move ws-store-num(ws-index) to
                       ws-mtd-ent-store(ws-mtd-count)
               move ws-overshort     to
                       ws-mtd-ent-amount(ws-mtd-count)
               move ws-usd           to
                       ws-mtd-ent-currency(ws-mtd-count)
           end-if.

           if ws-overshort not = 0
               move ws-usd           to ws-excp-currency
               perform 412-post-overshort
           end-if.

      *a drawer over or short goes on the exception worklist - one
      *entry per store, date and currency, so a rerun of the date
      *lands on the entry its first run raised
       412-post-overshort.
           move "CASHRECN"           to ep-source.
           move "CASHOS"             to ep-type.
           move ws-store-num(ws-index) to ep-store-num.
           move spaces               to ep-invoice.
           move spaces               to ep-detail.
           string ws-business-date   delimited by size
                  " "                delimited by size
                  ws-excp-currency   delimited by size
               into ep-detail.
           move ws-overshort         to ep-amount.
           perform 0220-post-exception.

       420-rewrite-mtd-file.
           open output mtd-file.
           perform 421-write-one-mtd
           move ws-mtd-ent-date(ws-index)   to mtd-date.
           move ws-mtd-ent-store(ws-index)  to mtd-store-num.
           move ws-mtd-ent-amount(ws-index) to mtd-amount.
           move ws-mtd-ent-currency(ws-index) to mtd-currency.
           write mtd-rec.

       430-roll-up-mtd.
           move ws-mtd-ent-store(ws-mtd-scan-idx) to ws-sub.
           perform 150-find-store-index.
           if ws-found-store-idx > 0
               if ws-mtd-ent-currency(ws-mtd-scan-idx) = ws-usd
                   add ws-mtd-ent-amount(ws-mtd-scan-idx)
                     to ws-us-mtd(ws-found-store-idx)
               else
                   add ws-mtd-ent-amount(ws-mtd-scan-idx)
                     to ws-ca-mtd(ws-found-store-idx)
               end-if
           end-if.

       500-write-report.
           write report-line from ws-summary-line3
             after advancing ws-one line.

      *then the US cash, for the stores that took or banked any
           write report-line from ws-us-heading
             after advancing ws-two line.
           write report-line from ws-heading3-headings
             after advancing ws-one line.
           write report-line from spaces.

           perform 520-report-one-us-store
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

           if ws-us-stores-shown = 0
               write report-line from ws-us-none-line
           end-if.

           move ws-us-total-expected  to ws-us-expected-edit.
           move ws-us-total-deposited to ws-us-deposited-edit.
           move ws-us-total-overshort to ws-us-overshort-edit.
           write report-line from ws-us-summary-line1
             after advancing ws-two line.
           write report-line from ws-us-summary-line2
             after advancing ws-one line.
           write report-line from ws-us-summary-line3
             after advancing ws-one line.

       510-report-one-store.
           compute ws-expected =
               ws-ca-sales(ws-index) - ws-ca-refunds(ws-index).
           move ws-ca-mtd(ws-index)      to ws-disp-mtd-edit.
           write report-line from ws-store-display-line.

       520-report-one-us-store.
           compute ws-expected =
               ws-us-sales(ws-index) - ws-us-refunds(ws-index).
           compute ws-overshort =
               ws-us-deposited(ws-index) - ws-expected.

           if ws-expected not = 0
            or ws-us-deposited(ws-index) not = 0
            or ws-us-mtd(ws-index) not = 0
               add ws-one                to ws-us-stores-shown
               add ws-expected           to ws-us-total-expected
               add ws-us-deposited(ws-index) to ws-us-total-deposited
               add ws-overshort          to ws-us-total-overshort

               move ws-store-num(ws-index)   to ws-disp-store-edit
               move ws-expected              to ws-disp-expected-edit
               move ws-us-deposited(ws-index) to
                       ws-disp-deposited-edit
               move ws-overshort             to ws-disp-overshort-edit
               move ws-us-mtd(ws-index)      to ws-disp-mtd-edit
               write report-line from ws-store-display-line
           end-if.

       end program Final-CashRecon.

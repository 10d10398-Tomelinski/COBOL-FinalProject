      *            (keyed lease invoice and billing period, so a
      *            daily run cannot open the same charge twice), and
      *            the L payments coming back through the validated
      *            pipeline - this run's posted transactions, voids
      *            netted - are applied against the lessee's oldest
      *            open item by invoice. An item unpaid past the
      *            grace period is assessed a late charge once, and
      *            the aging report shows current/30/60/90 by
      *            lessee. Until this ledger, a three-month
      *            delinquency surfaced when the vendor called. An
      *            item Final-LeaseEvents closed with a buyout is
      *            status C - it takes no more payments, draws no late
      *            charge and no longer ages. An open item 30 days
      *            or more past billing is raised to the exception
      *            worklist as a delinquent lease on each run.

       environment division.

               organization is line sequential
               file status is ws-billing-status.

      *this run's posted transactions, voids already netted out -
      *the L records in it are the lease payments
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

      *the open-items ledger itself, rewritten each run
           select open-item-file
                   "../../../../data/Final-lease-receivables.out"
               organization is line sequential.

      *exceptions raised this run, for Final-ExceptionWorklist
           select exception-post-file
               assign to "../../../../data/Final-Exception-Post.dat"
               organization is line sequential
               file status is ws-excp-status.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential

       data division.
       file section.
      *the raw 83-byte billing charge Final-LeaseBilling writes
       fd billing-file
           data record is bl-billing-rec
           record contains 83 characters.

       01 bl-billing-rec.
         05 bl-code                 pic x.
         05 bl-trans-date           pic 9(8).
         05 bl-quantity             pic 9(3).
         05 bl-unit-price           pic 9(4)v99.
         05 bl-associate-id         pic x(6).
         05 bl-exempt-cert          pic x(10).
         05 bl-foreign-amount       pic 9(5)v99.

      *same 84-byte layout POSTTRN.cpy describes - only its S/L
      *records are read here, as sales
       fd posted-file
           data record is sl-rec
           record contains 84 characters.

       01 sl-rec.
         05 sl-code                 pic x.
         05 sl-quantity             pic 9(3).
         05 sl-unit-price           pic 9(4)v99.
         05 sl-vendor-num           pic 9(5).
         05 filler                  pic xx.
         05 sl-associate-id         pic x(6).
         05 sl-exempt-cert          pic x(10).
         05 sl-foreign-amount       pic 9(5)v99.
         05 filler                  pic x.

      *one open item per billed charge - invoice plus billing
      *period is the key. status O open, P paid, C closed by a
      *lease buyout
       fd open-item-file
           data record is oi-open-item-rec
           record contains 45 characters.

       01 report-line               pic x(90).

       fd exception-post-file
           data record is ep-exception-post-rec
           record contains 60 characters.

       copy "EXCPOST.cpy".

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       working-storage section.

      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-posted-file-name       pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *exception posting fields (see EXCPWRT.cpy)
       copy "EXCPWS.cpy".

      *the ledger, held in memory while charges open, payments
      *apply, and late charges assess, then rewritten

       01 ws-file-status.
         05 ws-billing-status       pic xx      value "00".
         05 ws-posted-status        pic xx      value "00".
         05 ws-open-item-status     pic xx      value "00".

       77 ws-one                    pic 9       value 1.
      *replaces them instead of paying the same invoices twice
           perform 0060-load-payment-log.


      *billed charges open items, payments close them, and what
      *lingers past grace draws the late charge
           open output report-file.
           perform 400-write-report.
           close report-file.
           perform 0225-close-exception-post.

           perform 600-rewrite-open-items.
           perform 630-rewrite-payment-log.

       copy "RUNLOAD.cpy".

       copy "EXCPWRT.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.

       0040-load-open-items.
      *a missing ledger just means the first run builds it
               until ws-item-scan-idx > ws-item-count
                  or ws-found-item-idx > 0.

      *an item a buyout has since closed stays closed
           if ws-found-item-idx > 0
               subtract pl-amount
                 from ws-itm-paid(ws-found-item-idx)
               if ws-itm-status(ws-found-item-idx) = "P"
                and ws-itm-paid(ws-found-item-idx) <
                       ws-itm-amount(ws-found-item-idx) +
                       ws-itm-late(ws-found-item-idx)
                   move "O"         to
               move ws-item-scan-idx to ws-found-item-idx
           end-if.

      *----------------------------------------------------------------
      * Billed charges become open items - invoice plus billing
      * period is the key, so a daily run over the same billing file
       200-apply-lease-payments.
           move ws-n                to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-sl-eof
           else
               perform 210-read-sl-record
               perform 220-apply-one-payment
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

       210-read-sl-record.
           read posted-file
               at end
                   move ws-y        to ws-sl-eof.

      *first pass, so the found-item index is primed - whatever an
      *earlier payment or the backout left in it must not swallow
      *this one
           if sl-code-lease
               move sl-transaction  to ws-payment-left
               move 1               to ws-found-item-idx
               perform 230-apply-to-oldest-item
               move ws-itm-late(ws-index)     to ws-disp-late-edit
               move ws-item-balance           to ws-disp-open-edit
               write report-line from ws-item-display-line

               if ws-age-days >= 30
                and ws-item-balance > 0
                   perform 415-post-delinquent
               end-if
           end-if.

      *a charge a month or more past billing and still unpaid goes
      *to the exception worklist for collections, raised again each
      *run it stays open
       415-post-delinquent.
           move "LEASERCV"          to ep-source.
           move "LSEDELQ"           to ep-type.
           move ws-itm-store(ws-index)   to ep-store-num.
           move ws-itm-invoice(ws-index) to ep-invoice.
           move spaces              to ep-detail.
           move ws-itm-period(ws-index)  to ep-detail(1:6).
           move ws-item-balance     to ep-amount.
           perform 0220-post-exception.

       420-bucket-one-balance.
           if ws-age-days < 30
               add ws-item-balance  to ws-age-current

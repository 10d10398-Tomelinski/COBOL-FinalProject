      *            S&L detail (voided sales netted out, the same way
      *            SAndLProcessing nets them), its returns with
      *            reasons (over-limit refunds flagged HELD and kept
      *            out of the tax, as Final-ReturnProccess posted them),
      *            its payment-type mix, and its net tax line. The
      *            posted transactions are re-read once per store - the
      *            stores number a handful and the file a day's
      *            records, so the simple pass wins.

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

           select store-master-file
               assign to "../../../../data/Final-Store-Master.dat"
               organization is line sequential
               file status is ws-store-tax-status.

      *the open-chargeback ledger Final-CardRecon carries run to
      *run - the store manager sees every dispute still open
      *against the store, however long ago it arrived

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
      *US-dollar cash is cash in the tender mix
           88 sl-ca                     value 'CA' 'US'.
           88 sl-cr                     value 'CR'.
           88 sl-db                     value 'DB'.
           88 sl-sc                     value 'SC'.
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
           88 rt-reason-defective       value 'DF'.
           88 rt-reason-wrong-item      value 'WI'.
           88 rt-reason-cust-change     value 'CC'.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.
         05 rt-post-status          pic x.
           88 rt-held                   value 'H'.

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".


       copy "STORETAX.cpy".

      *the open-chargeback ledger record
       fd chargeback-ledger-file
           data record is cl-chargeback-rec

       working-storage section.

      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-posted-file-name       pic x(64)   value spaces.
       01 ws-store-tax-name         pic x(64)   value spaces.

       01 ws-letterhead1.
       copy "TAXHWS.cpy".


      *store master table (loaded at startup - see 0040-load-store-master)
       copy "STORWS.cpy".

       01 ws-store-tax-flags.
         05 ws-store-tax-eof        pic x       value 'n'.

      *the statement file name, rebuilt per store
       01 ws-statement-name         pic x(64)   value spaces.
       01 ws-statement-store-xx     pic 99      value 0.
         05 ws-scan-idx             pic 999     value 0.
         05 ws-index                pic 999     value 0.
         05 ws-tax                  pic 9(5)v99 value 0.

       01 ws-flags.
         05 ws-sl-eof               pic x       value 'n'.
         05 ws-return-eof           pic x       value 'n'.
         05 ws-cback-eof            pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-store-tax-status     pic xx      value "00".
         05 ws-cback-status         pic xx      value "00".

       77 ws-one                    pic 9       value 1.
           perform 0040-load-store-master.
           perform 0190-load-tax-history.
           perform 0050-load-store-tax.

      *one statement per store on the master
           perform 100-write-one-statement
       copy "RUNLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.
           move spaces to ws-store-tax-name.
           string "../../../../data/Final-Store-Tax"
                       delimited by size
       0054-clear-one-sales-tax.
           move 0                   to ws-sales-tax(ws-scan-idx).

      *----------------------------------------------------------------
      * One store's statement, start to finish
      *----------------------------------------------------------------
           perform 110-open-statement-file.
           perform 120-write-letterhead.

           move 0                   to ws-tot-sales.
           move 0                   to ws-tot-returns.
           move 0                   to ws-tot-return-tax.
           write statement-line from ws-letterhead2
             after advancing ws-one line.

       200-write-sales-section.
           write statement-line from ws-heading-sales
             after advancing ws-two line.
           move 0                   to ws-section-lines.
           move ws-n                to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-sl-eof
           else
               perform 210-read-sl-record
               perform 220-write-one-sale
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

           if ws-section-lines = 0
           end-if.

       210-read-sl-record.
           read posted-file
               at end
                   move ws-y        to ws-sl-eof.

       220-write-one-sale.
           if sl-store-num = ws-cur-store
               if sl-sale-or-lease
                   add ws-one           to ws-section-lines
                   add sl-transaction   to ws-tot-sales
                   if sl-ca
           move 0                   to ws-section-lines.
           move ws-n                to ws-return-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-return-eof
           else
               perform 310-read-return-record
               perform 320-write-one-return
                   until ws-return-eof = ws-y
               close posted-file
           end-if.

           if ws-section-lines = 0
           end-if.

       310-read-return-record.
           read posted-file
               at end
                   move ws-y        to ws-return-eof.

       320-write-one-return.
           if rt-store-num = ws-cur-store
            and rt-return
               add ws-one           to ws-section-lines

               move rt-invoice      to ws-rd-invoice
               perform 340-name-return-reason
               move rt-trans-mm     to ws-rd-mm
               move rt-trans-dd     to ws-rd-dd
               move rt-transaction  to ws-rd-amount-edit

               if not rt-held
                   move spaces      to ws-rd-held-flag
                   add rt-transaction to ws-tot-returns
      *the return taxes back at the rate in force on its own date,
                       compute ws-tax rounded =
                           (rt-transaction * ws-cur-tax-rate)
                   end-if
      *an exempt sale was charged no tax, so its return has none
      *to give back
                   if rt-exempt-cert not = spaces
                       move 0       to ws-tax
                   end-if
                   add ws-tax       to ws-tot-return-tax
               else
      *held for approval by Final-ReturnProccess - listed for the
      *manager, excluded from the tax line
                   move "HELD"      to ws-rd-held-flag
               end-if


       350-write-chargebacks-section.
      *the disputes still open against this store, however long ago
      *they arrived - re-read per store like the posted transactions; a
      *missing ledger means no dispute has ever arrived
           write statement-line from ws-heading-cbacks
             after advancing ws-two line.

           perform 360-read-chargeback.

       340-name-return-reason.
           if rt-reason-defective
               move "DEFECTIVE"         to ws-rd-reason
           write statement-line from ws-net-tax-line
             after advancing ws-one line.


       copy "TAXHLOAD.cpy".


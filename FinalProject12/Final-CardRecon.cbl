      *Description: This Program reconciles the card processor's
      *            daily settlement file against the credit and
      *            debit records the pipeline processed - CR/DB
      *            sales and released CR/DB refunds from the run's
      *            posted-transaction generation - matching by invoice
      *            number and amount. Three buckets come out: in our
      *            file but never settled, settled but not in our
      *            file, and amount mismatches. This is the check
      *            the auditors flagged as a manual spreadsheet.
      *            Every record in any of the three buckets is also
      *            raised onto the exception worklist for treasury.

       environment division.

       input-output section.
       file-control.

      *the run's posted transactions - a voided sale is already
      *netted out, and a refund held for approval by
      *Final-ReturnProccess (never sent to the processor) is marked
      *held
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

      *the processor's daily settlement file, one record per
      *authorization settled
               file status is ws-settlement-status.


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
      *on the card-sales pass and as a return on the refund pass
       fd posted-file
           data records are sl-rec rt-rec
           record contains 84 characters.

       01 sl-rec.
         05 sl-code                 pic x.
           88 sl-sale-or-lease          value 'S' 'L'.
         05 sl-transaction          pic 9(5)v99.
         05 sl-payment-type         pic xx.
           88 sl-card-payment           value 'CR' 'DB'.
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
           88 rt-card-payment           value 'CR' 'DB'.
         05 rt-unit-price           pic 9(4)v99.
         05 rt-vendor-num           pic 9(5).
         05 rt-return-reason        pic xx.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.
         05 rt-post-status          pic x.
           88 rt-held                   value 'H'.


      *the record type up front distinguishes a settlement from a
      *cardholder chargeback and from a representment that wins a
      *disputed sale back - a blank type is an old-format settlement
      *generation catalog record
       fd generation-catalog-file
           data record is gc-catalog-rec
           record contains 77 characters.

       01 gc-catalog-rec.
         05 gc-stamp                pic x(12).
         05 gc-file-name            pic x(64).
      *R once Final-DayReversal has backed the run out
         05 gc-status               pic x.
           88 gc-reversed               value 'R'.

      *a prior sl generation - only store and invoice matter here
       fd prior-sl-file
           data record is psl-rec
           record contains 81 characters.

       01 psl-rec.
         05 filler                  pic x(10).
         05 psl-store-num           pic 99.
         05 psl-invoice             pic x(9).
         05 filler                  pic x(60).


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
       01 ws-posted-file-name        pic x(64)   value spaces.


      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *exception posting fields (see EXCPWRT.cpy)
       copy "EXCPWS.cpy".


       01 ws-heading1-name-line.
         05 filler                  pic x(25)
         05 ws-section-had-lines    pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-settlement-status    pic xx      value "00".

       77 ws-one                    pic 9       value 1.
           perform 0030-load-run-control.
           perform 0032-build-generation-names.


      *pick up the open disputes carried from earlier runs
           perform 0050-load-chargeback-ledger.
           end-if.

           perform 480-rewrite-chargeback-ledger.
           perform 0225-close-exception-post.

           perform 700-report-footer.

       100-load-card-sales.
           move ws-n                to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-sl-eof
           else
               perform 110-read-sl-record
               perform 120-note-card-sale
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

       110-read-sl-record.
           read posted-file
               at end
                   move ws-y        to ws-sl-eof.

       120-note-card-sale.
      *a voided sale was never charged - the processor has nothing
      *to settle against it, and it is not on the posted generation
           if sl-sale-or-lease
            and sl-card-payment
            and ws-card-count < ws-card-count-max
               add ws-one           to ws-card-count
               move sl-invoice      to ws-card-invoice(ws-card-count)
       200-load-card-refunds.
           move ws-n                to ws-return-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-return-eof
           else
               perform 210-read-return-record
               perform 220-note-card-refund
                   until ws-return-eof = ws-y
               close posted-file
           end-if.

       210-read-return-record.
           read posted-file
               at end
                   move ws-y        to ws-return-eof.

      *a refund held for approval by Final-ReturnProccess was never
      *sent to the processor, so it would sit in the not-settled
      *bucket forever - it stays out of the "ours" table
           if rt-return
            and rt-card-payment
            and not rt-held
            and ws-card-count < ws-card-count-max
               add ws-one           to ws-card-count
               move rt-invoice      to ws-card-invoice(ws-card-count)
           perform 210-read-return-record.


       300-write-report-headings.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
      *an invoice we never processed or a second settlement of one
      *already claimed
               add ws-one           to ws-total-unknown
               move 0               to ep-store-num
               move cs-invoice      to ep-invoice
               move "NOT IN OUR FILE" to ep-detail
               move cs-amount       to ep-amount
               perform 610-post-unmatched
               if ws-unknown-count < ws-unknown-count-max
                   add ws-one       to ws-unknown-count
                   move cs-invoice  to
                     to ws-mis-ours-edit
                   move cs-amount   to ws-mis-theirs-edit
                   write report-line from ws-mismatch-display-line
                   move ws-card-store(ws-found-card-idx)
                     to ep-store-num
                   move cs-invoice  to ep-invoice
                   move "AMOUNT MISMATCH" to ep-detail
                   compute ep-amount = cs-amount -
                       ws-card-amount(ws-found-card-idx)
                   perform 610-post-unmatched
               end-if
           end-if.

                   move ws-y        to ws-gen-cat-eof.

       468-check-one-catalog-entry.
      *a reversed run's sales were backed out - its corrected rerun
      *carries them
           if gc-file-name(18:16) = "Final-sl-records"
            and not gc-reversed
               move gc-file-name    to ws-prior-sl-name
               perform 469-scan-one-generation
           end-if.
               end-if
               move ws-card-amount(ws-index)  to ws-ours-amount-edit
               write report-line from ws-ours-display-line
               move ws-card-store(ws-index)   to ep-store-num
               move ws-card-invoice(ws-index) to ep-invoice
               if ws-card-source(ws-index) = "S"
                   move "UNSETTLED SALE"      to ep-detail
               else
                   move "UNSETTLED REFND"     to ep-detail
               end-if
               move ws-card-amount(ws-index)  to ep-amount
               perform 610-post-unmatched
           end-if.

      *every unmatched settlement, in any of the three buckets, is
      *raised onto the exception worklist - the detail says which
       610-post-unmatched.
           move "CARDRECN"          to ep-source.
           move "CARDUNM"           to ep-type.
           perform 0220-post-exception.

       700-report-footer.
           move ws-card-count       to ws-total-ours-edit.
           move ws-total-theirs     to ws-total-theirs-edit.

       copy "RUNLOAD.cpy".

       copy "EXCPWRT.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.


       end program Final-CardRecon.

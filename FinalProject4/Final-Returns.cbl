      *Last-Edited:        04/15/2021
      *Description: This Report Outputs the Details for Returned 
      *            Records, and provides a quick summary per store.
      *            A refund held for approval is also raised onto
      *            the exception worklist.

      * Tom & Calvin worked on this Program.

                   "../../../../data/Final-return-exceptions.dat"
               organization is line sequential.

      *returns this run processed under an exemption certificate,
      *for Final-TaxRemit's exempt-sales schedule
           select exempt-return-file
               assign to "../../../../data/Final-Exempt-Returns.dat"
               organization is line sequential.

      *supervisor-approved refund authorizations - an invoice on
      *this list bypasses the refund ceiling exactly once; this
      *program consumes the authorization and stamps it with the
               organization is line sequential
               file status is ws-taxh-status.

      *void records - each void cancels exactly one sale of its
      *invoice out of the posted-transaction generation
           select void-file
               assign to dynamic ws-void-file-name
               organization is line sequential
               file status is ws-void-status.

      *the run's posted transactions - the sales and leases net of
      *their voids, and every return with the held or released
      *outcome this program gave it, so the downstream reports read
      *one answer instead of each re-deriving its own
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

           select generation-catalog-file
               assign to
                   "../../../../data/Final-Generation-Catalog.dat"
               organization is line sequential
               file status is ws-gen-cat-status.

      *store-credit register - a return tendered SC issues a credit
      *here under its own invoice number, which the redemption later
      *carries back through validation
               organization is line sequential
               file status is ws-credit-reg-status.

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
           88 it-db                     value 'DB'.
      *SC - the refund is issued as store credit, not paid out
           88 it-sc                     value 'SC'.
      *US - US-dollar cash, refunded in US dollars
           88 it-us                     value 'US'.
         05 it-store-num            pic 99.
         05 it-invoice              pic x(9).
         05 it-sku-code             pic x(15).
           88 it-reason-wrong-item      value 'WI'.
           88 it-reason-cust-change     value 'CC'.
           88 it-reason-other           value 'OT'.
      *associate who rang the return - rides onto the exceptions
      *file so an approved refund re-validates under the same id
         05 it-associate-id         pic x(6).
      *exemption certificate the original sale was made under - an
      *exempt return gives back no tax, because none was charged
         05 it-exempt-cert          pic x(10).
      *US dollars on a US-cash return, zero on any other tender
         05 it-foreign-amount       pic 9(5)v99.


       fd report-file

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

      *field is needed here.
       fd sale-invoice-file
           data record is si-rec
           record contains 81 characters.

       01 si-rec.
         05 si-code                 pic x.
         05 si-quantity             pic 9(3).
         05 si-unit-price           pic 9(4)v99.
         05 si-vendor-num           pic 9(5).
         05 si-associate-id         pic x(6).
         05 si-exempt-cert          pic x(10).
         05 si-foreign-amount       pic 9(5)v99.

      *keyed invoice record - the key is the whole record
       fd sale-invoice-index

       copy "RFAUTH.cpy".

      *the raw 83-byte project6.dat detail layout, composed field by
      *field since the split-file field order differs
       fd exception-file
           data record is ex-exception-rec
           record contains 83 characters.

       01 ex-exception-rec.
         05 ex-code                 pic x.
         05 ex-trans-date           pic 9(8).
         05 ex-quantity             pic 9(3).
         05 ex-unit-price           pic 9(4)v99.
         05 ex-associate-id         pic x(6).
         05 ex-exempt-cert          pic x(10).
         05 ex-foreign-amount       pic 9(5)v99.

      *per-store return tax record - same shape as STORETAX.cpy
       fd return-tax-file
         05 rtx-store-num           pic 99.
         05 rtx-tax-amount          pic 9(6)v99.

      *exempt return record
       fd exempt-return-file
           data record is xt-exempt-tran-rec
           record contains 44 characters.

       copy "EXMPTTX.cpy".

      *void record - only the invoice matters here
       fd void-file
           data record is vd-void-rec
           record contains 81 characters.

       01 vd-void-rec.
         05 filler                  pic x(12).
         05 vd-invoice              pic x(9).
         05 filler                  pic x(60).

       fd posted-file
           data record is pt-posted-rec
           record contains 84 characters.

       copy "POSTTRN.cpy".

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

      *store-credit register record - the credit number is the
      *issuing return's invoice id
       fd credit-register-file
         05 cg-remaining            pic 9(5)v99.
         05 cg-status               pic x.

       fd exception-post-file
           data record is ep-exception-post-rec
           record contains 60 characters.

       copy "EXCPOST.cpy".

      *run control file definition
       fd run-control-file
           data record is rc-run-control-rec
       01 ws-return-file-name       pic x(64)   value spaces.
       01 ws-sl-file-name           pic x(64)   value spaces.
       01 ws-store-tax-name         pic x(64)   value spaces.
       01 ws-void-file-name         pic x(64)   value spaces.
       01 ws-posted-file-name       pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
       01 ws-math.                  
         05 ws-price                pic 9(5)v99.
         05 ws-tax                  pic 9(5)v99.
         05 ws-exempt-tax           pic 9(5)v99.
         05 ws-net-tax              pic S9(6)v99.

       01 ws-summary-header.
         05 ws-limit-found-idx      pic 99      value 0.
         05 ws-limit-scan-idx       pic 99      value 0.

      *void invoice table - loaded at startup, each void cancels
      *exactly one sale out of the posted generation. this is the
      *one table every report's voids now go through, so a load the
      *cap cuts short is shouted about
       01 ws-void-count-max         pic 9(4)    value 2000.
       01 ws-void-count             pic 9(4)    value 0.
       01 ws-void-table.
         05 ws-void-entry occurs 0 to 2000 times
               depending on ws-void-count.
           10 ws-void-invoice       pic x(9).
           10 ws-void-used          pic x.

       01 ws-void-fields.
         05 ws-void-eof             pic x       value "n".
         05 ws-void-status          pic xx      value "00".
         05 ws-found-void-idx       pic 9(4)    value 0.
         05 ws-void-scan-idx        pic 9(4)    value 0.

       01 ws-posted-fields.
         05 ws-posted-status        pic xx      value "00".
         05 ws-gen-cat-status       pic xx      value "00".
         05 ws-posted-sl-eof        pic x       value "n".
         05 ws-total-posted-sl      pic 9(6)    value 0.
         05 ws-total-voided-sl      pic 9(6)    value 0.

      *store-credit register, held in memory while this run's SC
      *refunds are issued onto it, then rewritten - validation has
      *already taken this run's redemptions out of it by the time
      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *exception posting fields (see EXCPWRT.cpy)
       copy "EXCPWS.cpy".

      *tax rate history (loaded at startup - see TAXHLOAD.cpy)
       copy "TAXHWS.cpy".

       77 ws-credit                 pic x(6)    value "CREDIT".
       77 ws-debit                  pic x(6)    value "DEBIT".
       77 ws-strcrd                 pic x(6)    value "STRCRD".
       77 ws-uscash                 pic x(6)    value "USCASH".
       77 ws-the-tax                pic 9v99    value 0.13.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
           perform 0057-load-refund-limits.
           perform 0150-load-refund-auth.
           perform 0080-load-credit-register.
           perform 0047-load-void-invoices.

      *the posted generation opens with the run's sales and leases,
      *net of voids; each return follows as it is decided below
           perform 0094-post-sales-and-leases.

      *Open read/write files
           open input data-file.
           open output report-file, exception-file.
           open output exempt-return-file.

      *set end of file variable
           perform 010-read-file.
           end-if.

           close data-file, report-file, exception-file.
           close exempt-return-file, posted-file.
           perform 0225-close-exception-post.
           perform 0098-note-posted-generation.
           if ws-si-ix-available = ws-y
               close sale-invoice-index
           end-if.

       copy "RUNLOAD.cpy".

       copy "EXCPWRT.cpy".

       0032-build-generation-names.
           move spaces to ws-return-file-name.
           string "../../../../data/Final-return-records"
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-store-tax-name.
           move spaces to ws-void-file-name.
           string "../../../../data/Final-void-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-void-file-name.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.

       copy "STORLOAD.cpy".

           move ws-crg-status(ws-credit-scan-idx)    to cg-status.
           write cg-credit-rec.

      *a missing void file simply means a run from before voids
      *existed - nothing to cancel
       0047-load-void-invoices.
           move ws-n               to ws-void-eof.
           move 0                  to ws-void-count.

           open input void-file.
           if ws-void-status = "35"
               move ws-y           to ws-void-eof
           else
               perform 0048-read-void-record
               perform 0049-build-void-entry
                   until ws-void-eof = ws-y
                      or ws-void-count = ws-void-count-max
               if ws-void-eof not = ws-y
                   display "*** VOIDS OVER TABLE CAP - THE REST"
                           " NOT NETTED FROM POSTED SALES ***"
               end-if
               close void-file
           end-if.

       0048-read-void-record.
           read void-file
               at end
                   move ws-y       to ws-void-eof.

       0049-build-void-entry.
           add ws-one              to ws-void-count.
           move vd-invoice         to ws-void-invoice(ws-void-count).
           move ws-n               to ws-void-used(ws-void-count).

           perform 0048-read-void-record.

      *every sale and lease the run kept goes onto the posted
      *generation in the order it was split - a voided one claims
      *its void and stays off
       0094-post-sales-and-leases.
           move ws-n               to ws-posted-sl-eof.

           open output posted-file.
           open input sale-invoice-file.
           perform 0095-read-sale-for-posting.
           perform 0096-post-one-sale
               until ws-posted-sl-eof = ws-y.
           close sale-invoice-file.

       0095-read-sale-for-posting.
           read sale-invoice-file
               at end
                   move ws-y       to ws-posted-sl-eof.

       0096-post-one-sale.
           move 0                  to ws-found-void-idx.
           if ws-void-count > 0
               perform 0097-scan-voids
                 varying ws-void-scan-idx from 1 by 1
                   until ws-void-scan-idx > ws-void-count
                      or ws-found-void-idx > 0
           end-if.

           if ws-found-void-idx > 0
               move ws-y           to
                       ws-void-used(ws-found-void-idx)
               add ws-one          to ws-total-voided-sl
           else
               move si-code        to pt-code
               move si-transaction to pt-transaction
               move si-payment-type to pt-payment-type
               move si-store-num   to pt-store-num
               move si-invoice     to pt-invoice
               move si-sku-code    to pt-sku-code
               move si-trans-date  to pt-trans-date
               move si-quantity    to pt-quantity
               move si-unit-price  to pt-unit-price
               move si-vendor-num  to pt-vendor-num
               move spaces         to pt-return-reason
               move si-associate-id to pt-associate-id
               move si-exempt-cert to pt-exempt-cert
               move si-foreign-amount to pt-foreign-amount
               move "P"            to pt-post-status
               write pt-posted-rec
               add ws-one          to ws-total-posted-sl
           end-if.

           perform 0095-read-sale-for-posting.

       0097-scan-voids.
           if ws-void-used(ws-void-scan-idx) = ws-n
            and si-invoice = ws-void-invoice(ws-void-scan-idx)
               move ws-void-scan-idx to ws-found-void-idx
           end-if.

       0098-note-posted-generation.
           open extend generation-catalog-file.
           if ws-gen-cat-status = "35"
               open output generation-catalog-file
           end-if.

           move ws-run-stamp       to gc-stamp.
           move ws-posted-file-name to gc-file-name.
           move space              to gc-status.
           write gc-catalog-rec.

           close generation-catalog-file.

       0160-rewrite-refund-auth.
           open output refund-auth-file.
           perform 0161-write-one-auth
           end-if.


       300-process-lines.

           move it-code            to ws-code.
           else
           if it-sc    then
               move ws-strcrd      to ws-payment-type
           else
           if it-us    then
               move ws-uscash      to ws-payment-type
           end-if
           end-if
           end-if
           end-if
               perform 220-count-return-reason
               perform 230-check-sale-match

               if it-exempt-cert not = spaces
                   perform 315-write-exempt-return
               end-if

      *a refund tendered SC issues store credit instead of paying
      *out - the safe tender for the big refunds
               if it-sc
               perform 250-hold-exception
           end-if.

      *the decision just made rides onto the posted generation
           perform 270-post-return.

      * Write to Detail Line
           write report-line       from ws-detail-line.

           move it-trans-date         to ex-trans-date.
           move it-quantity           to ex-quantity.
           move it-unit-price         to ex-unit-price.
           move it-associate-id       to ex-associate-id.
           move it-exempt-cert        to ex-exempt-cert.
           move it-foreign-amount     to ex-foreign-amount.
           write ex-exception-rec.

           add ws-one                 to ws-total-exceptions.

           move "HELD"                to ws-match-flag.

      *a held refund waits on the exception worklist until customer
      *service clears it
           move "RETURNS"             to ep-source.
           move "REFHELD"             to ep-type.
           move it-store-num          to ep-store-num.
           move it-invoice            to ep-invoice.
           move it-sku-code           to ep-detail.
           move it-transaction        to ep-amount.
           perform 0220-post-exception.

       260-issue-store-credit.
      *the credit opens under the return's own invoice number - a
      *second SC refund on the same invoice tops the credit back up
               move ws-credit-scan-idx to ws-found-credit-idx
           end-if.

       270-post-return.
           move it-code            to pt-code.
           move it-transaction     to pt-transaction.
           move it-payment-type    to pt-payment-type.
           move it-store-num       to pt-store-num.
           move it-invoice         to pt-invoice.
           move it-sku-code        to pt-sku-code.
           move it-trans-date      to pt-trans-date.
           move it-quantity        to pt-quantity.
           move it-unit-price      to pt-unit-price.
           move it-vendor-num      to pt-vendor-num.
           move it-return-reason   to pt-return-reason.
           move it-associate-id    to pt-associate-id.
           move it-exempt-cert     to pt-exempt-cert.
           move it-foreign-amount  to pt-foreign-amount.
           if ws-refund-authorized = ws-y
               move "P"            to pt-post-status
           else
               move "H"            to pt-post-status
           end-if.
           write pt-posted-rec.

       310-calc-tax.
      *tax the return back at the rate in force on the return's own
      *date, from the rate history - the same dated lookup
               compute ws-tax rounded = (ws-price * ws-the-tax)
           end-if.

      *an exempt sale was charged no tax, so its return gives none
      *back - the tax it would have carried is kept for the
      *exempt-returns file
           move 0                  to ws-exempt-tax.
           if it-exempt-cert not = spaces
               move ws-tax         to ws-exempt-tax
               move 0              to ws-tax
           end-if.

           move ws-tax             to ws-tax-edit.

       315-write-exempt-return.
           move it-code            to xt-code.
           move it-store-num       to xt-store-num.
           move it-invoice         to xt-invoice.
           move it-exempt-cert     to xt-cert-num.
           move it-trans-date      to xt-trans-date.
           move it-transaction     to xt-amount.
           move ws-exempt-tax      to xt-tax-exempted.
           write xt-exempt-tran-rec.


       400-report-footer.
      *    Move Totals...

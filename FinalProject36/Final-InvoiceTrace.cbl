       identification division.
       program-id. Final-InvoiceTrace.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: The invoice trace inquiry. When a store calls
      *            about an invoice, a request record naming it
      *            traces its whole life through every file the
      *            system keeps: the feed (project6.dat), the error
      *            detail, the invalid and suspense files, each S&L,
      *            return, void, transfer and layaway generation
      *            the catalog still holds, the journal batch of
      *            every run it landed in, its refund authorization
      *            and approval audit, its chargeback ledger entry,
      *            and its store-credit and lease master records.
      *            Every sighting is dated and sorted into one
      *            chronological trace, so nobody greps a dozen
      *            files by hand.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *the request - the invoice to trace
           select request-file
               assign to "../../../../data/Final-Trace-Request.dat"
               organization is line sequential
               file status is ws-request-status.

           select data-file
               assign to "../../../../data/project6.dat"
               organization is line sequential
               file status is ws-data-status.

           select error-detail-file
               assign to "../../../../data/Final-Error-Detail.dat"
               organization is line sequential
               file status is ws-err-detail-status.

           select invalid-file
               assign to "../../../../data/Final-Invalid.dat"
               organization is line sequential
               file status is ws-invalid-status.

           select suspense-file
               assign to "../../../../data/Final-Suspense.dat"
               organization is line sequential
               file status is ws-suspense-status.

           select generation-catalog-file
               assign to
                   "../../../../data/Final-Generation-Catalog.dat"
               organization is line sequential
               file status is ws-gen-cat-status.

      *one cataloged S&L, return or void generation at a time - the
      *three share the record front the invoice sits in
           select generation-file
               assign to dynamic ws-gen-file-name
               organization is line sequential
               file status is ws-gen-status.

      *the journal batch of a run the invoice landed in, kept by
      *generation by Final-GLExtract
           select journal-gen-file
               assign to dynamic ws-journal-gen-name
               organization is line sequential
               file status is ws-journal-gen-status.

           select refund-auth-file
               assign to "../../../../data/Final-Refund-Auth.dat"
               organization is line sequential
               file status is ws-auth-status.

      *the permanent record of supervisor decisions - the
      *authorization list is purged as it is consumed, the audit
      *trail never forgets
           select approval-audit-file
               assign to
                   "../../../../data/Final-Approval-Audit.dat"
               organization is line sequential
               file status is ws-audit-status.

           select chargeback-ledger-file
               assign to
                   "../../../../data/Final-Chargeback-Ledger.dat"
               organization is line sequential
               file status is ws-cb-ledger-status.

           select credit-register-file
               assign to "../../../../data/Final-Store-Credit.dat"
               organization is line sequential
               file status is ws-credit-reg-status.

           select lease-master-file
               assign to "../../../../data/Final-Lease-Master.dat"
               organization is line sequential
               file status is ws-lease-mast-status.

      *run control - dates the feed, invalid and suspense sightings,
      *which belong to the current run
           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

      *every sighting as it is found, then sorted into date order
      *for the report - the same sort-and-read-back SAndLProcessing
      *uses to put its detail in store order
           select event-file
               assign to "../../../../data/Final-trace-events.tmp"
               organization is line sequential.

           select sort-file
               assign to "sortwork".

           select sorted-event-file
               assign to "../../../../data/Final-trace-sorted.tmp"
               organization is line sequential.

           select report-file
               assign to "../../../../data/Final-invoice-trace.out"
               organization is line sequential.

       data division.
       file section.
       fd request-file
           data record is tq-request-rec
           record contains 9 characters.

       01 tq-request-rec.
         05 tq-invoice              pic x(9).

      *the raw feed, invalid and suspense records all carry the
      *raw record front - only the fields the trace shows are named
       fd data-file
           data record is it-item-rec
           record contains 83 characters.

       01 it-item-rec.
         05 it-code                 pic x.
         05 it-transaction          pic x(7).
         05 it-payment-type         pic xx.
         05 it-store-num            pic xx.
         05 it-invoice              pic x(9).
         05 it-sku-code             pic x(15).
         05 it-trans-date           pic x(8).
         05 filler                  pic x(39).

       fd error-detail-file
           data record is ed-error-detail-rec
           record contains 24 characters.

       01 ed-error-detail-rec.
         05 ed-record-type          pic x.
           88 ed-type-error             value 'E'.
         05 ed-business-date        pic 9(8).
         05 ed-store-num            pic xx.
         05 ed-invoice              pic x(9).
         05 ed-error-code           pic x(4).

       fd invalid-file
           data record is iv-invalid-rec
           record contains 83 characters.

       01 iv-invalid-rec.
         05 iv-code                 pic x.
         05 iv-transaction          pic x(7).
         05 iv-payment-type         pic xx.
         05 iv-store-num            pic xx.
         05 iv-invoice              pic x(9).
         05 iv-sku-code             pic x(15).
         05 iv-trans-date           pic x(8).
         05 filler                  pic x(39).

       fd suspense-file
           data record is sus-suspense-rec
           record contains 86 characters.

       01 sus-suspense-rec.
         05 sus-cycle-count         pic 9(3).
         05 sus-detail.
           10 sus-code              pic x.
           10 sus-transaction       pic x(7).
           10 sus-payment-type      pic xx.
           10 sus-store-num         pic xx.
           10 sus-invoice           pic x(9).
           10 filler                pic x(62).

       fd generation-catalog-file
           data record is gc-catalog-rec
           record contains 77 characters.

       01 gc-catalog-rec.
         05 gc-stamp                pic x(12).
         05 gc-file-name            pic x(64).
      *R once Final-DayReversal has backed the run out
         05 gc-status               pic x.
           88 gc-reversed               value 'R'.

       fd generation-file
           data record is gn-gen-rec
           record contains 84 characters.

       01 gn-gen-rec.
         05 gn-code                 pic x.
         05 gn-transaction          pic 9(5)v99.
         05 gn-payment-type         pic xx.
         05 gn-store-num            pic 99.
         05 gn-invoice              pic x(9).
         05 filler                  pic x(63).

      *only the batch header is wanted - it carries the batch
      *sequence corporate knows the batch by
       fd journal-gen-file
           data record is jh-journal-header
           record contains 52 characters.

       01 jh-journal-header.
         05 jh-record-type          pic xx.
           88 jh-header                 value 'BH'.
         05 jh-source-system        pic x(8).
         05 jh-business-date        pic 9(8).
         05 jh-run-number           pic 9(4).
         05 jh-batch-seq            pic 9(6).
         05 filler                  pic x(24).

       fd refund-auth-file
           data record is ra-auth-rec
           record contains 30 characters.

       copy "RFAUTH.cpy".

       fd approval-audit-file
           data record is aa-audit-rec
           record contains 54 characters.

       01 aa-audit-rec.
         05 aa-run-stamp            pic x(12).
         05 aa-authorizer           pic x(8).
         05 aa-invoice              pic x(9).
         05 aa-decision             pic x.
           88 aa-approved               value 'A'.
         05 aa-reason               pic x(24).

       fd chargeback-ledger-file
           data record is cl-chargeback-rec
           record contains 31 characters.

       copy "CBLEDG.cpy".

       fd credit-register-file
           data record is cg-credit-rec
           record contains 34 characters.

       01 cg-credit-rec.
         05 cg-credit-num           pic x(9).
         05 cg-store-num            pic 99.
         05 cg-issue-date           pic 9(8).
         05 cg-original             pic 9(5)v99.
         05 cg-remaining            pic 9(5)v99.
         05 cg-status               pic x.

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
         05 lm-status               pic x.

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

      *one sighting - the key puts them in date, run and file order
       fd event-file
           data record is ev-event-rec
           record contains 92 characters.

       01 ev-event-rec.
         05 ev-sort-key.
           10 ev-date               pic 9(8).
           10 ev-run                pic 9(4).
           10 ev-source-order       pic 99.
           10 ev-seq                pic 9(6).
         05 ev-source               pic x(16).
         05 ev-detail               pic x(56).

      * Sort Record - only the key is named
       sd sort-file
           data record is sort-rec.

       01 sort-rec.
         05 srt-sort-key            pic x(20).
         05 filler                  pic x(72).

       fd sorted-event-file
           data record is se-event-rec
           record contains 92 characters.

       01 se-event-rec.
         05 se-date                 pic 9(8).
         05 se-run                  pic 9(4).
         05 se-source-order         pic 99.
         05 se-seq                  pic 9(6).
         05 se-source               pic x(16).
         05 se-detail               pic x(56).

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line               pic x(100).

       working-storage section.

       01 ws-gen-file-name          pic x(64)   value spaces.
       01 ws-journal-gen-name       pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(20)
               value "Final: Invoice Trace".

       01 ws-heading2-title.
         05 filler                  pic x(30)   value spaces.
         05 filler                  pic x(13)   value "INVOICE TRACE".

       01 ws-request-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(8)    value "INVOICE ".
         05 ws-rq-invoice           pic x(9).

       01 ws-heading3-columns.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(12)   value "DATE".
         05 filler                  pic x(6)    value "RUN".
         05 filler                  pic x(18)   value "FILE".
         05 filler                  pic x(6)    value "DETAIL".

       01 ws-trace-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-tl-date.
           10 ws-tl-yyyy            pic 9(4).
           10 ws-tl-slash1          pic x.
           10 ws-tl-mm              pic 99.
           10 ws-tl-slash2          pic x.
           10 ws-tl-dd              pic 99.
         05 filler                  pic x(2)    value spaces.
         05 ws-tl-run               pic x(4).
         05 filler                  pic x(2)    value spaces.
         05 ws-tl-source            pic x(16).
         05 filler                  pic x(2)    value spaces.
         05 ws-tl-detail            pic x(56).

       01 ws-summary-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(19)
               value "SIGHTINGS TRACED: ".
         05 ws-total-events-edit    pic zzzzz9.

       01 ws-result-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-result-text          pic x(80).

      *the current run's date and number
       copy "RUNWS.cpy".

      *what each error code means - the codes are the failed
      *check's slot number in validation's error table
       01 ws-code-desc-values.
         05 filler pic x(24) value "INVALID TRANS CODE".
         05 filler pic x(24) value "INVALID TRANS PRICE".
         05 filler pic x(24) value "INVALID PAYMENT TYPE".
         05 filler pic x(24) value "INVALID STORE NUMBER".
         05 filler pic x(24) value "INVALID INVOICE PREFIX".
         05 filler pic x(24) value "INVALID INVOICE FORMAT".
         05 filler pic x(24) value "INVALID INVOICE NUMBER".
         05 filler pic x(24) value "INVALID SKU CODE".
         05 filler pic x(24) value "INVALID VENDOR NUMBER".
         05 filler pic x(24) value "DUPLICATE INVOICE NO".
         05 filler pic x(24) value "INVALID TRANS DATE".
         05 filler pic x(24) value "INVALID QUANTITY".
         05 filler pic x(24) value "INVALID UNIT PRICE".
         05 filler pic x(24) value "EXTENSION MISMATCH".
         05 filler pic x(24) value "STORE CREDIT INVALID".
         05 filler pic x(24) value "ASSOCIATE ID INVALID".
         05 filler pic x(24) value "EXEMPT CERT INVALID".
         05 filler pic x(24) value "OUTSIDE STORE WINDOW".
         05 filler pic x(24) value "FOREIGN TENDER INVALID".
         05 filler pic x(24) value "TRANSFER STORE INVALID".
         05 filler pic x(24) value "LAYAWAY RECORD INVALID".
       01 ws-code-descs redefines ws-code-desc-values.
         05 ws-code-desc            pic x(24)   occurs 21 times.

      *the generation names the catalog holds the invoice's files
      *under - the date and run follow the base name
       01 ws-gen-prefixes.
         05 ws-sl-prefix            pic x(34)
               value "../../../../data/Final-sl-records-".
         05 ws-return-prefix        pic x(38)
               value "../../../../data/Final-return-records-".
         05 ws-void-prefix          pic x(36)
               value "../../../../data/Final-void-records-".
         05 ws-transfer-prefix      pic x(40)
               value "../../../../data/Final-transfer-records-".
         05 ws-layaway-prefix       pic x(39)
               value "../../../../data/Final-layaway-records-".

      *which file of the catalog entry being searched
       01 ws-gen-kind               pic x       value space.
         88 ws-gen-kind-sl              value 'S'.
         88 ws-gen-kind-return          value 'R'.
         88 ws-gen-kind-void            value 'V'.
         88 ws-gen-kind-transfer        value 'X'.
         88 ws-gen-kind-layaway         value 'Y'.
         88 ws-gen-kind-other           value space.

       01 ws-gen-fields.
         05 ws-gen-date             pic 9(8)    value 0.
         05 ws-gen-run              pic 9(4)    value 0.
         05 ws-gen-hits             pic 9(4)    value 0.
         05 ws-gen-source           pic x(16)   value spaces.
         05 ws-gen-source-order     pic 99      value 0.

      *every run the invoice landed in, for the journal lookup
       01 ws-hit-count-max          pic 999     value 200.
       01 ws-hit-count              pic 999     value 0.
       01 ws-hit-table.
         05 ws-hit-entry occurs 0 to 200 times
               depending on ws-hit-count.
           10 ws-hit-date           pic 9(8).
           10 ws-hit-run            pic 9(4).
           10 ws-hit-reversed       pic x.

       01 ws-detail-edits.
         05 ws-amount-edit          pic $$$,$$9.99.
         05 ws-amount-edit2         pic $$$,$$9.99.
         05 ws-cycle-edit           pic zz9.
         05 ws-code-sub             pic 99      value 0.

       01 ws-request-fields.
         05 ws-request-status       pic xx      value "00".
         05 ws-request-found        pic x       value 'n'.
         05 ws-trace-invoice        pic x(9)    value spaces.

       01 ws-counters.
         05 ws-event-seq            pic 9(6)    value 0.
         05 ws-total-events         pic 9(6)    value 0.
         05 ws-index                pic 999     value 0.
         05 ws-scan-idx             pic 999     value 0.
         05 ws-found-idx            pic 999     value 0.

       01 ws-flags.
         05 ws-data-eof             pic x       value 'n'.
         05 ws-err-detail-eof       pic x       value 'n'.
         05 ws-invalid-eof          pic x       value 'n'.
         05 ws-suspense-eof         pic x       value 'n'.
         05 ws-gen-cat-eof          pic x       value 'n'.
         05 ws-gen-eof              pic x       value 'n'.
         05 ws-auth-eof             pic x       value 'n'.
         05 ws-audit-eof            pic x       value 'n'.
         05 ws-cb-ledger-eof        pic x       value 'n'.
         05 ws-credit-reg-eof       pic x       value 'n'.
         05 ws-lease-mast-eof       pic x       value 'n'.
         05 ws-sorted-eof           pic x       value 'n'.

       01 ws-file-status.
         05 ws-data-status          pic xx      value "00".
         05 ws-err-detail-status    pic xx      value "00".
         05 ws-invalid-status       pic xx      value "00".
         05 ws-suspense-status      pic xx      value "00".
         05 ws-gen-cat-status       pic xx      value "00".
         05 ws-gen-status           pic xx      value "00".
         05 ws-journal-gen-status   pic xx      value "00".
         05 ws-auth-status          pic xx      value "00".
         05 ws-audit-status         pic xx      value "00".
         05 ws-cb-ledger-status     pic xx      value "00".
         05 ws-credit-reg-status    pic xx      value "00".
         05 ws-lease-mast-status    pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".

       procedure division.
       000-main.
           perform 0020-read-request.
           perform 0030-load-run-control.

           open output report-file.
           perform 050-write-report-headings.

           if ws-request-found = ws-n
               move "NO TRACE REQUEST ON FILE" to ws-result-text
               write report-line from ws-result-line
                 after advancing ws-two line
               display ws-result-text
               move 8               to return-code
           else
               open output event-file
               perform 100-trace-feed
               perform 110-trace-error-detail
               perform 120-trace-invalid
               perform 130-trace-suspense
               perform 200-trace-generations
               perform 250-trace-journal-batches
               perform 300-trace-refund-auth
               perform 310-trace-approval-audit
               perform 320-trace-chargeback
               perform 330-trace-store-credit
               perform 340-trace-lease
               close event-file

               perform 400-sort-events
               perform 410-print-trace
           end-if.

           close report-file.

           goback.

       0020-read-request.
           move spaces              to tq-request-rec.
           move ws-n                to ws-request-found.

           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end
                       continue
                   not at end
                       if tq-invoice not = spaces
                           move ws-y to ws-request-found
                       end-if
               end-read
               close request-file
           end-if.

           move tq-invoice          to ws-trace-invoice.

       050-write-report-headings.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.

           move ws-trace-invoice    to ws-rq-invoice.
           write report-line from ws-request-line
             after advancing ws-two line.

      *----------------------------------------------------------------
      * The current run's files - the feed, and what it rejected or
      * is still holding for repair
      *----------------------------------------------------------------
       100-trace-feed.
           move ws-n                to ws-data-eof.

           open input data-file.
           if ws-data-status not = "00"
               move ws-y            to ws-data-eof
           else
               perform 101-read-feed
               perform 102-check-feed
                   until ws-data-eof = ws-y
               close data-file
           end-if.

       101-read-feed.
           read data-file
               at end
                   move ws-y        to ws-data-eof.

       102-check-feed.
           if it-invoice = ws-trace-invoice
               move ws-business-date to ev-date
               move ws-run-number   to ev-run
               move 1               to ev-source-order
               move "FEED"          to ev-source
               move spaces          to ev-detail
               string "CODE "           delimited by size
                      it-code           delimited by size
                      "  AMOUNT "       delimited by size
                      it-transaction    delimited by size
                      "  PAY "          delimited by size
                      it-payment-type   delimited by size
                      "  STORE "        delimited by size
                      it-store-num      delimited by size
                      "  DATED "        delimited by size
                      it-trans-date     delimited by size
                   into ev-detail
               perform 900-write-event
           end-if.

           perform 101-read-feed.

       110-trace-error-detail.
           move ws-n                to ws-err-detail-eof.

           open input error-detail-file.
           if ws-err-detail-status not = "00"
               move ws-y            to ws-err-detail-eof
           else
               perform 111-read-error-detail
               perform 112-check-error-detail
                   until ws-err-detail-eof = ws-y
               close error-detail-file
           end-if.

       111-read-error-detail.
           read error-detail-file
               at end
                   move ws-y        to ws-err-detail-eof.

       112-check-error-detail.
           if ed-type-error
            and ed-invoice = ws-trace-invoice
               if ed-business-date is numeric
                   move ed-business-date to ev-date
               else
                   move 0           to ev-date
               end-if
               move 0               to ev-run
               move 2               to ev-source-order
               move "ERROR DETAIL"  to ev-source
               move spaces          to ev-detail
               move 0               to ws-code-sub
               if ed-error-code(2:3) is numeric
                   move ed-error-code(2:3) to ws-code-sub
               end-if
               if ws-code-sub >= 1
                and ws-code-sub <= 21
                   string ed-error-code     delimited by size
                          " "               delimited by size
                          ws-code-desc(ws-code-sub)
                                            delimited by size
                          "  STORE "        delimited by size
                          ed-store-num      delimited by size
                       into ev-detail
               else
                   string ed-error-code     delimited by size
                          "  STORE "        delimited by size
                          ed-store-num      delimited by size
                       into ev-detail
               end-if
               perform 900-write-event
           end-if.

           perform 111-read-error-detail.

       120-trace-invalid.
           move ws-n                to ws-invalid-eof.

           open input invalid-file.
           if ws-invalid-status not = "00"
               move ws-y            to ws-invalid-eof
           else
               perform 121-read-invalid
               perform 122-check-invalid
                   until ws-invalid-eof = ws-y
               close invalid-file
           end-if.

       121-read-invalid.
           read invalid-file
               at end
                   move ws-y        to ws-invalid-eof.

       122-check-invalid.
           if iv-invoice = ws-trace-invoice
               move ws-business-date to ev-date
               move ws-run-number   to ev-run
               move 3               to ev-source-order
               move "INVALID"       to ev-source
               move spaces          to ev-detail
               string "REJECTED - CODE " delimited by size
                      iv-code           delimited by size
                      "  AMOUNT "       delimited by size
                      iv-transaction    delimited by size
                      "  STORE "        delimited by size
                      iv-store-num      delimited by size
                   into ev-detail
               perform 900-write-event
           end-if.

           perform 121-read-invalid.

       130-trace-suspense.
           move ws-n                to ws-suspense-eof.

           open input suspense-file.
           if ws-suspense-status not = "00"
               move ws-y            to ws-suspense-eof
           else
               perform 131-read-suspense
               perform 132-check-suspense
                   until ws-suspense-eof = ws-y
               close suspense-file
           end-if.

       131-read-suspense.
           read suspense-file
               at end
                   move ws-y        to ws-suspense-eof.

       132-check-suspense.
           if sus-invoice = ws-trace-invoice
               move ws-business-date to ev-date
               move ws-run-number   to ev-run
               move 4               to ev-source-order
               move "SUSPENSE"      to ev-source
               move sus-cycle-count to ws-cycle-edit
               move spaces          to ev-detail
               string "HELD FOR REPAIR " delimited by size
                      ws-cycle-edit     delimited by size
                      " CYCLES - CODE " delimited by size
                      sus-code          delimited by size
                      "  STORE "        delimited by size
                      sus-store-num     delimited by size
                   into ev-detail
               perform 900-write-event
           end-if.

           perform 131-read-suspense.

      *----------------------------------------------------------------
      * Every S&L, return and void generation still in the catalog,
      * searched for the invoice - each run it landed in is kept for
      * the journal lookup below
      *----------------------------------------------------------------
       200-trace-generations.
           move ws-n                to ws-gen-cat-eof.
           move 0                   to ws-hit-count.

           open input generation-catalog-file.
           if ws-gen-cat-status not = "00"
               move ws-y            to ws-gen-cat-eof
           else
               perform 201-read-catalog
               perform 202-check-catalog-entry
                   until ws-gen-cat-eof = ws-y
               close generation-catalog-file
           end-if.

       201-read-catalog.
           read generation-catalog-file
               at end
                   move ws-y        to ws-gen-cat-eof.

       202-check-catalog-entry.
           move space               to ws-gen-kind.

           if gc-file-name(1:34) = ws-sl-prefix
            and gc-file-name(35:8) is numeric
            and gc-file-name(44:4) is numeric
               move "S"             to ws-gen-kind
               move gc-file-name(35:8) to ws-gen-date
               move gc-file-name(44:4) to ws-gen-run
               move "S&L GENERATION" to ws-gen-source
               move 5               to ws-gen-source-order
           else
           if gc-file-name(1:38) = ws-return-prefix
            and gc-file-name(39:8) is numeric
            and gc-file-name(48:4) is numeric
               move "R"             to ws-gen-kind
               move gc-file-name(39:8) to ws-gen-date
               move gc-file-name(48:4) to ws-gen-run
               move "RETURN GEN"    to ws-gen-source
               move 6               to ws-gen-source-order
           else
           if gc-file-name(1:36) = ws-void-prefix
            and gc-file-name(37:8) is numeric
            and gc-file-name(46:4) is numeric
               move "V"             to ws-gen-kind
               move gc-file-name(37:8) to ws-gen-date
               move gc-file-name(46:4) to ws-gen-run
               move "VOID GEN"      to ws-gen-source
               move 7               to ws-gen-source-order
           else
           if gc-file-name(1:40) = ws-transfer-prefix
            and gc-file-name(41:8) is numeric
            and gc-file-name(50:4) is numeric
               move "X"             to ws-gen-kind
               move gc-file-name(41:8) to ws-gen-date
               move gc-file-name(50:4) to ws-gen-run
               move "TRANSFER GEN"  to ws-gen-source
               move 7               to ws-gen-source-order
           else
           if gc-file-name(1:39) = ws-layaway-prefix
            and gc-file-name(40:8) is numeric
            and gc-file-name(49:4) is numeric
               move "Y"             to ws-gen-kind
               move gc-file-name(40:8) to ws-gen-date
               move gc-file-name(49:4) to ws-gen-run
               move "LAYAWAY GEN"   to ws-gen-source
               move 7               to ws-gen-source-order
           end-if
           end-if
           end-if
           end-if
           end-if.

           if not ws-gen-kind-other
               perform 210-search-generation
           end-if.

           perform 201-read-catalog.

       210-search-generation.
           move gc-file-name        to ws-gen-file-name.
           move ws-n                to ws-gen-eof.
           move 0                   to ws-gen-hits.

           open input generation-file.
           if ws-gen-status not = "00"
               move ws-y            to ws-gen-eof
           else
               perform 211-read-generation
               perform 212-check-generation
                   until ws-gen-eof = ws-y
               close generation-file
           end-if.

           if ws-gen-hits > 0
               perform 215-note-hit-run
           end-if.

       211-read-generation.
           read generation-file
               at end
                   move ws-y        to ws-gen-eof.

       212-check-generation.
           if gn-invoice = ws-trace-invoice
               add ws-one           to ws-gen-hits
               move ws-gen-date     to ev-date
               move ws-gen-run      to ev-run
               move ws-gen-source-order to ev-source-order
               move ws-gen-source   to ev-source
               move spaces          to ev-detail
               if gn-transaction is numeric
                   move gn-transaction to ws-amount-edit
               else
                   move 0           to ws-amount-edit
               end-if
               if gc-reversed
                   string "CODE "           delimited by size
                          gn-code           delimited by size
                          "  AMOUNT "       delimited by size
                          ws-amount-edit    delimited by size
                          "  PAY "          delimited by size
                          gn-payment-type   delimited by size
                          "  STORE "        delimited by size
                          gn-store-num      delimited by size
                          "  REVERSED"      delimited by size
                       into ev-detail
               else
                   string "CODE "           delimited by size
                          gn-code           delimited by size
                          "  AMOUNT "       delimited by size
                          ws-amount-edit    delimited by size
                          "  PAY "          delimited by size
                          gn-payment-type   delimited by size
                          "  STORE "        delimited by size
                          gn-store-num      delimited by size
                       into ev-detail
               end-if
               perform 900-write-event
           end-if.

           perform 211-read-generation.

       215-note-hit-run.
           move 0                   to ws-found-idx.
           if ws-hit-count > 0
               perform 216-scan-hit-runs
                 varying ws-scan-idx from ws-one by ws-one
                   until ws-scan-idx > ws-hit-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx = 0
            and ws-hit-count < ws-hit-count-max
               add ws-one           to ws-hit-count
               move ws-gen-date     to ws-hit-date(ws-hit-count)
               move ws-gen-run      to ws-hit-run(ws-hit-count)
               move ws-n            to ws-hit-reversed(ws-hit-count)
               move ws-hit-count    to ws-found-idx
           end-if.

           if ws-found-idx > 0
            and gc-reversed
               move ws-y            to ws-hit-reversed(ws-found-idx)
           end-if.

       216-scan-hit-runs.
           if ws-hit-date(ws-scan-idx) = ws-gen-date
            and ws-hit-run(ws-scan-idx) = ws-gen-run
               move ws-scan-idx     to ws-found-idx
           end-if.

      *----------------------------------------------------------------
      * The journal batch of each run the invoice landed in - the
      * batch carries store and account totals, not invoices, so the
      * run is what ties the invoice to the batch that posted it
      *----------------------------------------------------------------
       250-trace-journal-batches.
           if ws-hit-count > 0
               perform 251-trace-one-batch
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-hit-count
           end-if.

       251-trace-one-batch.
           move spaces              to ws-journal-gen-name.
           string "../../../../data/Final-GL-Journal-"
                       delimited by size
                  ws-hit-date(ws-index) delimited by size
                  "-"                   delimited by size
                  ws-hit-run(ws-index)  delimited by size
                  ".dat"                delimited by size
               into ws-journal-gen-name.

           move ws-hit-date(ws-index) to ev-date.
           move ws-hit-run(ws-index)  to ev-run.
           move 8                   to ev-source-order.
           move "GL BATCH"          to ev-source.
           move spaces              to ev-detail.

           move spaces              to jh-journal-header.
           open input journal-gen-file.
           if ws-journal-gen-status = "00"
               read journal-gen-file
                   at end
                       move spaces  to jh-journal-header
               end-read
               close journal-gen-file
           end-if.

           if jh-header
               if ws-hit-reversed(ws-index) = ws-y
                   string "POSTED IN BATCH SEQ " delimited by size
                          jh-batch-seq           delimited by size
                          " - SINCE REVERSED"    delimited by size
                       into ev-detail
               else
                   string "POSTED IN BATCH SEQ " delimited by size
                          jh-batch-seq           delimited by size
                       into ev-detail
               end-if
           else
               move "RUN'S JOURNAL BATCH NO LONGER ON HAND"
                 to ev-detail
           end-if.

           perform 900-write-event.

      *----------------------------------------------------------------
      * Its refund authorization and the supervisor's decision
      *----------------------------------------------------------------
       300-trace-refund-auth.
           move ws-n                to ws-auth-eof.

           open input refund-auth-file.
           if ws-auth-status not = "00"
               move ws-y            to ws-auth-eof
           else
               perform 301-read-refund-auth
               perform 302-check-refund-auth
                   until ws-auth-eof = ws-y
               close refund-auth-file
           end-if.

       301-read-refund-auth.
           read refund-auth-file
               at end
                   move ws-y        to ws-auth-eof.

       302-check-refund-auth.
           if ra-invoice = ws-trace-invoice
               move 9               to ev-source-order
               move "REFUND AUTH"   to ev-source
               move spaces          to ev-detail
               if ra-used = "n"
                   move ws-business-date to ev-date
                   move ws-run-number to ev-run
                   string "AUTHORIZED BY "   delimited by size
                          ra-authorizer      delimited by size
                          " - NOT YET USED"  delimited by size
                       into ev-detail
               else
                   perform 910-date-from-stamp
                   string "AUTHORIZED BY "   delimited by size
                          ra-authorizer      delimited by size
                          " - USED BY RUN "  delimited by size
                          ra-used-stamp      delimited by size
                       into ev-detail
               end-if
               perform 900-write-event
           end-if.

           perform 301-read-refund-auth.

       310-trace-approval-audit.
           move ws-n                to ws-audit-eof.

           open input approval-audit-file.
           if ws-audit-status not = "00"
               move ws-y            to ws-audit-eof
           else
               perform 311-read-approval-audit
               perform 312-check-approval-audit
                   until ws-audit-eof = ws-y
               close approval-audit-file
           end-if.

       311-read-approval-audit.
           read approval-audit-file
               at end
                   move ws-y        to ws-audit-eof.

       312-check-approval-audit.
           if aa-invoice = ws-trace-invoice
               move aa-run-stamp    to ra-used-stamp
               perform 910-date-from-stamp
               move 9               to ev-source-order
               move "APPROVAL AUDIT" to ev-source
               move spaces          to ev-detail
               if aa-approved
                   string "APPROVED BY "     delimited by size
                          aa-authorizer      delimited by size
                          " "                delimited by size
                          aa-reason          delimited by size
                       into ev-detail
               else
                   string "DECLINED BY "     delimited by size
                          aa-authorizer      delimited by size
                          " "                delimited by size
                          aa-reason          delimited by size
                       into ev-detail
               end-if
               perform 900-write-event
           end-if.

           perform 311-read-approval-audit.

      *----------------------------------------------------------------
      * The masters that carry the invoice as their key
      *----------------------------------------------------------------
       320-trace-chargeback.
           move ws-n                to ws-cb-ledger-eof.

           open input chargeback-ledger-file.
           if ws-cb-ledger-status not = "00"
               move ws-y            to ws-cb-ledger-eof
           else
               perform 321-read-chargeback
               perform 322-check-chargeback
                   until ws-cb-ledger-eof = ws-y
               close chargeback-ledger-file
           end-if.

       321-read-chargeback.
           read chargeback-ledger-file
               at end
                   move ws-y        to ws-cb-ledger-eof.

       322-check-chargeback.
           if cl-invoice = ws-trace-invoice
               move cl-arrival-date to ev-date
               move 0               to ev-run
               move 10              to ev-source-order
               move "CHARGEBACK"    to ev-source
               move cl-amount       to ws-amount-edit
               move spaces          to ev-detail
               if cl-status-represented
                   string cl-card-type       delimited by size
                          " "                delimited by size
                          ws-amount-edit     delimited by size
                          "  REPRESENTED"    delimited by size
                          "  GL POSTED "     delimited by size
                          cl-cb-posted       delimited by size
                          "  WON BACK POSTED " delimited by size
                          cl-rep-posted      delimited by size
                       into ev-detail
               else
                   string cl-card-type       delimited by size
                          " "                delimited by size
                          ws-amount-edit     delimited by size
                          "  OPEN"           delimited by size
                          "  GL POSTED "     delimited by size
                          cl-cb-posted       delimited by size
                       into ev-detail
               end-if
               perform 900-write-event
           end-if.

           perform 321-read-chargeback.

       330-trace-store-credit.
           move ws-n                to ws-credit-reg-eof.

           open input credit-register-file.
           if ws-credit-reg-status not = "00"
               move ws-y            to ws-credit-reg-eof
           else
               perform 331-read-store-credit
               perform 332-check-store-credit
                   until ws-credit-reg-eof = ws-y
               close credit-register-file
           end-if.

       331-read-store-credit.
           read credit-register-file
               at end
                   move ws-y        to ws-credit-reg-eof.

      *a credit put back by a reversal has lost its issue date
       332-check-store-credit.
           if cg-credit-num = ws-trace-invoice
               if cg-issue-date > 0
                   move cg-issue-date to ev-date
                   move 0           to ev-run
               else
                   move ws-business-date to ev-date
                   move ws-run-number to ev-run
               end-if
               move 11              to ev-source-order
               move "STORE CREDIT"  to ev-source
               move cg-original     to ws-amount-edit
               move cg-remaining    to ws-amount-edit2
               move spaces          to ev-detail
               string "STORE "           delimited by size
                      cg-store-num       delimited by size
                      "  ISSUED "        delimited by size
                      ws-amount-edit     delimited by size
                      "  REMAINING "     delimited by size
                      ws-amount-edit2    delimited by size
                      "  STATUS "        delimited by size
                      cg-status          delimited by size
                   into ev-detail
               perform 900-write-event
           end-if.

           perform 331-read-store-credit.

       340-trace-lease.
           move ws-n                to ws-lease-mast-eof.

           open input lease-master-file.
           if ws-lease-mast-status not = "00"
               move ws-y            to ws-lease-mast-eof
           else
               perform 341-read-lease
               perform 342-check-lease
                   until ws-lease-mast-eof = ws-y
               close lease-master-file
           end-if.

       341-read-lease.
           read lease-master-file
               at end
                   move ws-y        to ws-lease-mast-eof.

       342-check-lease.
           if lm-invoice = ws-trace-invoice
               move lm-term-start   to ev-date
               move 0               to ev-run
               move 12              to ev-source-order
               move "LEASE MASTER"  to ev-source
               move lm-monthly-amount to ws-amount-edit
               move spaces          to ev-detail
               string "STORE "           delimited by size
                      lm-store-num       delimited by size
                      "  MONTHLY "       delimited by size
                      ws-amount-edit     delimited by size
                      "  TERM TO "       delimited by size
                      lm-term-end        delimited by size
                      "  STATUS "        delimited by size
                      lm-status          delimited by size
                   into ev-detail
               perform 900-write-event
           end-if.

           perform 341-read-lease.

      *----------------------------------------------------------------
      * One chronological trace - date, then run, then the order the
      * files are fed in the pipeline
      *----------------------------------------------------------------
       400-sort-events.
           sort sort-file
               on ascending key srt-sort-key
               using event-file
               giving sorted-event-file.

       410-print-trace.
           move 0                   to ws-total-events.

           if ws-event-seq = 0
               move "INVOICE NOT FOUND IN ANY FILE ON HAND"
                 to ws-result-text
               write report-line from ws-result-line
                 after advancing ws-two line
               display ws-result-text
           else
               write report-line from ws-heading3-columns
                 after advancing ws-two line
               write report-line from spaces

               move ws-n            to ws-sorted-eof
               open input sorted-event-file
               perform 411-read-sorted-event
               perform 412-print-event
                   until ws-sorted-eof = ws-y
               close sorted-event-file

               move ws-total-events to ws-total-events-edit
               write report-line from ws-summary-line
                 after advancing ws-two line
           end-if.

       411-read-sorted-event.
           read sorted-event-file
               at end
                   move ws-y        to ws-sorted-eof.

       412-print-event.
           add ws-one               to ws-total-events.

           move se-date(1:4)        to ws-tl-yyyy.
           move "/"                 to ws-tl-slash1.
           move se-date(5:2)        to ws-tl-mm.
           move "/"                 to ws-tl-slash2.
           move se-date(7:2)        to ws-tl-dd.
           if se-run = 0
               move spaces          to ws-tl-run
           else
               move se-run          to ws-tl-run
           end-if.
           move se-source           to ws-tl-source.
           move se-detail           to ws-tl-detail.
           write report-line from ws-trace-line.

           perform 411-read-sorted-event.

       900-write-event.
           add ws-one               to ws-event-seq.
           move ws-event-seq        to ev-seq.
           write ev-event-rec.

      *a run stamp is yymmdd then the run number
       910-date-from-stamp.
           if ra-used-stamp(1:10) is numeric
               move "20"            to ev-date(1:2)
               move ra-used-stamp(1:6) to ev-date(3:6)
               move ra-used-stamp(7:4) to ev-run
           else
               move ws-business-date to ev-date
               move ws-run-number   to ev-run
           end-if.

       copy "RUNLOAD.cpy".

       end program Final-InvoiceTrace.

      *Last-Edited:  date. 04/07/2021
      *Description: This Program processes all validated S and L
      *            Records and provides a detailed report summary.
      *            Each Unmatched Void is also raised to the
      *            Exception Worklist. A layaway pickup reaches
      *            this report as a sale paid by its deposits.
      * *************************************************************|
       environment division.
      * **
               assign to dynamic ws-store-tax-name
               organization is line sequential.

      * Exempt Sales - every Sale taxed at zero under an Exemption
      *-Certificate, for Final-TaxRemit's exempt-sales Schedule
           select exempt-sales-file
               assign to dynamic ws-exempt-sales-name
               organization is line sequential.

      *exceptions raised this run, for Final-ExceptionWorklist
           select exception-post-file
               assign to "../../../../data/Final-Exception-Post.dat"
               organization is line sequential
               file status is ws-excp-status.

      *run control - business processing date and run number shared
      *by every pipeline stage, so a rerun of a late feed keeps the
      *feed's business date instead of the wall-clock date
      *-36 Characters long.
       fd data-file
           data record is raw-sl-rec
           record contains 81 characters.
      *
       01 raw-sl-rec               pic x(81).

      * Sort Record - only the two key fields are named
       sd sort-file
         05 filler                 pic x(10).
         05 srt-store-num          pic 99.
         05 srt-invoice            pic x(9).
         05 filler                 pic x(60).

      * Store-Ordered copy of the Input, written by 0035-sort and
      *-read by the detail pass
       fd sorted-sl-file
           data record is item-rec
           record contains 81 characters.
      *
       01 item-rec.
         05 it-code                pic x.
           88 it-code-l                value 'L'.
         05 it-transaction         pic 9(5)v99.
         05 it-payment-type        pic xx.
      * US-Dollar Cash is Cash in the Tender Mix - the Amount is
      *-the Canadian Dollars it rang for
           88 it-ca                    value 'CA' 'US'.
           88 it-cr                    value 'CR'.
           88 it-db                    value 'DB'.
      * SC is Store Credit redeemed as payment
           88 it-sc                    value 'SC'.
      * LY is a Layaway Pickup, paid by the Deposits the Layaway
      *-Ledger held - no Tender changed hands at the Register
           88 it-ly                    value 'LY'.
         05 it-store-num           pic 99.
         05 it-invoice             pic x(9).
         05 it-sku-code            pic x(15).
      * Vendor the sold Item belongs to - carried through for the
      *-Vendor Performance Reporting downstream
         05 it-vendor-num          pic 9(5).
      * Associate who rang the Transaction - carried through for
      *-the Cashier Accountability Reporting
         05 it-associate-id        pic x(6).
      * Exemption Certificate the Sale was made under - a Line that
      *-carries one is taxed at zero and written to the Exempt Sales
      *-file for the Jurisdiction Filing
         05 it-exempt-cert         pic x(10).
      * US Dollars taken on a US-Cash Tender, zero on any other
         05 it-foreign-amount      pic 9(5)v99.

      * Output/Report File Definition, each Report Record is 79
      *-Characters long.
      * Void Record Definition - only the invoice matters here
       fd void-file
           data record is vd-void-rec
           record contains 81 characters.
      *
       01 vd-void-rec.
         05 filler                 pic x.
         05 vd-transaction         pic 9(5)v99.
         05 filler                 pic xx.
         05 vd-store-num           pic 99.
         05 vd-invoice             pic x(9).
         05 filler                 pic x(60).

      * Store Master Reference File Definition
       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.
       copy "STORMAST.cpy".

      * CSV Companion File Definition - one delimited line per detail
      *
       copy "STORETAX.cpy".

      * Exempt Sales File Definition
       fd exempt-sales-file
           data record is xt-exempt-tran-rec
           record contains 44 characters.
      *
       copy "EXMPTTX.cpy".

      * Generation Catalog Record
       fd generation-catalog-file
           data record is gc-catalog-rec
           record contains 77 characters.
      *
       01 gc-catalog-rec.
         05 gc-stamp               pic x(12).
         05 gc-file-name           pic x(64).
      *R once Final-DayReversal has backed the run out
         05 gc-status              pic x.
           88 gc-reversed              value 'R'.

       fd exception-post-file
           data record is ep-exception-post-rec
           record contains 60 characters.

       copy "EXCPOST.cpy".

      *run control file definition
       fd run-control-file
       01 ws-report-file-name      pic x(64)   value spaces.
       01 ws-csv-file-name         pic x(64)   value spaces.
       01 ws-store-tax-name        pic x(64)   value spaces.
       01 ws-exempt-sales-name     pic x(64)   value spaces.
       01 ws-gen-cat-status        pic xx      value "00".
      *
       01 ws-heading1-name-line.
               indexed by ws-void-idx.
           10 ws-void-invoice      pic x(9).
           10 ws-void-used         pic x.
           10 ws-void-store        pic 99.
           10 ws-void-amount       pic 9(5)v99.

       01 ws-void-fields.
         05 ws-void-eof            pic x       value 'n'.
      * Run-Control Fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *exception posting fields (see EXCPWRT.cpy)
       copy "EXCPWS.cpy".

      *tax rate history (loaded at startup - see TAXHLOAD.cpy)
       copy "TAXHWS.cpy".

       77 ws-credit                pic x(6)    value "CREDIT".
       77 ws-debit                 pic x(6)    value "DEBIT".
       77 ws-strcrd                pic x(6)    value "STRCRD".
       77 ws-layawy                pic x(6)    value "LAYAWY".
      * Fallback Tax Rate, used only if a Record's Store cannot be
      *-found in the Store Master Table - per-store rates (request
      *-010) come from WS-MST-TAX-RATE instead.
      * Open Read/Write Files
           open input sorted-sl-file.
           open output report-file, csv-file.
           open output exempt-sales-file.

      * Write the CSV Header Row
           perform 210-write-csv-header.

      * Close the Read/Write Files
           close sorted-sl-file, report-file, csv-file.
           close exempt-sales-file.
           perform 0225-close-exception-post.

           goback.

       copy "RUNLOAD.cpy".

       copy "EXCPWRT.cpy".

       0032-build-generation-names.
           move spaces to ws-sl-file-name.
           string "../../../../data/Final-sl-records"
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-store-tax-name.
           move spaces to ws-exempt-sales-name.
           string "../../../../data/Final-Exempt-Sales"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-exempt-sales-name.

       0065-note-generations.
           open extend generation-catalog-file.
           end-if.

           move ws-run-stamp         to gc-stamp.
           move space                to gc-status.
           move ws-report-file-name  to gc-file-name.
           write gc-catalog-rec.
           move ws-csv-file-name     to gc-file-name.
           write gc-catalog-rec.
           move ws-store-tax-name    to gc-file-name.
           write gc-catalog-rec.
           move ws-exempt-sales-name to gc-file-name.
           write gc-catalog-rec.

           close generation-catalog-file.

           add ws-one                to ws-void-count.
           move vd-invoice           to ws-void-invoice(ws-void-count).
           move 'n'                  to ws-void-used(ws-void-count).
           move vd-store-num         to ws-void-store(ws-void-count).
           move vd-transaction       to ws-void-amount(ws-void-count).

           perform 0038-read-void-record.

           if (it-sc) then
                move ws-strcrd to ws-payment-type
                add ws-one     to ws-type-sc-count
           else
           if (it-ly) then
                move ws-layawy to ws-payment-type
           end-if
           end-if
           end-if
           end-if
               compute ws-tax rounded = (it-transaction * ws-the-tax)
           end-if.

      * A Sale made under an Exemption Certificate carries no Tax -
      *-the Tax it would have carried goes on the Exempt Sales file
      *-for the Filing's Schedule
           if it-exempt-cert not = spaces
               perform 325-write-exempt-sale
               move 0          to ws-tax
           end-if.

      * Move Tax Amount to detail - Add to the Tax Amount Running Total
           move ws-tax         to ws-tax-edit.
           add ws-tax          to ws-tax-running-total.

       325-write-exempt-sale.
           move it-code         to xt-code.
           move it-store-num    to xt-store-num.
           move it-invoice      to xt-invoice.
           move it-exempt-cert  to xt-cert-num.
           move it-trans-date   to xt-trans-date.
           move it-transaction  to xt-amount.
           move ws-tax          to xt-tax-exempted.
           write xt-exempt-tran-rec.

       330-write-csv-detail.
      * Build one Comma-Delimited Row matching this Detail Record
           move it-transaction   to ws-csv-transaction.
               move ws-void-invoice(ws-void-scan-idx)
                 to ws-void-inv-edit
               write report-line from ws-void-display-line
               perform 433-post-unmatched-void
           end-if.

      * An Unmatched Void also goes to the Exception Worklist for Loss
      *-Prevention - a void with no sale behind it is the classic
      *-cover for cash walking out of the drawer
       433-post-unmatched-void.
           move "SANDLPRC"               to ep-source.
           move "VOIDUNM"                to ep-type.
           move ws-void-store(ws-void-scan-idx)   to ep-store-num.
           move ws-void-invoice(ws-void-scan-idx) to ep-invoice.
           move spaces                   to ep-detail.
           move ws-void-amount(ws-void-scan-idx)  to ep-amount.
           perform 0220-post-exception.

       431-display-rank.
           move ws-rank-pos              to ws-rank-num-edit.
           move ws-rank-store-num(ws-rank-pos)

      *            names from the vendor master. Purchasing uses it
      *            to see which vendor's product is driving the
      *            defective returns.
      *            Alongside, from the return-to-vendor register
      *            Final-Inventory keeps, each vendor's defective
      *            units still held on open return authorizations
      *            (at their refunded value) and the credits the
      *            vendor has confirmed this business month.

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

           select vendor-master-file
               assign to "../../../../data/Final-Vendor-Master.dat"
               organization is line sequential
               file status is ws-vendor-mast-status.

      *the return-to-vendor register Final-Inventory keeps
           select rtv-register-file
               assign to "../../../../data/Final-RTV-Register.dat"
               organization is line sequential
               file status is ws-rtv-reg-status.


      *run control - the business date and run number that name this
      *run's file generations

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
         05 sl-store-num            pic 99.
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
         05 rt-vendor-num           pic 9(5).
         05 rt-return-reason        pic xx.
           88 rt-reason-defective       value 'DF'.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.
         05 rt-post-status          pic x.
           88 rt-held                   value 'H'.


       fd vendor-master-file
           data record is vm-vendor-master-rec
           record contains 60 characters.

       01 vm-vendor-master-rec.
         05 vm-vendor-num           pic 9(5).
      *used by Final-VendorSettlement's remittance extract
         05 vm-payment-terms        pic x(3).
         05 vm-settle-rate          pic v9999.
      *the vendor's bank payment details, which only
      *Final-VendorSettlement's payment run uses
         05 filler                  pic x(28).

       fd rtv-register-file
           data record is vr-rtv-rec
           record contains 71 characters.

       copy "RTVREG.cpy".

       fd report-file
           data record is report-line

       working-storage section.

      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-posted-file-name        pic x(64)   value spaces.


      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".


       01 ws-heading1-name-line.
         05 filler                  pic x(25)
         05 filler                  pic x(7)    value "RETURNS".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(9)    value "DEFECTIVE".
         05 filler                  pic x(12)   value "    RTV HELD".
         05 filler                  pic x(12)   value "  RTV CREDIT".

       01 ws-heading4-headings.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(7)    value "  COUNT".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(9)    value "   RATE %".
         05 filler                  pic x(12)   value "     DOLLARS".
         05 filler                  pic x(12)   value "  THIS MONTH".

       01 ws-vendor-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-disp-return-edit     pic zzz9.
         05 filler                  pic x(5)    value spaces.
         05 ws-disp-def-rate-edit   pic zz9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-rtv-held-edit   pic $$$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-rtv-credit-edit pic $$$,$$9.99.

       01 ws-summary-line1.
         05 filler                  pic x(23)
               value "VENDORS REPORTED =".
         05 ws-total-vendors-edit   pic zzzzz9.

       01 ws-summary-line2.
         05 filler                  pic x(23)
               value "RTV HELD FOR VENDORS =".
         05 ws-total-rtv-held-edit  pic $$,$$$,$$9.99.

       01 ws-summary-line3.
         05 filler                  pic x(23)
               value "RTV CREDITS, MONTH =".
         05 ws-total-rtv-credit-edit pic $$,$$$,$$9.99.

      *one statistics row per vendor on the master, loaded by
      *0040-load-vendor-master the same way Final-DataValidation
      *loads its own vendor table
           10 ws-vnd-sales          pic 9(7)v99.
           10 ws-vnd-return-count   pic 9(4).
           10 ws-vnd-defective      pic 9(4).
           10 ws-vnd-rtv-held       pic 9(7)v99.
           10 ws-vnd-rtv-credit     pic 9(7)v99.

      *sales and returns carrying a vendor number that is not on the
      *master - they still have to be visible to purchasing
         05 ws-unk-sales            pic 9(7)v99 value 0.
         05 ws-unk-return-count     pic 9(4)    value 0.
         05 ws-unk-defective        pic 9(4)    value 0.
         05 ws-unk-rtv-held         pic 9(7)v99 value 0.
         05 ws-unk-rtv-credit       pic 9(7)v99 value 0.

       01 ws-rtv-totals.
         05 ws-total-rtv-held       pic 9(8)v99 value 0.
         05 ws-total-rtv-credit     pic 9(8)v99 value 0.

       01 ws-found-vendor-idx       pic 999     value 0.
       01 ws-scan-idx               pic 999     value 0.
         05 ws-sl-eof               pic x       value 'n'.
         05 ws-return-eof           pic x       value 'n'.
         05 ws-vendor-mast-eof      pic x       value 'n'.
         05 ws-rtv-reg-eof          pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-vendor-mast-status   pic xx      value "00".
         05 ws-rtv-reg-status       pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
           perform 0032-build-generation-names.

           perform 0040-load-vendor-master.

           perform 100-accumulate-sales.
           perform 200-accumulate-returns.
           perform 250-accumulate-rtv.

           open output report-file.
           perform 300-write-report-headings.
                   ws-vnd-return-count(ws-vendor-table-count).
           move 0                   to
                   ws-vnd-defective(ws-vendor-table-count).
           move 0                   to
                   ws-vnd-rtv-held(ws-vendor-table-count).
           move 0                   to
                   ws-vnd-rtv-credit(ws-vendor-table-count).

           perform 0041-read-vendor-master.

       100-accumulate-sales.
           move ws-n                to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-sl-eof
           else
               perform 120-read-sl-record
               perform 130-apply-sl-record
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

       120-read-sl-record.
           read posted-file
               at end
                   move ws-y        to ws-sl-eof.

       130-apply-sl-record.
      *a voided sale sold nothing - the void already cancelled it
      *out of the posted generation upstream
           if sl-sale-or-lease
               perform 110-find-sl-vendor-index
               if ws-found-vendor-idx > 0
                   add sl-transaction

           perform 120-read-sl-record.

       210-find-rt-vendor-index.
           move 0                   to ws-found-vendor-idx.
           if ws-vendor-table-count > 0
       200-accumulate-returns.
           move ws-n                to ws-return-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-return-eof
           else
               perform 220-read-return-record
               perform 230-apply-return-record
                   until ws-return-eof = ws-y
               close posted-file
           end-if.

       220-read-return-record.
           read posted-file
               at end
                   move ws-y        to ws-return-eof.

      *a refund held for approval by Final-ReturnProccess is not a
      *processed return - it stays out of the vendor counts, the
      *same exclusion the return summary and statements apply
           if rt-return
            and not rt-held
               perform 231-tally-return-record
           end-if.

           end-if.


       250-accumulate-rtv.
      *a missing register just means no return authorization has
      *been issued yet
           move ws-n                to ws-rtv-reg-eof.

           open input rtv-register-file.
           if ws-rtv-reg-status = "35"
               move ws-y            to ws-rtv-reg-eof
           else
               perform 251-read-rtv-register
               perform 252-apply-rtv-line
                   until ws-rtv-reg-eof = ws-y
               close rtv-register-file
           end-if.

       251-read-rtv-register.
           read rtv-register-file
               at end
                   move ws-y        to ws-rtv-reg-eof.

      *held is every line still open; the credit only what was
      *confirmed in the business month
       252-apply-rtv-line.
           perform 260-find-vr-vendor-index.
           if vr-open
               if ws-found-vendor-idx > 0
                   add vr-value
                     to ws-vnd-rtv-held(ws-found-vendor-idx)
               else
                   add vr-value     to ws-unk-rtv-held
               end-if
               add vr-value         to ws-total-rtv-held
           else
           if vr-confirmed
            and vr-confirm-date(1:6) = ws-business-date(1:6)
               if ws-found-vendor-idx > 0
                   add vr-credit
                     to ws-vnd-rtv-credit(ws-found-vendor-idx)
               else
                   add vr-credit    to ws-unk-rtv-credit
               end-if
               add vr-credit        to ws-total-rtv-credit
           end-if
           end-if.

           perform 251-read-rtv-register.

       260-find-vr-vendor-index.
           move 0                   to ws-found-vendor-idx.
           if ws-vendor-table-count > 0
               perform 261-scan-vr-vendors
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-vendor-table-count
                      or ws-found-vendor-idx > 0
           end-if.

       261-scan-vr-vendors.
           if vr-vendor-num = ws-vnd-vendor-num(ws-scan-idx)
               move ws-scan-idx     to ws-found-vendor-idx
           end-if.

       300-write-report-headings.
               move 0               to ws-def-rate
           end-if.
           move ws-def-rate         to ws-disp-def-rate-edit.
           move ws-vnd-rtv-held(ws-index)   to ws-disp-rtv-held-edit.
           move ws-vnd-rtv-credit(ws-index) to ws-disp-rtv-credit-edit.

           write report-line from ws-vendor-display-line.

      *anything that arrived carrying a vendor number the master
      *does not know - only shown when it actually happened
           if ws-unk-sales > 0 or ws-unk-return-count > 0
            or ws-unk-rtv-held > 0 or ws-unk-rtv-credit > 0
               move 0               to ws-disp-vendor-num
               move ws-unknown-name to ws-disp-vendor-name
               move ws-unk-sales    to ws-disp-sales-edit
                   move 0           to ws-def-rate
               end-if
               move ws-def-rate     to ws-disp-def-rate-edit
               move ws-unk-rtv-held to ws-disp-rtv-held-edit
               move ws-unk-rtv-credit to ws-disp-rtv-credit-edit
               write report-line from ws-vendor-display-line
           end-if.

           move ws-vendor-table-count to ws-total-vendors-edit.
           write report-line from ws-summary-line1
             after advancing ws-two line.
           move ws-total-rtv-held   to ws-total-rtv-held-edit.
           write report-line from ws-summary-line2
             after advancing ws-one line.
           move ws-total-rtv-credit to ws-total-rtv-credit-edit.
           write report-line from ws-summary-line3
             after advancing ws-one line.

       copy "RUNLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.


       end program Final-VendorPerformance.

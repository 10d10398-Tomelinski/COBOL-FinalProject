       input-output section.
       file-control.

      *the run's posted transactions - a voided sale is already
      *netted out, and a refund held for approval by
      *Final-ReturnProccess is marked held
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

      *indexed by sku code, read randomly one keyed read per
      *distinct sku reported

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
         05 rt-unit-price           pic 9(4)v99.
         05 rt-vendor-num           pic 9(5).
         05 rt-return-reason        pic xx.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.
         05 rt-post-status          pic x.
           88 rt-held                   value 'H'.


       fd sku-master-file
           data record is km-sku-master-rec
           record contains 69 characters.

       01 km-sku-master-rec.
         05 km-sku-code             pic x(15).
         05 km-promo-price          pic 9(4)v99.
         05 km-promo-start          pic 9(8).
         05 km-promo-end            pic 9(8).
         05 km-unit-cost            pic 9(4)v99.

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
         05 ws-sku-mast-available   pic x       value 'y'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-sku-status           pic xx      value "00".

       77 ws-one                    pic 9       value 1.
      *the sku master is opened once for keyed description reads,
      *exactly as Final-DataValidation's 0080-open-sku-master does
           perform 0080-open-sku-master.

           perform 100-accumulate-sales.
           perform 200-accumulate-returns.
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
      *a voided sale moved no units - the void already cancelled it
      *out of the posted generation upstream
           if sl-sale-or-lease
               move sl-sku-code     to ws-work-sku-code
               perform 110-find-sku-index


           perform 120-read-sl-record.

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

       230-apply-return-record.
      *a refund held for approval by Final-ReturnProccess returned
      *no units yet - it stays out of the movement figures
           if rt-return
            and not rt-held
               move rt-sku-code     to ws-work-sku-code
               perform 110-find-sku-index

           perform 220-read-return-record.


       300-build-ranking.
      *complete descending ranking by units sold, selection style,
      *the same shape SAndLProcessing's store ranking uses
       copy "RUNLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.


       end program Final-SkuMovement.

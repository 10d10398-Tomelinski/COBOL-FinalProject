       identification division.
       program-id. Final-GrossMargin.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: Gross margin by store, by vendor and by SKU for
      *            one run. Reads the costed sales and returns
      *            Final-GLExtract wrote to the run's cost-of-sales
      *            generation - the same lines the journal's cost of
      *            goods sold was built from - nets returns out of
      *            sales on both the revenue and the cost side, and
      *            prints net sales, cost, margin dollars and margin
      *            percent, so merchandising and finance can see
      *            which vendors and SKUs actually make money.

       environment division.

       configuration section.

       input-output section.
       file-control.

           select cost-of-sales-file
               assign to dynamic ws-cost-file-name
               organization is line sequential
               file status is ws-cost-status.

           select store-master-file
               assign to "../../../../data/Final-Store-Master.dat"
               organization is line sequential
               file status is ws-store-mast-status.

           select vendor-master-file
               assign to "../../../../data/Final-Vendor-Master.dat"
               organization is line sequential
               file status is ws-vendor-mast-status.

           select report-file
               assign to "../../../../data/Final-gross-margin.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
       fd cost-of-sales-file
           data record is cs-costed-rec
           record contains 65 characters.

       copy "COSTSL.cpy".

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

       fd vendor-master-file
           data record is vm-vendor-master-rec
           record contains 60 characters.

       01 vm-vendor-master-rec.
         05 vm-vendor-num           pic 9(5).
         05 vm-vendor-name          pic x(20).
         05 vm-payment-terms        pic x(3).
         05 vm-settle-rate          pic v9999.
      *the vendor's bank payment details, which only
      *Final-VendorSettlement's payment run uses
         05 filler                  pic x(28).

       fd report-file
           data record is report-line
           record contains 80 characters.

       01 report-line               pic x(80).

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

       working-storage section.

       01 ws-cost-file-name         pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(30)
               value "Final: Gross Margin".

       01 ws-heading2-title.
         05 filler                  pic x(20)   value spaces.
         05 filler                  pic x(17)
               value "GROSS MARGIN RUN ".
         05 ws-title-date           pic 9(8).
         05 filler                  pic x       value "-".
         05 ws-title-run            pic 9(4).

       01 ws-heading3-store.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(20)   value "BY STORE".

       01 ws-heading3-vendor.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(20)   value "BY VENDOR".

       01 ws-heading3-sku.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(20)   value "BY SKU".

       01 ws-heading4-columns.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(24)   value spaces.
         05 filler                  pic x(13)   value "   NET SALES".
         05 filler                  pic x(13)   value "        COST".
         05 filler                  pic x(13)   value "      MARGIN".
         05 filler                  pic x(9)    value " MARGIN %".

       01 ws-margin-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-mdl-key              pic x(24).
         05 ws-mdl-sales-edit       pic $$$$,$$9.99-.
         05 ws-mdl-cost-edit        pic $$$$,$$9.99-.
         05 ws-mdl-margin-edit      pic $$$$,$$9.99-.
         05 filler                  pic x(2)    value spaces.
         05 ws-mdl-pct-edit         pic zz9.99-.

      *the key column views - a store or vendor number with its
      *name, or a SKU code
       01 ws-store-key.
         05 ws-stk-num              pic 99.
         05 filler                  pic x       value space.
         05 ws-stk-name             pic x(20).
         05 filler                  pic x       value space.

       01 ws-vendor-key.
         05 ws-vnk-num              pic 9(5).
         05 filler                  pic x       value space.
         05 ws-vnk-name             pic x(18).

       01 ws-none-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(6)    value "(NONE)".

       01 ws-summary-line1.
         05 filler                  pic x(26)
               value "COSTED LINES READ =".
         05 ws-total-lines-edit     pic zzzzz9.

       01 ws-summary-line2.
         05 filler                  pic x(26)
               value "LINES WITH NO UNIT COST =".
         05 ws-total-uncosted-edit  pic zzzzz9.

      *run-control fields (loaded at startup - 0030-load-run-control)
       copy "RUNWS.cpy".

      *store master table (loaded at startup - 0040-load-store-master)
       copy "STORWS.cpy".

      *vendor names
       01 ws-vendor-count-max       pic 999     value 500.
       01 ws-vendor-table-count     pic 999     value 0.
       01 ws-vendor-table.
         05 ws-vnd-vendor occurs 0 to 500 times
               depending on ws-vendor-table-count.
           10 ws-vnd-vendor-num     pic 9(5).
           10 ws-vnd-vendor-name    pic x(20).

      *the three margin breakdowns - net sales and net cost, returns
      *already taken out
       01 ws-msm-count              pic 99      value 0.
       01 ws-msm-table.
         05 ws-msm-entry occurs 0 to 99 times
               depending on ws-msm-count.
           10 ws-msm-store          pic 99.
           10 ws-msm-sales          pic s9(8)v99.
           10 ws-msm-cost           pic s9(8)v99.

       01 ws-mvn-count-max          pic 999     value 500.
       01 ws-mvn-count              pic 999     value 0.
       01 ws-mvn-table.
         05 ws-mvn-entry occurs 0 to 500 times
               depending on ws-mvn-count.
           10 ws-mvn-vendor         pic 9(5).
           10 ws-mvn-sales          pic s9(8)v99.
           10 ws-mvn-cost           pic s9(8)v99.

       01 ws-msk-count-max          pic 9(4)    value 2000.
       01 ws-msk-count              pic 9(4)    value 0.
       01 ws-msk-table.
         05 ws-msk-entry occurs 0 to 2000 times
               depending on ws-msk-count.
           10 ws-msk-sku            pic x(15).
           10 ws-msk-sales          pic s9(8)v99.
           10 ws-msk-cost           pic s9(8)v99.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-idx            pic 9(4)    value 0.
         05 ws-line-sales           pic s9(7)v99 value 0.
         05 ws-line-cost            pic s9(7)v99 value 0.
         05 ws-work-sales           pic s9(8)v99 value 0.
         05 ws-work-cost            pic s9(8)v99 value 0.
         05 ws-work-margin          pic s9(8)v99 value 0.
         05 ws-work-pct             pic s9(3)v99 value 0.

       01 ws-totals.
         05 ws-total-sales          pic s9(8)v99 value 0.
         05 ws-total-cost           pic s9(8)v99 value 0.
         05 ws-total-lines          pic 9(6)    value 0.
         05 ws-total-uncosted       pic 9(6)    value 0.

       01 ws-flags.
         05 ws-cost-eof             pic x       value 'n'.
         05 ws-vendor-mast-eof      pic x       value 'n'.

       01 ws-file-status.
         05 ws-cost-status          pic xx      value "00".
         05 ws-vendor-mast-status   pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-hundred                pic 999     value 100.

       procedure division.
       000-main.
           perform 0030-load-run-control.
           perform 0032-build-generation-names.
           perform 0040-load-store-master.
           perform 0050-load-vendor-master.

           perform 100-accumulate-costed-lines.

           open output report-file.
           perform 400-write-report-headings.
           perform 500-report-by-store.
           perform 510-report-by-vendor.
           perform 520-report-by-sku.
           perform 600-report-footer.
           close report-file.

           goback.

       copy "RUNLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-cost-file-name.
           string "../../../../data/Final-cost-of-sales"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-cost-file-name.

       copy "STORLOAD.cpy".

       0050-load-vendor-master.
           move ws-n                to ws-vendor-mast-eof.
           move 0                   to ws-vendor-table-count.

           open input vendor-master-file.
           if ws-vendor-mast-status = "35"
               move ws-y            to ws-vendor-mast-eof
           else
               perform 0051-read-vendor-master
               perform 0052-build-vendor-table
                 until ws-vendor-mast-eof = ws-y
                    or ws-vendor-table-count = ws-vendor-count-max
               close vendor-master-file
           end-if.

       0051-read-vendor-master.
           read vendor-master-file
               at end
                   move ws-y        to ws-vendor-mast-eof.

       0052-build-vendor-table.
           add ws-one               to ws-vendor-table-count.
           move vm-vendor-num       to
                   ws-vnd-vendor-num(ws-vendor-table-count).
           move vm-vendor-name      to
                   ws-vnd-vendor-name(ws-vendor-table-count).

           perform 0051-read-vendor-master.

      *----------------------------------------------------------------
      * Costed lines into the store, vendor and SKU breakdowns
      *----------------------------------------------------------------
       100-accumulate-costed-lines.
      *a missing generation means the run posted nothing to cost
           move ws-n                to ws-cost-eof.

           open input cost-of-sales-file.
           if ws-cost-status = "35"
               move ws-y            to ws-cost-eof
           else
               perform 110-read-costed-line
               perform 120-apply-costed-line
                   until ws-cost-eof = ws-y
               close cost-of-sales-file
           end-if.

       110-read-costed-line.
           read cost-of-sales-file
               at end
                   move ws-y        to ws-cost-eof.

       120-apply-costed-line.
           add ws-one               to ws-total-lines.
           if cs-unit-cost = 0
               add ws-one           to ws-total-uncosted
           end-if.

      *a return takes its revenue and its cost back out
           if cs-return-line
               compute ws-line-sales = 0 - cs-sales-amount
               compute ws-line-cost  = 0 - cs-cost-amount
           else
               move cs-sales-amount to ws-line-sales
               move cs-cost-amount  to ws-line-cost
           end-if.

           add ws-line-sales        to ws-total-sales.
           add ws-line-cost         to ws-total-cost.

           perform 130-apply-to-store.
           perform 140-apply-to-vendor.
           perform 150-apply-to-sku.

           perform 110-read-costed-line.

       130-apply-to-store.
           move 0                   to ws-found-idx.
           if ws-msm-count > 0
               perform 131-scan-store
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-msm-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx = 0
            and ws-msm-count < ws-store-count-max
               add ws-one           to ws-msm-count
               move cs-store-num    to ws-msm-store(ws-msm-count)
               move 0               to ws-msm-sales(ws-msm-count)
               move 0               to ws-msm-cost(ws-msm-count)
               move ws-msm-count    to ws-found-idx
           end-if.

           if ws-found-idx > 0
               add ws-line-sales    to ws-msm-sales(ws-found-idx)
               add ws-line-cost     to ws-msm-cost(ws-found-idx)
           end-if.

       131-scan-store.
           if ws-msm-store(ws-scan-idx) = cs-store-num
               move ws-scan-idx     to ws-found-idx
           end-if.

       140-apply-to-vendor.
           move 0                   to ws-found-idx.
           if ws-mvn-count > 0
               perform 141-scan-vendor
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-mvn-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx = 0
            and ws-mvn-count < ws-mvn-count-max
               add ws-one           to ws-mvn-count
               move cs-vendor-num   to ws-mvn-vendor(ws-mvn-count)
               move 0               to ws-mvn-sales(ws-mvn-count)
               move 0               to ws-mvn-cost(ws-mvn-count)
               move ws-mvn-count    to ws-found-idx
           end-if.

           if ws-found-idx > 0
               add ws-line-sales    to ws-mvn-sales(ws-found-idx)
               add ws-line-cost     to ws-mvn-cost(ws-found-idx)
           end-if.

       141-scan-vendor.
           if ws-mvn-vendor(ws-scan-idx) = cs-vendor-num
               move ws-scan-idx     to ws-found-idx
           end-if.

       150-apply-to-sku.
           move 0                   to ws-found-idx.
           if ws-msk-count > 0
               perform 151-scan-sku
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-msk-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx = 0
            and ws-msk-count < ws-msk-count-max
               add ws-one           to ws-msk-count
               move cs-sku-code     to ws-msk-sku(ws-msk-count)
               move 0               to ws-msk-sales(ws-msk-count)
               move 0               to ws-msk-cost(ws-msk-count)
               move ws-msk-count    to ws-found-idx
           end-if.

           if ws-found-idx > 0
               add ws-line-sales    to ws-msk-sales(ws-found-idx)
               add ws-line-cost     to ws-msk-cost(ws-found-idx)
           end-if.

       151-scan-sku.
           if ws-msk-sku(ws-scan-idx) = cs-sku-code
               move ws-scan-idx     to ws-found-idx
           end-if.

      *----------------------------------------------------------------
      * Report
      *----------------------------------------------------------------
       400-write-report-headings.
           move ws-business-date    to ws-title-date.
           move ws-run-number       to ws-title-run.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.

       500-report-by-store.
           write report-line from ws-heading3-store
             after advancing ws-two line.
           write report-line from ws-heading4-columns.

           if ws-msm-count = 0
               write report-line from ws-none-line
           else
               perform 501-report-one-store
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-msm-count
               perform 590-report-total-line
           end-if.

       501-report-one-store.
           move ws-msm-store(ws-index) to ws-stk-num.
           move "STORE NOT ON MASTER" to ws-stk-name.
           perform 502-scan-store-name
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-store-table-count.
           move ws-store-key        to ws-mdl-key.
           move ws-msm-sales(ws-index) to ws-work-sales.
           move ws-msm-cost(ws-index)  to ws-work-cost.
           perform 580-write-margin-line.

       502-scan-store-name.
           if ws-mst-store-num(ws-scan-idx) = ws-msm-store(ws-index)
               move ws-mst-store-name(ws-scan-idx) to ws-stk-name
           end-if.

       510-report-by-vendor.
           write report-line from ws-heading3-vendor
             after advancing ws-two line.
           write report-line from ws-heading4-columns.

           if ws-mvn-count = 0
               write report-line from ws-none-line
           else
               perform 511-report-one-vendor
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-mvn-count
               perform 590-report-total-line
           end-if.

       511-report-one-vendor.
           move ws-mvn-vendor(ws-index) to ws-vnk-num.
           move "VENDOR NOT ON MASTER" to ws-vnk-name.
           perform 512-scan-vendor-name
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-vendor-table-count.
           move ws-vendor-key       to ws-mdl-key.
           move ws-mvn-sales(ws-index) to ws-work-sales.
           move ws-mvn-cost(ws-index)  to ws-work-cost.
           perform 580-write-margin-line.

       512-scan-vendor-name.
           if ws-vnd-vendor-num(ws-scan-idx) = ws-mvn-vendor(ws-index)
               move ws-vnd-vendor-name(ws-scan-idx) to ws-vnk-name
           end-if.

       520-report-by-sku.
           write report-line from ws-heading3-sku
             after advancing ws-two line.
           write report-line from ws-heading4-columns.

           if ws-msk-count = 0
               write report-line from ws-none-line
           else
               perform 521-report-one-sku
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-msk-count
               perform 590-report-total-line
           end-if.

       521-report-one-sku.
           move ws-msk-sku(ws-index)   to ws-mdl-key.
           move ws-msk-sales(ws-index) to ws-work-sales.
           move ws-msk-cost(ws-index)  to ws-work-cost.
           perform 580-write-margin-line.

      *margin percent is of net sales - a line that netted to no
      *sales shows none
       580-write-margin-line.
           compute ws-work-margin = ws-work-sales - ws-work-cost.
           move 0                   to ws-work-pct.
           if ws-work-sales not = 0
               compute ws-work-pct rounded =
                   (ws-work-margin * ws-hundred) / ws-work-sales
                   on size error
                       move 0       to ws-work-pct
               end-compute
           end-if.

           move ws-work-sales       to ws-mdl-sales-edit.
           move ws-work-cost        to ws-mdl-cost-edit.
           move ws-work-margin      to ws-mdl-margin-edit.
           move ws-work-pct         to ws-mdl-pct-edit.
           write report-line from ws-margin-display-line.

       590-report-total-line.
           move "TOTAL"             to ws-mdl-key.
           move ws-total-sales      to ws-work-sales.
           move ws-total-cost       to ws-work-cost.
           write report-line from spaces.
           perform 580-write-margin-line.

       600-report-footer.
           move ws-total-lines      to ws-total-lines-edit.
           move ws-total-uncosted   to ws-total-uncosted-edit.

           write report-line from ws-summary-line1
             after advancing ws-two line.
           write report-line from ws-summary-line2
             after advancing ws-one line.

       end program Final-GrossMargin.

       identification division.
       program-id. Final-PhysicalCount.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: Trues the perpetual on-hand up to the shelves.
      *            Loads a store's physical or cycle count by SKU,
      *            backs the book on-hand Final-Inventory keeps out to
      *            the count date through the per-date movement file
      *            (units sold, returned, received, transferred in
      *            and out, and back off terminated leases), and
      *            prints a variance report valued at the SKU
      *            master's current price, with each count's shrink
      *            as a percentage of its book value.
      *            A count stays on file, re-reported every run, until
      *            the store's approval for that count date arrives;
      *            then the variance posts to the on-hand master, every
      *            adjusted SKU lands on the master audit trail, and the
      *            count's shrink goes to Final-GLExtract on the pending
      *            GL entry file so the journal carries it like every
      *            other movement. The journal carries inventory at
      *            cost, so the shrink it is passed is valued at the
      *            SKU's unit cost - at its price only where no cost is
      *            on file yet.
      *            A physical count covers the whole store: every
      *            pairing the on-hand master holds at the store that
      *            is not on the sheet is measured as counted at
      *            zero, so what nobody found is shrink. A cycle
      *            count measures only the SKUs on its sheet. No count
      *            posts when the master, the movement or the count
      *            lines do not fit their tables.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *the count sheets - one record per SKU counted, kept here
      *until the count is approved
           select count-file
               assign to "../../../../data/Final-Physical-Count.dat"
               organization is line sequential
               file status is ws-count-status.

      *approvals, one per store and count date - consumed once read
           select approval-file
               assign to "../../../../data/Final-Count-Approval.dat"
               organization is line sequential
               file status is ws-approval-status.

           select inventory-master-file
               assign to "../../../../data/Final-Inventory-Master.dat"
               organization is line sequential
               file status is ws-inv-mast-status.

      *Final-Inventory's per-date movement - what sold, came back,
      *arrived or was transferred after the count date comes back
      *out of the book
           select movement-file
               assign to "../../../../data/Final-Inventory-Moves.dat"
               organization is line sequential
               file status is ws-movement-status.

      *the price a variance is valued at
           select sku-master-file
               assign to "../../../../data/Final-SKU-Master.dat"
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-status.

      *a count adjustment is a master change, and it lands on the
      *same audit trail maintenance writes
           select audit-file
               assign to "../../../../data/Final-Master-Audit.dat"
               organization is line sequential
               file status is ws-audit-status.

      *the shrink Final-GLExtract takes up on its next run
           select gl-pending-file
               assign to "../../../../data/Final-GL-Pending.dat"
               organization is line sequential
               file status is ws-gl-pending-status.

           select report-file
               assign to "../../../../data/Final-count-variance.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
      *one count line per SKU - a SKU counted in more than one
      *place on the same count is added together
       fd count-file
           data record is pc-count-rec
           record contains 39 characters.

       01 pc-count-rec.
         05 pc-store-num            pic 99.
         05 pc-count-date           pic 9(8).
         05 pc-sku-code             pic x(15).
         05 pc-counted-qty          pic 9(5).
         05 pc-count-type           pic x.
           88 pc-physical-count         value 'P'.
           88 pc-cycle-count            value 'C'.
         05 pc-counter              pic x(8).

      *one approval per store and count date
       fd approval-file
           data record is ca-approval-rec
           record contains 18 characters.

       01 ca-approval-rec.
         05 ca-store-num            pic 99.
         05 ca-count-date           pic 9(8).
         05 ca-user                 pic x(8).

       fd inventory-master-file
           data record is in-inventory-rec
           record contains 33 characters.

       copy "INVMAST.cpy".

      *one movement record per business date, SKU and store
       fd movement-file
           data record is md-movement-rec
           record contains 55 characters.

       01 md-movement-rec.
         05 md-date                 pic 9(8).
         05 md-sku-code             pic x(15).
         05 md-store-num            pic 99.
         05 md-sold                 pic 9(5).
         05 md-returned             pic 9(5).
         05 md-received             pic 9(5).
         05 md-xfer-in              pic 9(5).
         05 md-xfer-out             pic 9(5).
         05 md-lease-returned       pic 9(5).

       fd sku-master-file
           data record is km-sku-master-rec
           record contains 69 characters.

       01 km-sku-master-rec.
         05 km-sku-code             pic x(15).
         05 km-sku-desc             pic x(20).
         05 km-current-price        pic 9(4)v99.
         05 km-promo-price          pic 9(4)v99.
         05 km-promo-start          pic 9(8).
         05 km-promo-end            pic 9(8).
         05 km-unit-cost            pic 9(4)v99.

      *same 69-byte audit record Final-MasterMaint writes
       fd audit-file
           data record is au-audit-rec
           record contains 69 characters.

       01 au-audit-rec.
         05 au-run-stamp            pic x(12).
         05 au-user                 pic x(8).
         05 au-action               pic x.
         05 au-target               pic x.
         05 au-key                  pic x(15).
         05 au-result               pic x(8).
         05 au-reason               pic x(24).

       fd gl-pending-file
           data record is gp-gl-pending-rec
           record contains 51 characters.

       copy "GLPEND.cpy".

       fd report-file
           data record is report-line
           record contains 80 characters.

       01 report-line               pic x(80).

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

       working-storage section.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(30)
               value "Final: Count Variance".

       01 ws-heading2-title.
         05 filler                  pic x(16)   value spaces.
         05 filler                  pic x(27)
               value "INVENTORY COUNT VARIANCE - ".
         05 ws-title-date           pic 9(8).

       01 ws-count-heading-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-cnh-store            pic 99.
         05 filler                  pic x(8)    value "  COUNT ".
         05 ws-cnh-date             pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-cnh-type             pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-cnh-status           pic x(22).

       01 ws-count-columns.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(16)   value "SKU".
         05 filler                  pic x(8)    value "   BOOK".
         05 filler                  pic x(8)    value "  COUNT".
         05 filler                  pic x(8)    value "    VAR".
         05 filler                  pic x(11)   value "     PRICE".
         05 filler                  pic x(13)   value "   VAR VALUE".

       01 ws-variance-display-line.
         05 filler                  pic x(6)    value spaces.
         05 ws-vdl-sku-code         pic x(15).
         05 filler                  pic x       value space.
         05 ws-vdl-book-edit        pic zzzzz9-.
         05 filler                  pic x       value space.
         05 ws-vdl-count-edit       pic zzzzz9.
         05 filler                  pic x(2)    value spaces.
         05 ws-vdl-var-edit         pic zzzzz9-.
         05 filler                  pic x       value space.
         05 ws-vdl-price-edit       pic $$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-vdl-value-edit       pic $$$,$$9.99-.

       01 ws-count-total-line1.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(26)
               value "BOOK VALUE AT COUNT =".
         05 ws-ctl-book-value-edit  pic $$,$$$,$$9.99-.

       01 ws-count-total-line2.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(26)
               value "SHRINK VALUE =".
         05 ws-ctl-shrink-edit      pic $$,$$$,$$9.99-.

       01 ws-count-total-line4.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(26)
               value "SHRINK AT COST TO GL =".
         05 ws-ctl-shrink-cost-edit pic $$,$$$,$$9.99-.

       01 ws-count-total-line3.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(26)
               value "SHRINK PERCENT OF BOOK =".
         05 ws-ctl-shrink-pct-edit  pic zzz9.99-.

       01 ws-heading3-rejects.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(40)
               value "COUNT LINES AND APPROVALS REJECTED".

       01 ws-reject-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-rjd-store            pic 99.
         05 filler                  pic x(2)    value spaces.
         05 ws-rjd-date             pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-rjd-sku-code         pic x(15).
         05 filler                  pic x(2)    value spaces.
         05 ws-rjd-reason           pic x(24).

       01 ws-none-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(6)    value "(NONE)".

       01 ws-summary-line1.
         05 filler                  pic x(26)
               value "COUNTS ON FILE =".
         05 ws-total-counts-edit    pic zzzz9.

       01 ws-summary-line2.
         05 filler                  pic x(26)
               value "COUNTS APPROVED/POSTED =".
         05 ws-total-posted-edit    pic zzzz9.

       01 ws-summary-line3.
         05 filler                  pic x(26)
               value "SKUS ADJUSTED =".
         05 ws-total-adjusted-edit  pic zzzz9.

       01 ws-summary-line4.
         05 filler                  pic x(26)
               value "LINES/APPROVALS REJECTED =".
         05 ws-total-rejected-edit  pic zzzz9.

       01 ws-summary-line5.
         05 filler                  pic x(26)
               value "SHRINK POSTED TO GL =".
         05 ws-total-shrink-edit    pic $$,$$$,$$9.99-.

      *audit reason for an adjusted SKU - the store and the units
      *the count moved on-hand by
       01 ws-audit-reason.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-aur-store            pic 99.
         05 filler                  pic x(8)    value " COUNT  ".
         05 ws-aur-adjust           pic -----9.
         05 filler                  pic x(2)    value spaces.

      *run-control fields (loaded at startup - 0030-load-run-control)
       copy "RUNWS.cpy".

      *the on-hand master in memory
       01 ws-inv-count-max          pic 9(4)    value 2000.
       01 ws-inv-count              pic 9(4)    value 0.
       01 ws-inv-table.
         05 ws-inv-entry occurs 0 to 2000 times
               depending on ws-inv-count.
           10 ws-inv-sku-code       pic x(15).
           10 ws-inv-store-num      pic 99.
           10 ws-inv-on-hand        pic s9(5).
           10 ws-inv-reorder        pic 9(5).
           10 ws-inv-vendor         pic 9(5).

      *the month's movement by date, SKU and store
       01 ws-move-count-max         pic 9(4)    value 3000.
       01 ws-move-count             pic 9(4)    value 0.
       01 ws-move-table.
         05 ws-move-entry occurs 0 to 3000 times
               depending on ws-move-count.
           10 ws-mov-date           pic 9(8).
           10 ws-mov-sku            pic x(15).
           10 ws-mov-store          pic 99.
           10 ws-mov-sold           pic 9(5).
           10 ws-mov-returned       pic 9(5).
           10 ws-mov-received       pic 9(5).
           10 ws-mov-xfer-in        pic 9(5).
           10 ws-mov-xfer-out       pic 9(5).
           10 ws-mov-lease-ret      pic 9(5).

      *every valid count line on file, with what it is measured
      *against
       01 ws-cnt-count-max          pic 9(4)    value 2000.
       01 ws-cnt-count              pic 9(4)    value 0.
       01 ws-cnt-table.
         05 ws-cnt-entry occurs 0 to 2000 times
               depending on ws-cnt-count.
           10 ws-cnt-store          pic 99.
           10 ws-cnt-date           pic 9(8).
           10 ws-cnt-sku            pic x(15).
           10 ws-cnt-qty            pic 9(5).
           10 ws-cnt-type           pic x.
           10 ws-cnt-counter        pic x(8).
           10 ws-cnt-group          pic 999.
           10 ws-cnt-book           pic s9(6).
           10 ws-cnt-variance       pic s9(6).
           10 ws-cnt-price          pic 9(4)v99.
           10 ws-cnt-cost           pic 9(4)v99.
      *y for a pairing the book holds that a physical count's sheet
      *left out - counted at zero, never written back to the sheet
           10 ws-cnt-from-book      pic x.

      *one group per store and count date - the unit a count is
      *approved and posted in
       01 ws-grp-count-max          pic 999     value 200.
       01 ws-grp-count              pic 999     value 0.
       01 ws-grp-table.
         05 ws-grp-entry occurs 0 to 200 times
               depending on ws-grp-count.
           10 ws-grp-store          pic 99.
           10 ws-grp-date           pic 9(8).
           10 ws-grp-type           pic x.
           10 ws-grp-approved       pic x.
           10 ws-grp-user           pic x(8).
           10 ws-grp-book-value     pic s9(8)v99.
           10 ws-grp-shrink-value   pic s9(8)v99.
           10 ws-grp-shrink-cost    pic s9(8)v99.

      *approvals read this run
       01 ws-apv-count-max          pic 999     value 200.
       01 ws-apv-count              pic 999     value 0.
       01 ws-apv-table.
         05 ws-apv-entry occurs 0 to 200 times
               depending on ws-apv-count.
           10 ws-apv-store          pic 99.
           10 ws-apv-date           pic 9(8).
           10 ws-apv-user           pic x(8).
           10 ws-apv-used           pic x.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-idx            pic 9(4)    value 0.
         05 ws-found-inv-idx        pic 9(4)    value 0.
         05 ws-grp-idx              pic 999     value 0.
         05 ws-found-grp-idx        pic 999     value 0.
         05 ws-apv-idx              pic 999     value 0.
         05 ws-reject-reason        pic x(24)   value spaces.
         05 ws-var-value            pic s9(8)v99 value 0.
         05 ws-shrink-pct           pic s9(4)v99 value 0.
         05 ws-current-month        pic 9(6)    value 0.

       01 ws-counters.
         05 ws-total-posted         pic 9(4)    value 0.
         05 ws-total-adjusted       pic 9(4)    value 0.
         05 ws-total-rejected       pic 9(4)    value 0.
         05 ws-total-gl-shrink      pic s9(8)v99 value 0.

       01 ws-flags.
         05 ws-count-eof            pic x       value 'n'.
         05 ws-count-load-done      pic x       value 'y'.
         05 ws-count-on-file        pic x       value 'n'.
         05 ws-approval-eof         pic x       value 'n'.
         05 ws-approval-on-file     pic x       value 'n'.
         05 ws-inv-mast-eof         pic x       value 'n'.
         05 ws-inv-load-done        pic x       value 'y'.
         05 ws-movement-eof         pic x       value 'n'.
         05 ws-movement-load-done   pic x       value 'y'.
         05 ws-sku-mast-available   pic x       value 'y'.
         05 ws-anything-posted      pic x       value 'n'.
         05 ws-audit-open           pic x       value 'n'.
         05 ws-rejects-reported     pic x       value 'n'.

       01 ws-file-status.
         05 ws-count-status         pic xx      value "00".
         05 ws-approval-status      pic xx      value "00".
         05 ws-inv-mast-status      pic xx      value "00".
         05 ws-movement-status      pic xx      value "00".
         05 ws-sku-status           pic xx      value "00".
         05 ws-audit-status         pic xx      value "00".
         05 ws-gl-pending-status    pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-hundred                pic 999     value 100.

       procedure division.
       000-main.
           perform 0030-load-run-control.
           move ws-business-date(1:6) to ws-current-month.

           perform 0040-load-inventory-master.
           perform 0050-load-movement-file.

      *the master and the count sheets must load whole - posting
      *against, or rewriting, a cut-short table would destroy the
      *tail of it
           if ws-inv-load-done = ws-n
               display "*** INVENTORY MASTER OVER TABLE CAP"
                       " - NO COUNT POSTED ***"
               goback
           end-if.

      *and so must the movement - a row left off would never come
      *back out of the book, and the variance would be wrong
           if ws-movement-load-done = ws-n
               display "*** MOVEMENT FILE OVER TABLE CAP"
                       " - NO COUNT POSTED ***"
               goback
           end-if.

           open input sku-master-file.
           if ws-sku-status = "35"
               move ws-n            to ws-sku-mast-available
           end-if.

           open output report-file.
           perform 400-write-report-headings.

           write report-line from ws-heading3-rejects
             after advancing ws-two line.
           write report-line from spaces.

           perform 0060-load-approvals.
           perform 0070-load-counts.

      *a physical count covers the whole store - what the book holds
      *there that nobody found goes in as counted at zero
           if ws-count-load-done = ws-y
               perform 130-add-uncounted-pairings
                 varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-count
           end-if.

           if ws-count-load-done = ws-n
               display "*** COUNT LINES OVER TABLE CAP"
                       " - NO COUNT POSTED ***"
               close report-file
               if ws-sku-mast-available = ws-y
                   close sku-master-file
               end-if
               goback
           end-if.

           perform 150-match-approvals.

           if ws-rejects-reported = ws-n
               write report-line from ws-none-line
           end-if.

           perform 200-measure-counts.

           if ws-sku-mast-available = ws-y
               close sku-master-file
           end-if.

           perform 300-post-approved-counts.

           perform 500-report-counts.
           perform 600-report-footer.
           close report-file.

           if ws-anything-posted = ws-y
               perform 700-rewrite-inventory-master
           end-if.

      *what is still waiting for approval goes back to the count
      *file; posted and rejected lines fall away
           if ws-count-on-file = ws-y
               perform 710-rewrite-count-file
           end-if.

           if ws-approval-on-file = ws-y
               perform 720-clear-approvals
           end-if.

           goback.

       copy "RUNLOAD.cpy".

       0040-load-inventory-master.
           move ws-n                to ws-inv-mast-eof.
           move 0                   to ws-inv-count.

           open input inventory-master-file.
           if ws-inv-mast-status = "35"
               move ws-y            to ws-inv-mast-eof
           else
               perform 0041-read-inventory-master
               perform 0042-build-inventory-entry
                 until ws-inv-mast-eof = ws-y
                    or ws-inv-count = ws-inv-count-max
               if ws-inv-mast-eof not = ws-y
                   move ws-n        to ws-inv-load-done
               end-if
               close inventory-master-file
           end-if.

       0041-read-inventory-master.
           read inventory-master-file
               at end
                   move ws-y        to ws-inv-mast-eof.

       0042-build-inventory-entry.
           add ws-one               to ws-inv-count.
           move in-sku-code         to ws-inv-sku-code(ws-inv-count).
           move in-store-num        to ws-inv-store-num(ws-inv-count).
           move in-on-hand          to ws-inv-on-hand(ws-inv-count).
           move in-reorder-point    to ws-inv-reorder(ws-inv-count).
           if in-vendor-num is numeric
               move in-vendor-num   to ws-inv-vendor(ws-inv-count)
           else
               move 0               to ws-inv-vendor(ws-inv-count)
           end-if.

           perform 0041-read-inventory-master.

      *the movement file only ever carries the current month, which
      *is why a count must be dated inside it
       0050-load-movement-file.
           move ws-n                to ws-movement-eof.
           move 0                   to ws-move-count.

           open input movement-file.
           if ws-movement-status = "35"
               move ws-y            to ws-movement-eof
           else
               perform 0051-read-movement-record
               perform 0052-build-movement-entry
                 until ws-movement-eof = ws-y
                    or ws-move-count = ws-move-count-max
               if ws-movement-eof not = ws-y
                   move ws-n        to ws-movement-load-done
               end-if
               close movement-file
           end-if.

       0051-read-movement-record.
           read movement-file
               at end
                   move ws-y        to ws-movement-eof.

       0052-build-movement-entry.
           add ws-one               to ws-move-count.
           move md-date             to ws-mov-date(ws-move-count).
           move md-sku-code         to ws-mov-sku(ws-move-count).
           move md-store-num        to ws-mov-store(ws-move-count).
           move md-sold             to ws-mov-sold(ws-move-count).
           move md-returned         to ws-mov-returned(ws-move-count).
           move md-received         to ws-mov-received(ws-move-count).
           move md-xfer-in          to ws-mov-xfer-in(ws-move-count).
           move md-xfer-out         to ws-mov-xfer-out(ws-move-count).
           move md-lease-returned   to ws-mov-lease-ret(ws-move-count).

           perform 0051-read-movement-record.

       0060-load-approvals.
           move ws-n                to ws-approval-eof.
           move 0                   to ws-apv-count.

           open input approval-file.
           if ws-approval-status = "35"
               move ws-y            to ws-approval-eof
           else
               move ws-y            to ws-approval-on-file
               perform 0061-read-approval
               perform 0062-build-approval-entry
                 until ws-approval-eof = ws-y
                    or ws-apv-count = ws-apv-count-max
               close approval-file
           end-if.

       0061-read-approval.
           read approval-file
               at end
                   move ws-y        to ws-approval-eof.

       0062-build-approval-entry.
           add ws-one               to ws-apv-count.
           move ca-store-num        to ws-apv-store(ws-apv-count).
           move ca-count-date       to ws-apv-date(ws-apv-count).
           move ca-user             to ws-apv-user(ws-apv-count).
           move ws-n                to ws-apv-used(ws-apv-count).

           perform 0061-read-approval.

      *a missing count file means no count has been taken
       0070-load-counts.
           move ws-n                to ws-count-eof.
           move 0                   to ws-cnt-count.

           open input count-file.
           if ws-count-status = "35"
               move ws-y            to ws-count-eof
           else
               move ws-y            to ws-count-on-file
               perform 0071-read-count
               perform 100-take-one-count-line
                 until ws-count-eof = ws-y
                    or ws-cnt-count = ws-cnt-count-max
               if ws-count-eof not = ws-y
                   move ws-n        to ws-count-load-done
               end-if
               close count-file
           end-if.

       0071-read-count.
           read count-file
               at end
                   move ws-y        to ws-count-eof.

      *----------------------------------------------------------------
      * Count lines - validated, merged and grouped by store and date
      *----------------------------------------------------------------
       100-take-one-count-line.
           move spaces              to ws-reject-reason.

           if pc-store-num is not numeric
               move "STORE NUMBER INVALID" to ws-reject-reason
           else
           if pc-count-date is not numeric
            or pc-count-date > ws-business-date
               move "COUNT DATE INVALID"   to ws-reject-reason
           else
           if pc-count-date(1:6) not = ws-current-month
               move "COUNT DATE NOT THIS MONTH" to ws-reject-reason
           else
           if pc-sku-code = spaces
               move "SKU CODE BLANK"       to ws-reject-reason
           else
           if pc-counted-qty is not numeric
               move "COUNTED QTY INVALID"  to ws-reject-reason
           else
           if not pc-physical-count
            and not pc-cycle-count
               move "COUNT TYPE INVALID"   to ws-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces
               perform 110-find-group
               if ws-found-grp-idx = 0
                   move "TOO MANY COUNTS ON FILE" to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces
               perform 120-merge-count-line
           else
               move pc-store-num    to ws-rjd-store
               move pc-count-date   to ws-rjd-date
               move pc-sku-code     to ws-rjd-sku-code
               perform 190-report-reject
           end-if.

           perform 0071-read-count.

       110-find-group.
           move 0                   to ws-found-grp-idx.
           if ws-grp-count > 0
               perform 111-scan-groups
                 varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-count
                      or ws-found-grp-idx > 0
           end-if.

           if ws-found-grp-idx = 0
            and ws-grp-count < ws-grp-count-max
               add ws-one           to ws-grp-count
               move pc-store-num    to ws-grp-store(ws-grp-count)
               move pc-count-date   to ws-grp-date(ws-grp-count)
               move pc-count-type   to ws-grp-type(ws-grp-count)
               move ws-n            to ws-grp-approved(ws-grp-count)
               move spaces          to ws-grp-user(ws-grp-count)
               move 0               to
                       ws-grp-book-value(ws-grp-count)
               move 0               to
                       ws-grp-shrink-value(ws-grp-count)
               move 0               to
                       ws-grp-shrink-cost(ws-grp-count)
               move ws-grp-count    to ws-found-grp-idx
           end-if.

       111-scan-groups.
           if ws-grp-store(ws-grp-idx) = pc-store-num
            and ws-grp-date(ws-grp-idx) = pc-count-date
               move ws-grp-idx      to ws-found-grp-idx
           end-if.

       120-merge-count-line.
           move 0                   to ws-found-idx.
           if ws-cnt-count > 0
               perform 121-scan-count-lines
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-cnt-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx > 0
               add pc-counted-qty   to ws-cnt-qty(ws-found-idx)
           else
               add ws-one           to ws-cnt-count
               move pc-store-num    to ws-cnt-store(ws-cnt-count)
               move pc-count-date   to ws-cnt-date(ws-cnt-count)
               move pc-sku-code     to ws-cnt-sku(ws-cnt-count)
               move pc-counted-qty  to ws-cnt-qty(ws-cnt-count)
               move pc-count-type   to ws-cnt-type(ws-cnt-count)
               move pc-counter      to ws-cnt-counter(ws-cnt-count)
               move ws-found-grp-idx to ws-cnt-group(ws-cnt-count)
               move 0               to ws-cnt-book(ws-cnt-count)
               move 0               to ws-cnt-variance(ws-cnt-count)
               move 0               to ws-cnt-price(ws-cnt-count)
               move 0               to ws-cnt-cost(ws-cnt-count)
               move ws-n            to ws-cnt-from-book(ws-cnt-count)
           end-if.

       121-scan-count-lines.
           if ws-cnt-store(ws-scan-idx) = pc-store-num
            and ws-cnt-date(ws-scan-idx) = pc-count-date
            and ws-cnt-sku(ws-scan-idx) = pc-sku-code
               move ws-scan-idx     to ws-found-idx
           end-if.

      *every pairing on the master for a physical count's store
      *that is not on its sheet - with no room left for them the
      *count cannot be measured whole, and nothing posts
       130-add-uncounted-pairings.
           if ws-grp-type(ws-grp-idx) = "P"
               perform 131-add-one-pairing
                 varying ws-found-inv-idx from 1 by 1
                   until ws-found-inv-idx > ws-inv-count
           end-if.

       131-add-one-pairing.
           if ws-inv-store-num(ws-found-inv-idx) =
                   ws-grp-store(ws-grp-idx)
               move 0               to ws-found-idx
               if ws-cnt-count > 0
                   perform 132-scan-sheet-for-pairing
                     varying ws-scan-idx from 1 by 1
                       until ws-scan-idx > ws-cnt-count
                          or ws-found-idx > 0
               end-if
               if ws-found-idx = 0
                   if ws-cnt-count < ws-cnt-count-max
                       perform 133-open-zero-count-line
                   else
                       move ws-n    to ws-count-load-done
                   end-if
               end-if
           end-if.

       132-scan-sheet-for-pairing.
           if ws-cnt-group(ws-scan-idx) = ws-grp-idx
            and ws-cnt-sku(ws-scan-idx) =
                    ws-inv-sku-code(ws-found-inv-idx)
               move ws-scan-idx     to ws-found-idx
           end-if.

       133-open-zero-count-line.
           add ws-one               to ws-cnt-count.
           move ws-grp-store(ws-grp-idx) to ws-cnt-store(ws-cnt-count).
           move ws-grp-date(ws-grp-idx)  to ws-cnt-date(ws-cnt-count).
           move ws-inv-sku-code(ws-found-inv-idx)
             to ws-cnt-sku(ws-cnt-count).
           move 0                   to ws-cnt-qty(ws-cnt-count).
           move "P"                 to ws-cnt-type(ws-cnt-count).
           move spaces              to ws-cnt-counter(ws-cnt-count).
           move ws-grp-idx          to ws-cnt-group(ws-cnt-count).
           move 0                   to ws-cnt-book(ws-cnt-count).
           move 0                   to ws-cnt-variance(ws-cnt-count).
           move 0                   to ws-cnt-price(ws-cnt-count).
           move 0                   to ws-cnt-cost(ws-cnt-count).
           move ws-y                to ws-cnt-from-book(ws-cnt-count).

      *an approval marks its count for posting; one that names no
      *count on file is reported and dropped
       150-match-approvals.
           perform 151-match-one-approval
             varying ws-apv-idx from 1 by 1
               until ws-apv-idx > ws-apv-count.

       151-match-one-approval.
           perform 152-scan-approval-group
             varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-grp-count.

           if ws-apv-used(ws-apv-idx) = ws-n
               move ws-apv-store(ws-apv-idx) to ws-rjd-store
               move ws-apv-date(ws-apv-idx)  to ws-rjd-date
               move "APPROVAL"               to ws-rjd-sku-code
               move "NO COUNT ON FILE"       to ws-reject-reason
               perform 190-report-reject
           end-if.

       152-scan-approval-group.
           if ws-grp-store(ws-grp-idx) = ws-apv-store(ws-apv-idx)
            and ws-grp-date(ws-grp-idx) = ws-apv-date(ws-apv-idx)
               move ws-y            to ws-grp-approved(ws-grp-idx)
               move ws-apv-user(ws-apv-idx) to ws-grp-user(ws-grp-idx)
               move ws-y            to ws-apv-used(ws-apv-idx)
           end-if.

       190-report-reject.
           move ws-reject-reason    to ws-rjd-reason.
           write report-line from ws-reject-display-line.
           add ws-one               to ws-total-rejected.
           move ws-y                to ws-rejects-reported.

      *----------------------------------------------------------------
      * Book on-hand as of the count date, the variance, and its value
      *----------------------------------------------------------------
       200-measure-counts.
           perform 210-measure-one-count
             varying ws-index from ws-one by ws-one
               until ws-index > ws-cnt-count.

       210-measure-one-count.
           perform 220-find-inventory-entry.
           if ws-found-inv-idx > 0
               move ws-inv-on-hand(ws-found-inv-idx)
                 to ws-cnt-book(ws-index)
           else
               move 0               to ws-cnt-book(ws-index)
           end-if.

      *what sold or was shipped to another store after the count
      *was still on the shelf when it was counted; what came back,
      *was received from the warehouse, arrived from another store
      *or came back off a terminated lease after it was not
           perform 211-back-out-later-movement
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-move-count.

           compute ws-cnt-variance(ws-index) =
               ws-cnt-qty(ws-index) - ws-cnt-book(ws-index).

           move 0                   to ws-cnt-price(ws-index).
           move 0                   to ws-cnt-cost(ws-index).
           if ws-sku-mast-available = ws-y
               move ws-cnt-sku(ws-index) to km-sku-code
               read sku-master-file
                   key is km-sku-code
                   invalid key
                       continue
                   not invalid key
                       move km-current-price
                         to ws-cnt-price(ws-index)
                       if km-unit-cost is numeric
                           move km-unit-cost
                             to ws-cnt-cost(ws-index)
                       end-if
               end-read
           end-if.
           if ws-cnt-cost(ws-index) = 0
               move ws-cnt-price(ws-index) to ws-cnt-cost(ws-index)
           end-if.

           move ws-cnt-group(ws-index) to ws-grp-idx.
           compute ws-grp-book-value(ws-grp-idx) =
               ws-grp-book-value(ws-grp-idx) +
                   (ws-cnt-book(ws-index) * ws-cnt-price(ws-index)).
           compute ws-grp-shrink-value(ws-grp-idx) =
               ws-grp-shrink-value(ws-grp-idx) -
                 (ws-cnt-variance(ws-index) * ws-cnt-price(ws-index)).
           compute ws-grp-shrink-cost(ws-grp-idx) =
               ws-grp-shrink-cost(ws-grp-idx) -
                 (ws-cnt-variance(ws-index) * ws-cnt-cost(ws-index)).

       211-back-out-later-movement.
           if ws-mov-date(ws-scan-idx) > ws-cnt-date(ws-index)
            and ws-mov-sku(ws-scan-idx) = ws-cnt-sku(ws-index)
            and ws-mov-store(ws-scan-idx) = ws-cnt-store(ws-index)
               compute ws-cnt-book(ws-index) =
                   ws-cnt-book(ws-index) +
                       ws-mov-sold(ws-scan-idx) -
                       ws-mov-returned(ws-scan-idx) -
                       ws-mov-received(ws-scan-idx) -
                       ws-mov-xfer-in(ws-scan-idx) -
                       ws-mov-lease-ret(ws-scan-idx) +
                       ws-mov-xfer-out(ws-scan-idx)
           end-if.

       220-find-inventory-entry.
           move 0                   to ws-found-inv-idx.
           if ws-inv-count > 0
               perform 221-scan-inventory
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-inv-count
                      or ws-found-inv-idx > 0
           end-if.

       221-scan-inventory.
           if ws-inv-sku-code(ws-scan-idx) = ws-cnt-sku(ws-index)
            and ws-inv-store-num(ws-scan-idx) = ws-cnt-store(ws-index)
               move ws-scan-idx     to ws-found-inv-idx
           end-if.

      *----------------------------------------------------------------
      * Approved counts post: on-hand, audit trail, pending GL
      *----------------------------------------------------------------
       300-post-approved-counts.
           perform 310-post-one-count-line
             varying ws-index from ws-one by ws-one
               until ws-index > ws-cnt-count.

           perform 330-pass-shrink-to-gl
             varying ws-grp-idx from 1 by 1
               until ws-grp-idx > ws-grp-count.

           if ws-audit-open = ws-y
               close audit-file
           end-if.

       310-post-one-count-line.
           move ws-cnt-group(ws-index) to ws-grp-idx.
           if ws-grp-approved(ws-grp-idx) = ws-y
            and ws-cnt-variance(ws-index) not = 0
               perform 220-find-inventory-entry
               if ws-found-inv-idx = 0
                and ws-inv-count < ws-inv-count-max
                   perform 320-open-inventory-entry
               end-if
               if ws-found-inv-idx > 0
                   add ws-cnt-variance(ws-index)
                     to ws-inv-on-hand(ws-found-inv-idx)
                   perform 340-audit-adjustment
                   add ws-one       to ws-total-adjusted
               end-if
           end-if.

      *a SKU found on the shelf that the book never heard of is
      *opened on the master with no minimum, the way Final-Inventory
      *opens a pairing first seen in the movement
       320-open-inventory-entry.
           add ws-one               to ws-inv-count.
           move ws-cnt-sku(ws-index)   to ws-inv-sku-code(ws-inv-count).
           move ws-cnt-store(ws-index) to
                   ws-inv-store-num(ws-inv-count).
           move 0                   to ws-inv-on-hand(ws-inv-count).
           move 0                   to ws-inv-reorder(ws-inv-count).
           move 0                   to ws-inv-vendor(ws-inv-count).
           move ws-inv-count        to ws-found-inv-idx.

       330-pass-shrink-to-gl.
           if ws-grp-approved(ws-grp-idx) = ws-y
               add ws-one           to ws-total-posted
               move ws-y            to ws-anything-posted
               if ws-grp-shrink-cost(ws-grp-idx) not = 0
                   perform 331-write-gl-pending
               end-if
           end-if.

      *shrink is a loss - a count that found more than the book
      *goes over as a negative amount, the event in reverse
       331-write-gl-pending.
           open extend gl-pending-file.
           if ws-gl-pending-status = "35"
               open output gl-pending-file
           end-if.

           move "COUNT"             to gp-source.
           move "SHRINK"            to gp-event-code.
           move ws-grp-store(ws-grp-idx) to gp-store-num.
           move ws-business-date    to gp-business-date.
           move ws-grp-shrink-cost(ws-grp-idx) to gp-amount.
           move spaces              to gp-reference.
           string "COUNT "          delimited by size
                  ws-grp-date(ws-grp-idx) delimited by size
               into gp-reference.
           write gp-gl-pending-rec.

           close gl-pending-file.

           add ws-grp-shrink-cost(ws-grp-idx) to ws-total-gl-shrink.

       340-audit-adjustment.
           if ws-audit-open = ws-n
               open extend audit-file
               if ws-audit-status = "35"
                   open output audit-file
               end-if
               move ws-y            to ws-audit-open
           end-if.

           move ws-run-stamp        to au-run-stamp.
           move ws-grp-user(ws-grp-idx) to au-user.
           move "C"                 to au-action.
           move "I"                 to au-target.
           move ws-cnt-sku(ws-index) to au-key.
           move "APPLIED"           to au-result.
           move ws-cnt-store(ws-index) to ws-aur-store.
           move ws-cnt-variance(ws-index) to ws-aur-adjust.
           move ws-audit-reason     to au-reason.
           write au-audit-rec.

      *----------------------------------------------------------------
      * Report
      *----------------------------------------------------------------
       400-write-report-headings.
           move ws-business-date    to ws-title-date.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.

       500-report-counts.
           if ws-grp-count = 0
               write report-line from ws-none-line
                 after advancing ws-two line
           else
               perform 510-report-one-count
                 varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-count
           end-if.

       510-report-one-count.
           move ws-grp-store(ws-grp-idx) to ws-cnh-store.
           move ws-grp-date(ws-grp-idx)  to ws-cnh-date.
           if ws-grp-type(ws-grp-idx) = "P"
               move "PHYSICAL"      to ws-cnh-type
           else
               move "CYCLE"         to ws-cnh-type
           end-if.
           if ws-grp-approved(ws-grp-idx) = ws-y
               move spaces          to ws-cnh-status
               string "POSTED - "   delimited by size
                      ws-grp-user(ws-grp-idx) delimited by size
                   into ws-cnh-status
           else
               move "AWAITING APPROVAL" to ws-cnh-status
           end-if.

           write report-line from ws-count-heading-line
             after advancing ws-two line.
           write report-line from ws-count-columns.

           perform 511-report-one-line
             varying ws-index from ws-one by ws-one
               until ws-index > ws-cnt-count.

      *shrink as a share of what the book said was on the shelf
           move 0                   to ws-shrink-pct.
           if ws-grp-book-value(ws-grp-idx) not = 0
               compute ws-shrink-pct rounded =
                   (ws-grp-shrink-value(ws-grp-idx) * ws-hundred)
                       / ws-grp-book-value(ws-grp-idx)
                   on size error
                       move 0       to ws-shrink-pct
               end-compute
           end-if.

           move ws-grp-book-value(ws-grp-idx)
             to ws-ctl-book-value-edit.
           move ws-grp-shrink-value(ws-grp-idx) to ws-ctl-shrink-edit.
           move ws-shrink-pct       to ws-ctl-shrink-pct-edit.
           write report-line from ws-count-total-line1
             after advancing ws-two line.
           write report-line from ws-count-total-line2.
           write report-line from ws-count-total-line3.
           move ws-grp-shrink-cost(ws-grp-idx)
             to ws-ctl-shrink-cost-edit.
           write report-line from ws-count-total-line4.

       511-report-one-line.
           if ws-cnt-group(ws-index) = ws-grp-idx
               compute ws-var-value =
                   ws-cnt-variance(ws-index) * ws-cnt-price(ws-index)
               move ws-cnt-sku(ws-index)      to ws-vdl-sku-code
               move ws-cnt-book(ws-index)     to ws-vdl-book-edit
               move ws-cnt-qty(ws-index)      to ws-vdl-count-edit
               move ws-cnt-variance(ws-index) to ws-vdl-var-edit
               move ws-cnt-price(ws-index)    to ws-vdl-price-edit
               move ws-var-value              to ws-vdl-value-edit
               write report-line from ws-variance-display-line
           end-if.

       600-report-footer.
           move ws-grp-count        to ws-total-counts-edit.
           move ws-total-posted     to ws-total-posted-edit.
           move ws-total-adjusted   to ws-total-adjusted-edit.
           move ws-total-rejected   to ws-total-rejected-edit.
           move ws-total-gl-shrink  to ws-total-shrink-edit.

           write report-line from ws-summary-line1
             after advancing ws-two line.
           write report-line from ws-summary-line2
             after advancing ws-one line.
           write report-line from ws-summary-line3
             after advancing ws-one line.
           write report-line from ws-summary-line4
             after advancing ws-one line.
           write report-line from ws-summary-line5
             after advancing ws-one line.

      *----------------------------------------------------------------
      * Rewrites
      *----------------------------------------------------------------
       700-rewrite-inventory-master.
           open output inventory-master-file.
           perform 701-write-one-inventory
             varying ws-index from ws-one by ws-one
               until ws-index > ws-inv-count.
           close inventory-master-file.

       701-write-one-inventory.
           move ws-inv-sku-code(ws-index)  to in-sku-code.
           move ws-inv-store-num(ws-index) to in-store-num.
           move ws-inv-on-hand(ws-index)   to in-on-hand.
           move ws-inv-reorder(ws-index)   to in-reorder-point.
           move ws-inv-vendor(ws-index)    to in-vendor-num.
           write in-inventory-rec.

       710-rewrite-count-file.
           open output count-file.
           perform 711-write-one-count
             varying ws-index from ws-one by ws-one
               until ws-index > ws-cnt-count.
           close count-file.

       711-write-one-count.
           move ws-cnt-group(ws-index) to ws-grp-idx.
           if ws-grp-approved(ws-grp-idx) = ws-n
            and ws-cnt-from-book(ws-index) = ws-n
               move ws-cnt-store(ws-index)   to pc-store-num
               move ws-cnt-date(ws-index)    to pc-count-date
               move ws-cnt-sku(ws-index)     to pc-sku-code
               move ws-cnt-qty(ws-index)     to pc-counted-qty
               move ws-cnt-type(ws-index)    to pc-count-type
               move ws-cnt-counter(ws-index) to pc-counter
               write pc-count-rec
           end-if.

       720-clear-approvals.
           open output approval-file.
           close approval-file.

       end program Final-PhysicalCount.

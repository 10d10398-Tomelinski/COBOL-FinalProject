      *Description: The district and region rollup the district
      *            managers have been building with per-store pages
      *            and a calculator. Store detail - sales, returns,
      *            and payment mix out of this run's posted-
      *            transaction generation, voids netted and held
      *            refunds excluded once for every report - is
      *            subtotaled by the district and region codes now
      *            carried on the store master, region by region,
      *            district by district, store detail under each.
      *            The same control-break shape SAndLProcessing uses
      *            per store, one level up. Under every store, district
      *            and region line sit its sales against the plan
      *            Final-BudgetLoad spreads - the day, month to date
      *            and year to date, with the variance and its
      *            percentage of plan. The day is this run's sales;
      *            the earlier days of the month and year come from
      *            the permanent daily sales history. The closing
      *            page splits the chain into its comparable stores -
      *            trading through the whole of both this year's month
      *            and year to date and last year's, by the open and
      *            close dates on the store master - and the rest,
      *            each with its growth over last year; a store line
      *            marked * is not comparable for the month.

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
               file status is ws-store-mast-status.

      *the permanent daily sales history Final-DataSplitAndCount
      *appends to - the month and year before today, and the same
      *spans last year
           select sales-history-file
               assign to "../../../../data/Final-Sales-History.dat"
               organization is line sequential
               file status is ws-history-status.

      *the daily plan Final-BudgetLoad spreads from the monthly
      *budget
           select daily-budget-file
               assign to "../../../../data/Final-Daily-Budget.dat"
               organization is line sequential
               file status is ws-budget-status.

           select report-file
               assign to

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
         05 rt-unit-price           pic 9(4)v99.
         05 rt-vendor-num           pic 9(5).
         05 rt-return-reason        pic xx.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.
         05 rt-post-status          pic x.
           88 rt-held                   value 'H'.

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

      *same 26-byte record Final-DataSplitAndCount writes
       fd sales-history-file
           data record is sh-history-rec
           record contains 26 characters.

       01 sh-history-rec.
         05 sh-business-date.
           10 sh-date-yyyy          pic 9(4).
           10 sh-date-mm            pic 99.
           10 sh-date-dd            pic 99.
         05 sh-store-num            pic 99.
         05 sh-sales                pic 9(6)v99.
         05 sh-trans-count          pic 9(4).
         05 sh-return-count         pic 9(4).

       fd daily-budget-file
           data record is bd-daily-budget-rec
           record contains 19 characters.

       copy "BUDDAY.cpy".

       fd report-file
           data record is report-line

       working-storage section.

      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-posted-file-name       pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
         05 ws-disp-db-edit         pic zz9.
         05 filler                  pic x(5)    value "  SC=".
         05 ws-disp-sc-edit         pic zz9.
         05 ws-disp-comp-flag       pic xx.

       01 ws-subtotal-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(5)    value "  SC=".
         05 ws-sub-sc-edit          pic zzz9.

      *actual against plan for one period, under the store or
      *subtotal line it belongs to
       01 ws-budget-display-line.
         05 filler                  pic x(6)    value spaces.
         05 ws-bv-period            pic x(4).
         05 filler                  pic x(4)    value "ACT ".
         05 ws-bv-actual-edit       pic $$$,$$$,$$9.99.
         05 filler                  pic x(6)    value "  BUD ".
         05 ws-bv-budget-edit       pic $$$,$$$,$$9.99.
         05 filler                  pic x(6)    value "  VAR ".
         05 ws-bv-var-edit          pic $$$,$$$,$$9.99-.
         05 filler                  pic x(2)    value spaces.
         05 ws-bv-pct               pic x(8).

      *variance as a percentage of plan
       01 ws-bv-pct-area.
         05 ws-bv-pct-edit          pic ----9.9.
         05 filler                  pic x       value "%".

       01 ws-heading3-comp.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(40)
               value "COMPARABLE STORE SALES".

       01 ws-comp-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-cp-label             pic x(16).
         05 filler                  pic x(7)    value "STORES ".
         05 ws-cp-count-edit        pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-cp-period            pic x(4).
         05 ws-cp-this-edit         pic $$$,$$$,$$9.99.
         05 filler                  pic x(5)    value "  LY ".
         05 ws-cp-ly-edit           pic $$$,$$$,$$9.99.
         05 filler                  pic x(10)   value "  GROWTH ".
         05 ws-cp-pct               pic x(8).

       01 ws-comp-note-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(50)   value
               "* NOT COMPARABLE FOR THE MONTH - NEW OR CLOSING".

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".


      *store master table (loaded at startup - see 0040-load-store-master)
       copy "STORWS.cpy".
           10 ws-store-cr           pic 9(4).
           10 ws-store-db           pic 9(4).
           10 ws-store-sc           pic 9(4).
           10 ws-store-mtd-prior    pic 9(8)v99.
           10 ws-store-ytd-prior    pic 9(9)v99.
           10 ws-store-day-budget   pic 9(7)v99.
           10 ws-store-mtd-budget   pic 9(8)v99.
           10 ws-store-ytd-budget   pic 9(9)v99.
           10 ws-store-ly-mtd       pic 9(8)v99.
           10 ws-store-ly-ytd       pic 9(9)v99.
      *comparable for the month / the year to date - trading
      *through the whole of this year's span and last year's
           10 ws-store-comp-mtd     pic x.
           10 ws-store-comp-ytd     pic x.

      *comparable, non-comparable and all stores, month to date and
      *year to date, this year and last
       01 ws-comp-totals.
         05 ws-comp-group occurs 3 times.
           10 ws-cg-mtd-stores      pic 99.
           10 ws-cg-ytd-stores      pic 99.
           10 ws-cg-mtd-sales       pic 9(9)v99.
           10 ws-cg-ly-mtd-sales    pic 9(9)v99.
           10 ws-cg-ytd-sales       pic 9(9)v99.
           10 ws-cg-ly-ytd-sales    pic 9(9)v99.

       01 ws-comp-work.
         05 ws-ly-yyyy              pic 9(4)    value 0.
         05 ws-ly-month-start       pic 9(8)    value 0.
         05 ws-ly-year-start        pic 9(8)    value 0.
         05 ws-cg-idx               pic 9       value 0.
         05 ws-cw-this              pic 9(9)v99 value 0.
         05 ws-cw-ly                pic 9(9)v99 value 0.
         05 ws-cw-pct               pic s9(5)v9 value 0.

      *actual and plan for the open district (1), the open region
      *(2) and all regions (3) - opened and closed with the
      *subtotals above
       01 ws-budget-levels.
         05 ws-bv-level occurs 3 times.
           10 ws-lv-day-sales       pic 9(9)v99.
           10 ws-lv-mtd-sales       pic 9(9)v99.
           10 ws-lv-ytd-sales       pic 9(9)v99.
           10 ws-lv-day-budget      pic 9(9)v99.
           10 ws-lv-mtd-budget      pic 9(9)v99.
           10 ws-lv-ytd-budget      pic 9(9)v99.

      *one period's actual and plan on their way to the report
       01 ws-budget-work.
         05 ws-bw-actual            pic 9(9)v99 value 0.
         05 ws-bw-budget            pic 9(9)v99 value 0.
         05 ws-bw-variance          pic s9(9)v99 value 0.
         05 ws-bw-pct               pic s9(5)v9 value 0.
         05 ws-bw-day-sales         pic 9(9)v99 value 0.
         05 ws-bw-mtd-sales         pic 9(9)v99 value 0.
         05 ws-bw-ytd-sales         pic 9(9)v99 value 0.
         05 ws-bw-level             pic 9       value 0.

      *region/district/store presentation order, ranked the
      *selection way the other reports rank
       01 ws-flags.
         05 ws-sl-eof               pic x       value 'n'.
         05 ws-return-eof           pic x       value 'n'.
         05 ws-history-eof          pic x       value 'n'.
         05 ws-budget-eof           pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-history-status       pic xx      value "00".
         05 ws-budget-status        pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-high-key               pic x(6)    value high-values.
       77 ws-three                  pic 9       value 3.
       77 ws-hundred                pic 999     value 100.
       77 ws-no-plan                pic x(8)    value "NO PLAN".
       77 ws-lvl-district           pic 9       value 1.
       77 ws-lvl-region             pic 9       value 2.
       77 ws-lvl-all                pic 9       value 3.
       77 ws-no-ly                  pic x(8)    value "NO LY".
       77 ws-non-comp-mark          pic xx      value " *".
       77 ws-cg-comp                pic 9       value 1.
       77 ws-cg-non-comp            pic 9       value 2.
       77 ws-cg-all                 pic 9       value 3.

       procedure division.
       000-main.

           perform 0040-load-store-master.
           perform 0045-init-store-stats.

           perform 100-accumulate-sales.
           perform 200-accumulate-returns.
           perform 250-accumulate-history.
           perform 260-accumulate-budget.

      *order the stores region, district, store - the control break
      *below wants each district's stores together
           end-if.

           perform 560-write-grand-total.
           perform 600-write-comp-stores.

           close report-file.

       copy "RUNLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.

       copy "STORLOAD.cpy".

       0045-init-store-stats.
      *a store is comparable when it was already trading on the
      *first day of last year's span and has not closed since
           compute ws-ly-yyyy = ws-bus-yyyy - ws-one.
           move ws-ly-yyyy          to ws-ly-month-start(1:4).
           move ws-bus-mm           to ws-ly-month-start(5:2).
           move "01"                to ws-ly-month-start(7:2).
           move ws-ly-yyyy          to ws-ly-year-start(1:4).
           move "0101"              to ws-ly-year-start(5:4).

           if ws-store-table-count > 0
               perform 0043-copy-store-num
                 varying ws-index from ws-one by ws-one
                 until ws-index > ws-store-table-count
           end-if.

           perform 0044-clear-budget-level
             varying ws-bw-level from ws-one by ws-one
               until ws-bw-level > ws-three.

           perform 0054-clear-comp-group
             varying ws-cg-idx from ws-one by ws-one
               until ws-cg-idx > ws-three.

       0043-copy-store-num.
           move ws-mst-store-num(ws-index) to ws-store-num(ws-index).
           move 0                   to ws-store-sales(ws-index).
           move 0                   to ws-store-cr(ws-index).
           move 0                   to ws-store-db(ws-index).
           move 0                   to ws-store-sc(ws-index).
           move 0                   to ws-store-mtd-prior(ws-index).
           move 0                   to ws-store-ytd-prior(ws-index).
           move 0                   to ws-store-day-budget(ws-index).
           move 0                   to ws-store-mtd-budget(ws-index).
           move 0                   to ws-store-ytd-budget(ws-index).
           move 0                   to ws-store-ly-mtd(ws-index).
           move 0                   to ws-store-ly-ytd(ws-index).
           perform 0053-flag-comp-store.

       0044-clear-budget-level.
           move 0               to ws-lv-day-sales(ws-bw-level).
           move 0               to ws-lv-mtd-sales(ws-bw-level).
           move 0               to ws-lv-ytd-sales(ws-bw-level).
           move 0               to ws-lv-day-budget(ws-bw-level).
           move 0               to ws-lv-mtd-budget(ws-bw-level).
           move 0               to ws-lv-ytd-budget(ws-bw-level).

       0053-flag-comp-store.
           move ws-n                to ws-store-comp-mtd(ws-index).
           move ws-n                to ws-store-comp-ytd(ws-index).
           if ws-mst-close-date(ws-index) = 0
            or ws-mst-close-date(ws-index) >= ws-business-date
               if ws-mst-open-date(ws-index) <= ws-ly-month-start
                   move ws-y        to ws-store-comp-mtd(ws-index)
               end-if
               if ws-mst-open-date(ws-index) <= ws-ly-year-start
                   move ws-y        to ws-store-comp-ytd(ws-index)
               end-if
           end-if.

       0054-clear-comp-group.
           move 0                   to ws-cg-mtd-stores(ws-cg-idx).
           move 0                   to ws-cg-ytd-stores(ws-cg-idx).
           move 0                   to ws-cg-mtd-sales(ws-cg-idx).
           move 0                   to ws-cg-ly-mtd-sales(ws-cg-idx).
           move 0                   to ws-cg-ytd-sales(ws-cg-idx).
           move 0                   to ws-cg-ly-ytd-sales(ws-cg-idx).

       150-find-store-index.
      *callers put the store number in ws-sub first
       100-accumulate-sales.
           move ws-n                 to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y             to ws-sl-eof
           else
               perform 110-read-sl-record
               perform 120-apply-sl-record
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

       110-read-sl-record.
           read posted-file
               at end
                   move ws-y         to ws-sl-eof.

       120-apply-sl-record.
      *a voided sale sold nothing - the void already cancelled it
      *out of the posted generation upstream
           if sl-sale-or-lease
               move sl-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
       200-accumulate-returns.
           move ws-n                 to ws-return-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y             to ws-return-eof
           else
               perform 210-read-return-record
               perform 220-apply-return-record
                   until ws-return-eof = ws-y
               close posted-file
           end-if.

       210-read-return-record.
           read posted-file
               at end
                   move ws-y         to ws-return-eof.

       220-apply-return-record.
      *a refund held for approval is not a processed return
           if rt-return
            and not rt-held
               move rt-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0

           perform 210-read-return-record.

       250-accumulate-history.
      *the days before today only - today's sales are this run's
      *own, netted above, whether or not the split stage has
      *written today's history row yet
           move ws-n                 to ws-history-eof.

           open input sales-history-file.
           if ws-history-status = "35"
               move ws-y             to ws-history-eof
           else
               perform 251-read-history
               perform 252-apply-history-row
                   until ws-history-eof = ws-y
               close sales-history-file
           end-if.

       251-read-history.
           read sales-history-file
               at end
                   move ws-y         to ws-history-eof.

       252-apply-history-row.
           if sh-date-yyyy = ws-bus-yyyy
            and sh-business-date < ws-business-date
               move sh-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
                   add sh-sales
                     to ws-store-ytd-prior(ws-found-store-idx)
                   if sh-date-mm = ws-bus-mm
                       add sh-sales
                         to ws-store-mtd-prior(ws-found-store-idx)
                   end-if
               end-if
           end-if.

      *last year through the same day - today included, as this
      *year's figures include this run's sales
           if sh-date-yyyy = ws-ly-yyyy
            and sh-business-date(5:4) <= ws-business-date(5:4)
               move sh-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
                   add sh-sales
                     to ws-store-ly-ytd(ws-found-store-idx)
                   if sh-date-mm = ws-bus-mm
                       add sh-sales
                         to ws-store-ly-mtd(ws-found-store-idx)
                   end-if
               end-if
           end-if.

           perform 251-read-history.

       260-accumulate-budget.
      *no daily plan on file means no budget loaded yet - every
      *store shows its actuals against nothing
           move ws-n                 to ws-budget-eof.

           open input daily-budget-file.
           if ws-budget-status = "35"
               move ws-y             to ws-budget-eof
           else
               perform 261-read-budget
               perform 262-apply-budget-row
                   until ws-budget-eof = ws-y
               close daily-budget-file
           end-if.

       261-read-budget.
           read daily-budget-file
               at end
                   move ws-y         to ws-budget-eof.

       262-apply-budget-row.
           if bd-date-yyyy = ws-bus-yyyy
            and bd-date <= ws-business-date
               move bd-store-num     to ws-sub
               perform 150-find-store-index
               if ws-found-store-idx > 0
                   add bd-amount
                     to ws-store-ytd-budget(ws-found-store-idx)
                   if bd-date-mm = ws-bus-mm
                       add bd-amount
                         to ws-store-mtd-budget(ws-found-store-idx)
                   end-if
                   if bd-date = ws-business-date
                       add bd-amount
                         to ws-store-day-budget(ws-found-store-idx)
                   end-if
               end-if
           end-if.

           perform 261-read-budget.

       300-build-rollup-order.
      *rank the master table entries region/district/store
      *ascending, selection style like the other rankings
           move 0                    to ws-rgn-cr.
           move 0                    to ws-rgn-db.
           move 0                    to ws-rgn-sc.
           move ws-lvl-region        to ws-bw-level.
           perform 0044-clear-budget-level.

       520-open-district.
           move ws-mst-district(ws-index) to ws-current-district.
           move 0                    to ws-dst-cr.
           move 0                    to ws-dst-db.
           move 0                    to ws-dst-sc.
           move ws-lvl-district      to ws-bw-level.
           perform 0044-clear-budget-level.

       530-write-store-detail.
           move ws-store-num(ws-index)    to ws-disp-store-edit.
           move ws-store-cr(ws-index)     to ws-disp-cr-edit.
           move ws-store-db(ws-index)     to ws-disp-db-edit.
           move ws-store-sc(ws-index)     to ws-disp-sc-edit.
           if ws-store-comp-mtd(ws-index) = ws-y
               move spaces                to ws-disp-comp-flag
           else
               move ws-non-comp-mark      to ws-disp-comp-flag
           end-if.
           write report-line from ws-store-display-line.

           add ws-store-sales(ws-index)   to ws-dst-sales, ws-rgn-sales
           add ws-store-sc(ws-index)      to ws-dst-sc, ws-rgn-sc,
                                             ws-tot-sc.

      *the store against its plan - today is this run's sales, the
      *month and year add the history's earlier days to it
           move ws-store-sales(ws-index)  to ws-bw-day-sales.
           compute ws-bw-mtd-sales =
               ws-store-mtd-prior(ws-index) + ws-store-sales(ws-index).
           compute ws-bw-ytd-sales =
               ws-store-ytd-prior(ws-index) + ws-store-sales(ws-index).

           move "DAY"                     to ws-bv-period.
           move ws-bw-day-sales           to ws-bw-actual.
           move ws-store-day-budget(ws-index) to ws-bw-budget.
           perform 580-write-budget-line.

           move "MTD"                     to ws-bv-period.
           move ws-bw-mtd-sales           to ws-bw-actual.
           move ws-store-mtd-budget(ws-index) to ws-bw-budget.
           perform 580-write-budget-line.

           move "YTD"                     to ws-bv-period.
           move ws-bw-ytd-sales           to ws-bw-actual.
           move ws-store-ytd-budget(ws-index) to ws-bw-budget.
           perform 580-write-budget-line.

           perform 535-add-store-to-level
             varying ws-bw-level from ws-one by ws-one
               until ws-bw-level > ws-three.

           perform 536-add-store-to-comp.

       535-add-store-to-level.
           add ws-bw-day-sales      to ws-lv-day-sales(ws-bw-level).
           add ws-bw-mtd-sales      to ws-lv-mtd-sales(ws-bw-level).
           add ws-bw-ytd-sales      to ws-lv-ytd-sales(ws-bw-level).
           add ws-store-day-budget(ws-index)
             to ws-lv-day-budget(ws-bw-level).
           add ws-store-mtd-budget(ws-index)
             to ws-lv-mtd-budget(ws-bw-level).
           add ws-store-ytd-budget(ws-index)
             to ws-lv-ytd-budget(ws-bw-level).

      *the month and the year sort separately - a store opened last
      *spring is comparable for october but not for the year
       536-add-store-to-comp.
           if ws-store-comp-mtd(ws-index) = ws-y
               move ws-cg-comp      to ws-cg-idx
           else
               move ws-cg-non-comp  to ws-cg-idx
           end-if.
           perform 537-add-store-month.
           move ws-cg-all           to ws-cg-idx.
           perform 537-add-store-month.

           if ws-store-comp-ytd(ws-index) = ws-y
               move ws-cg-comp      to ws-cg-idx
           else
               move ws-cg-non-comp  to ws-cg-idx
           end-if.
           perform 538-add-store-year.
           move ws-cg-all           to ws-cg-idx.
           perform 538-add-store-year.

       537-add-store-month.
           add ws-one               to ws-cg-mtd-stores(ws-cg-idx).
           add ws-bw-mtd-sales      to ws-cg-mtd-sales(ws-cg-idx).
           add ws-store-ly-mtd(ws-index)
             to ws-cg-ly-mtd-sales(ws-cg-idx).

       538-add-store-year.
           add ws-one               to ws-cg-ytd-stores(ws-cg-idx).
           add ws-bw-ytd-sales      to ws-cg-ytd-sales(ws-cg-idx).
           add ws-store-ly-ytd(ws-index)
             to ws-cg-ly-ytd-sales(ws-cg-idx).

       540-write-district-subtotal.
           move spaces               to ws-sub-label.
           string "DISTRICT " delimited by size
           move ws-dst-sc            to ws-sub-sc-edit.
           write report-line from ws-subtotal-line
             after advancing ws-one line.
           move ws-lvl-district      to ws-bw-level.
           perform 570-write-level-budget.

       550-write-region-subtotal.
           move spaces               to ws-sub-label.
           move ws-rgn-sc            to ws-sub-sc-edit.
           write report-line from ws-subtotal-line
             after advancing ws-one line.
           move ws-lvl-region        to ws-bw-level.
           perform 570-write-level-budget.

       560-write-grand-total.
           move "ALL REGIONS TOTAL"  to ws-sub-label.
           move ws-tot-sc            to ws-sub-sc-edit.
           write report-line from ws-subtotal-line
             after advancing ws-two line.
           move ws-lvl-all           to ws-bw-level.
           perform 570-write-level-budget.

       570-write-level-budget.
           move "DAY"                to ws-bv-period.
           move ws-lv-day-sales(ws-bw-level)  to ws-bw-actual.
           move ws-lv-day-budget(ws-bw-level) to ws-bw-budget.
           perform 580-write-budget-line.

           move "MTD"                to ws-bv-period.
           move ws-lv-mtd-sales(ws-bw-level)  to ws-bw-actual.
           move ws-lv-mtd-budget(ws-bw-level) to ws-bw-budget.
           perform 580-write-budget-line.

           move "YTD"                to ws-bv-period.
           move ws-lv-ytd-sales(ws-bw-level)  to ws-bw-actual.
           move ws-lv-ytd-budget(ws-bw-level) to ws-bw-budget.
           perform 580-write-budget-line.

      *variance is actual less plan, its percentage of plan - a
      *period with no plan shows none
       580-write-budget-line.
           compute ws-bw-variance = ws-bw-actual - ws-bw-budget.
           if ws-bw-budget = 0
               move ws-no-plan       to ws-bv-pct
           else
               compute ws-bw-pct rounded =
                   (ws-bw-variance * ws-hundred) / ws-bw-budget
                   on size error
                       move 0        to ws-bw-pct
               end-compute
               move ws-bw-pct        to ws-bv-pct-edit
               move ws-bv-pct-area   to ws-bv-pct
           end-if.

           move ws-bw-actual         to ws-bv-actual-edit.
           move ws-bw-budget         to ws-bv-budget-edit.
           move ws-bw-variance       to ws-bv-var-edit.
           write report-line from ws-budget-display-line.

       600-write-comp-stores.
           write report-line from ws-heading3-comp
             after advancing ws-two line.
           write report-line from spaces.

           move "COMPARABLE"        to ws-cp-label.
           move ws-cg-comp          to ws-cg-idx.
           perform 610-write-comp-group.
           move "NON-COMPARABLE"    to ws-cp-label.
           move ws-cg-non-comp      to ws-cg-idx.
           perform 610-write-comp-group.
           move "ALL STORES"        to ws-cp-label.
           move ws-cg-all           to ws-cg-idx.
           perform 610-write-comp-group.

           write report-line from ws-comp-note-line
             after advancing ws-two line.

       610-write-comp-group.
           move "MTD"               to ws-cp-period.
           move ws-cg-mtd-stores(ws-cg-idx)   to ws-cp-count-edit.
           move ws-cg-mtd-sales(ws-cg-idx)    to ws-cw-this.
           move ws-cg-ly-mtd-sales(ws-cg-idx) to ws-cw-ly.
           perform 620-write-comp-line.

           move spaces              to ws-cp-label.
           move "YTD"               to ws-cp-period.
           move ws-cg-ytd-stores(ws-cg-idx)   to ws-cp-count-edit.
           move ws-cg-ytd-sales(ws-cg-idx)    to ws-cw-this.
           move ws-cg-ly-ytd-sales(ws-cg-idx) to ws-cw-ly.
           perform 620-write-comp-line.

      *growth is this year over last, as a percentage of last - a
      *group with nothing last year shows none
       620-write-comp-line.
           if ws-cw-ly = 0
               move ws-no-ly            to ws-cp-pct
           else
               compute ws-cw-pct rounded =
                   ((ws-cw-this - ws-cw-ly) * ws-hundred) / ws-cw-ly
                   on size error
                       move 0           to ws-cw-pct
               end-compute
               move ws-cw-pct           to ws-bv-pct-edit
               move ws-bv-pct-area      to ws-cp-pct
           end-if.

           move ws-cw-this              to ws-cp-this-edit.
           move ws-cw-ly                to ws-cp-ly-edit.
           write report-line from ws-comp-display-line.


       end program Final-DistrictRollup.

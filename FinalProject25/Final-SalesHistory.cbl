      *            are the seven days ending on the business date
      *            and the seven before them; month-to-date runs
      *            through the business date's day of month in both
      *            years. A third section sets each store's actual
      *            sales against the plan Final-BudgetLoad spreads
      *            over the business days - the day, month to date
      *            and year to date, with the variance and its
      *            percentage of plan. Growth is split between the
      *            comparable stores - trading through the whole of
      *            both the current period and the same period last
      *            year, by the open and close dates on the store
      *            master - and the rest, so a new store's first
      *            year or a closing store's last does not pass for
      *            chain growth.

       environment division.

               organization is line sequential
               file status is ws-store-mast-status.

      *the daily plan Final-BudgetLoad spreads from the monthly
      *budget
           select daily-budget-file
               assign to "../../../../data/Final-Daily-Budget.dat"
               organization is line sequential
               file status is ws-budget-status.

           select report-file
               assign to
                   "../../../../data/Final-sales-history.out"

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

       fd daily-budget-file
           data record is bd-daily-budget-rec
           record contains 19 characters.

       copy "BUDDAY.cpy".

       fd report-file
           data record is report-line
           record contains 100 characters.
         05 ws-mo-ly-edit           pic $$$,$$9.99.
         05 filler                  pic x(7)    value "  DIFF ".
         05 ws-mo-diff-edit         pic $$$,$$9.99-.
         05 filler                  pic x(2)    value spaces.
         05 ws-mo-comp-flag         pic x(8).

       01 ws-heading6-comp.
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

       01 ws-heading5-budget.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(40)
               value "ACTUAL VS BUDGET".

      *one line per store and period - the day, month to date and
      *year to date
       01 ws-budget-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-bv-store-label       pic x(8).
         05 filler                  pic x(2)    value spaces.
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

       01 ws-bv-store-area.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-bv-store-edit        pic z9.

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".
           10 ws-lw-returns         pic 9(5).
           10 ws-mtd-sales          pic 9(7)v99.
           10 ws-ly-mtd-sales       pic 9(7)v99.
           10 ws-day-sales          pic 9(7)v99.
           10 ws-ytd-sales          pic 9(9)v99.
           10 ws-day-budget         pic 9(7)v99.
           10 ws-mtd-budget         pic 9(8)v99.
           10 ws-ytd-budget         pic 9(9)v99.
           10 ws-ly-ytd-sales       pic 9(9)v99.
      *comparable for the month / the year to date - trading
      *through the whole of this year's span and last year's
           10 ws-comp-mtd           pic x.
           10 ws-comp-ytd           pic x.

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
         05 ws-ly-month-start       pic 9(8)    value 0.
         05 ws-ly-year-start        pic 9(8)    value 0.
         05 ws-cg-idx               pic 9       value 0.
         05 ws-cw-this              pic 9(9)v99 value 0.
         05 ws-cw-ly                pic 9(9)v99 value 0.
         05 ws-cw-pct               pic s9(5)v9 value 0.

      *all stores together, for the budget section's total
       01 ws-budget-totals.
         05 ws-tot-day-sales        pic 9(9)v99 value 0.
         05 ws-tot-mtd-sales        pic 9(9)v99 value 0.
         05 ws-tot-ytd-sales        pic 9(9)v99 value 0.
         05 ws-tot-day-budget       pic 9(9)v99 value 0.
         05 ws-tot-mtd-budget       pic 9(9)v99 value 0.
         05 ws-tot-ytd-budget       pic 9(9)v99 value 0.

      *one period's actual and plan on their way to the report
       01 ws-budget-work.
         05 ws-bw-actual            pic 9(9)v99 value 0.
         05 ws-bw-budget            pic 9(9)v99 value 0.
         05 ws-bw-variance          pic s9(9)v99 value 0.
         05 ws-bw-pct               pic s9(5)v9 value 0.

      *serial-day window boundaries for the two weeks
       01 ws-window-fields.

       01 ws-flags.
         05 ws-history-eof          pic x       value 'n'.
         05 ws-budget-eof           pic x       value 'n'.

       01 ws-file-status.
         05 ws-history-status       pic xx      value "00".
         05 ws-budget-status        pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-trend-up               pic x(4)    value "UP".
       77 ws-trend-down             pic x(4)    value "DOWN".
       77 ws-trend-same             pic x(4)    value "SAME".
       77 ws-hundred                pic 999     value 100.
       77 ws-no-plan                pic x(8)    value "NO PLAN".
       77 ws-no-ly                  pic x(8)    value "NO LY".
       77 ws-comp-label             pic x(8)    value "COMP".
       77 ws-non-comp-label         pic x(8)    value "NON-COMP".
       77 ws-cg-comp                pic 9       value 1.
       77 ws-cg-non-comp            pic 9       value 2.
       77 ws-cg-all                 pic 9       value 3.
       77 ws-three                  pic 9       value 3.

       procedure division.
       000-main.
           compute ws-lw-from = ws-serial-today - 13.
           compute ws-ly-yyyy = ws-bus-yyyy - ws-one.

      *a store is comparable when it was already trading on the
      *first day of last year's span and has not closed since
           move ws-ly-yyyy          to ws-ly-month-start(1:4).
           move ws-bus-mm           to ws-ly-month-start(5:2).
           move "01"                to ws-ly-month-start(7:2).
           move ws-ly-yyyy          to ws-ly-year-start(1:4).
           move "0101"              to ws-ly-year-start(5:4).
           perform 050-flag-comp-store
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

      *one pass over the whole history sorts each row into its
      *windows
           perform 100-accumulate-history.
           perform 200-accumulate-budget.

           open output report-file.
           perform 400-write-report.
           move 0                   to ws-lw-returns(ws-index).
           move 0                   to ws-mtd-sales(ws-index).
           move 0                   to ws-ly-mtd-sales(ws-index).
           move 0                   to ws-day-sales(ws-index).
           move 0                   to ws-ytd-sales(ws-index).
           move 0                   to ws-day-budget(ws-index).
           move 0                   to ws-mtd-budget(ws-index).
           move 0                   to ws-ytd-budget(ws-index).
           move 0                   to ws-ly-ytd-sales(ws-index).

       050-flag-comp-store.
           move ws-n                to ws-comp-mtd(ws-index).
           move ws-n                to ws-comp-ytd(ws-index).
           if ws-mst-close-date(ws-index) = 0
            or ws-mst-close-date(ws-index) >= ws-business-date
               if ws-mst-open-date(ws-index) <= ws-ly-month-start
                   move ws-y        to ws-comp-mtd(ws-index)
               end-if
               if ws-mst-open-date(ws-index) <= ws-ly-year-start
                   move ws-y        to ws-comp-ytd(ws-index)
               end-if
           end-if.

       150-find-store-index.
           move 0                   to ws-found-store-idx.
                   add sh-sales
                     to ws-ly-mtd-sales(ws-found-store-idx)
               end-if

      *the day and the year to date, for the budget comparison
               if sh-business-date = ws-business-date
                   add sh-sales
                     to ws-day-sales(ws-found-store-idx)
               end-if
               if sh-date-yyyy = ws-bus-yyyy
                and sh-business-date <= ws-business-date
                   add sh-sales
                     to ws-ytd-sales(ws-found-store-idx)
               end-if
               if sh-date-yyyy = ws-ly-yyyy
                and sh-business-date(5:4) <= ws-business-date(5:4)
                   add sh-sales
                     to ws-ly-ytd-sales(ws-found-store-idx)
               end-if
           end-if.

           perform 110-read-history.

       200-accumulate-budget.
      *no daily plan on file means no budget loaded yet - every
      *store shows its actuals against nothing
           move ws-n                to ws-budget-eof.

           open input daily-budget-file.
           if ws-budget-status = "35"
               move ws-y            to ws-budget-eof
           else
               perform 210-read-budget
               perform 220-apply-budget-row
                   until ws-budget-eof = ws-y
               close daily-budget-file
           end-if.

       210-read-budget.
           read daily-budget-file
               at end
                   move ws-y        to ws-budget-eof.

       220-apply-budget-row.
           move 0                   to ws-found-store-idx.
           if ws-store-table-count > 0
               perform 221-scan-budget-stores
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-store-table-count
                      or ws-found-store-idx > 0
           end-if.

           if ws-found-store-idx > 0
            and bd-date-yyyy = ws-bus-yyyy
            and bd-date <= ws-business-date
               add bd-amount to ws-ytd-budget(ws-found-store-idx)
               if bd-date-mm = ws-bus-mm
                   add bd-amount to ws-mtd-budget(ws-found-store-idx)
               end-if
               if bd-date = ws-business-date
                   add bd-amount to ws-day-budget(ws-found-store-idx)
               end-if
           end-if.

           perform 210-read-budget.

       221-scan-budget-stores.
           if bd-store-num = ws-store-num(ws-scan-idx)
               move ws-scan-idx     to ws-found-store-idx
           end-if.

       400-write-report.
           move ws-business-date    to ws-title-date.
           write report-line from ws-heading1-name-line
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

           write report-line from ws-heading5-budget
             after advancing ws-two line.
           perform 430-report-one-budget-store
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.
           perform 440-report-budget-total.

           perform 460-report-comp-stores.

       410-report-one-week-store.
           move ws-store-num(ws-index)  to ws-wk-store-edit.
           move ws-tw-sales(ws-index)   to ws-wk-tw-sales-edit.
           compute ws-mtd-diff =
               ws-mtd-sales(ws-index) - ws-ly-mtd-sales(ws-index).
           move ws-mtd-diff               to ws-mo-diff-edit.
           if ws-comp-mtd(ws-index) = ws-y
               move ws-comp-label         to ws-mo-comp-flag
           else
               move ws-non-comp-label     to ws-mo-comp-flag
           end-if.
           write report-line from ws-month-display-line.

       430-report-one-budget-store.
           move ws-store-num(ws-index)    to ws-bv-store-edit.
           move ws-bv-store-area          to ws-bv-store-label.
           write report-line from spaces.

           move "DAY"                     to ws-bv-period.
           move ws-day-sales(ws-index)    to ws-bw-actual.
           move ws-day-budget(ws-index)   to ws-bw-budget.
           perform 450-write-budget-line.

           move "MTD"                     to ws-bv-period.
           move ws-mtd-sales(ws-index)    to ws-bw-actual.
           move ws-mtd-budget(ws-index)   to ws-bw-budget.
           perform 450-write-budget-line.

           move "YTD"                     to ws-bv-period.
           move ws-ytd-sales(ws-index)    to ws-bw-actual.
           move ws-ytd-budget(ws-index)   to ws-bw-budget.
           perform 450-write-budget-line.

           add ws-day-sales(ws-index)     to ws-tot-day-sales.
           add ws-mtd-sales(ws-index)     to ws-tot-mtd-sales.
           add ws-ytd-sales(ws-index)     to ws-tot-ytd-sales.
           add ws-day-budget(ws-index)    to ws-tot-day-budget.
           add ws-mtd-budget(ws-index)    to ws-tot-mtd-budget.
           add ws-ytd-budget(ws-index)    to ws-tot-ytd-budget.

       440-report-budget-total.
           move "ALL"                     to ws-bv-store-label.
           write report-line from spaces.

           move "DAY"                     to ws-bv-period.
           move ws-tot-day-sales          to ws-bw-actual.
           move ws-tot-day-budget         to ws-bw-budget.
           perform 450-write-budget-line.

           move "MTD"                     to ws-bv-period.
           move ws-tot-mtd-sales          to ws-bw-actual.
           move ws-tot-mtd-budget         to ws-bw-budget.
           perform 450-write-budget-line.

           move "YTD"                     to ws-bv-period.
           move ws-tot-ytd-sales          to ws-bw-actual.
           move ws-tot-ytd-budget         to ws-bw-budget.
           perform 450-write-budget-line.

      *variance is actual less plan, its percentage of plan - a
      *period with no plan shows none
       450-write-budget-line.
           compute ws-bw-variance = ws-bw-actual - ws-bw-budget.
           if ws-bw-budget = 0
               move ws-no-plan          to ws-bv-pct
           else
               compute ws-bw-pct rounded =
                   (ws-bw-variance * ws-hundred) / ws-bw-budget
                   on size error
                       move 0           to ws-bw-pct
               end-compute
               move ws-bw-pct           to ws-bv-pct-edit
               move ws-bv-pct-area      to ws-bv-pct
           end-if.

           move ws-bw-actual            to ws-bv-actual-edit.
           move ws-bw-budget            to ws-bv-budget-edit.
           move ws-bw-variance          to ws-bv-var-edit.
           write report-line from ws-budget-display-line.

       460-report-comp-stores.
           perform 461-clear-comp-group
             varying ws-cg-idx from ws-one by ws-one
               until ws-cg-idx > ws-three.
           perform 462-add-comp-store
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

           write report-line from ws-heading6-comp
             after advancing ws-two line.
           write report-line from spaces.

           move "COMPARABLE"        to ws-cp-label.
           move ws-cg-comp          to ws-cg-idx.
           perform 470-write-comp-group.
           move "NON-COMPARABLE"    to ws-cp-label.
           move ws-cg-non-comp      to ws-cg-idx.
           perform 470-write-comp-group.
           move "ALL STORES"        to ws-cp-label.
           move ws-cg-all           to ws-cg-idx.
           perform 470-write-comp-group.

       461-clear-comp-group.
           move 0                   to ws-cg-mtd-stores(ws-cg-idx).
           move 0                   to ws-cg-ytd-stores(ws-cg-idx).
           move 0                   to ws-cg-mtd-sales(ws-cg-idx).
           move 0                   to ws-cg-ly-mtd-sales(ws-cg-idx).
           move 0                   to ws-cg-ytd-sales(ws-cg-idx).
           move 0                   to ws-cg-ly-ytd-sales(ws-cg-idx).

      *the month and the year sort separately - a store opened last
      *spring is comparable for october but not for the year
       462-add-comp-store.
           if ws-comp-mtd(ws-index) = ws-y
               move ws-cg-comp      to ws-cg-idx
           else
               move ws-cg-non-comp  to ws-cg-idx
           end-if.
           perform 463-add-store-month.
           move ws-cg-all           to ws-cg-idx.
           perform 463-add-store-month.

           if ws-comp-ytd(ws-index) = ws-y
               move ws-cg-comp      to ws-cg-idx
           else
               move ws-cg-non-comp  to ws-cg-idx
           end-if.
           perform 464-add-store-year.
           move ws-cg-all           to ws-cg-idx.
           perform 464-add-store-year.

       463-add-store-month.
           add ws-one               to ws-cg-mtd-stores(ws-cg-idx).
           add ws-mtd-sales(ws-index)
             to ws-cg-mtd-sales(ws-cg-idx).
           add ws-ly-mtd-sales(ws-index)
             to ws-cg-ly-mtd-sales(ws-cg-idx).

       464-add-store-year.
           add ws-one               to ws-cg-ytd-stores(ws-cg-idx).
           add ws-ytd-sales(ws-index)
             to ws-cg-ytd-sales(ws-cg-idx).
           add ws-ly-ytd-sales(ws-index)
             to ws-cg-ly-ytd-sales(ws-cg-idx).

       470-write-comp-group.
           move "MTD"               to ws-cp-period.
           move ws-cg-mtd-stores(ws-cg-idx)   to ws-cp-count-edit.
           move ws-cg-mtd-sales(ws-cg-idx)    to ws-cw-this.
           move ws-cg-ly-mtd-sales(ws-cg-idx) to ws-cw-ly.
           perform 480-write-comp-line.

           move spaces              to ws-cp-label.
           move "YTD"               to ws-cp-period.
           move ws-cg-ytd-stores(ws-cg-idx)   to ws-cp-count-edit.
           move ws-cg-ytd-sales(ws-cg-idx)    to ws-cw-this.
           move ws-cg-ly-ytd-sales(ws-cg-idx) to ws-cw-ly.
           perform 480-write-comp-line.

      *growth is this year over last, as a percentage of last - a
      *group with nothing last year shows none
       480-write-comp-line.
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

       800-date-to-serial.
      *serial days from a yyyymmdd date - year days plus leap days
      *plus the month offset plus the day, one less before march in

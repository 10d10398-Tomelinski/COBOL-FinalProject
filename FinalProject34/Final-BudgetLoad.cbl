       identification division.
       program-id. Final-BudgetLoad.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: Loads the store sales plan. Finance keeps one
      *            budget figure per store and month on the budget
      *            file; this job checks each against the store
      *            master and spreads it evenly over that month's
      *            business days on the processing calendar the
      *            pipeline driver runs by - weekends and holidays
      *            carry no plan - with the odd cents on the last
      *            business day so the days add back to the month.
      *            A month the calendar does not cover yet is spread
      *            over every day in it. The daily plan is rebuilt
      *            whole each run, so a revised figure simply
      *            replaces the old spread, and Final-SalesHistory
      *            and Final-DistrictRollup read it to set actual
      *            sales against the plan.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *the plan as finance keys it - one record per store and month
           select budget-file
               assign to "../../../../data/Final-Store-Budget.dat"
               organization is line sequential
               file status is ws-budget-status.

      *the processing calendar the pipeline driver runs by
           select calendar-file
               assign to
                   "../../../../data/Final-Processing-Calendar.dat"
               organization is line sequential
               file status is ws-calendar-status.

           select store-master-file
               assign to "../../../../data/Final-Store-Master.dat"
               organization is line sequential
               file status is ws-store-mast-status.

      *the spread plan, one record per store and business day,
      *rewritten whole each run
           select daily-budget-file
               assign to "../../../../data/Final-Daily-Budget.dat"
               organization is line sequential.

           select report-file
               assign to "../../../../data/Final-budget-load.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
       fd budget-file
           data record is bg-budget-rec
           record contains 17 characters.

       01 bg-budget-rec.
         05 bg-store-num            pic 99.
         05 bg-month.
           10 bg-month-yyyy         pic 9(4).
           10 bg-month-mm           pic 99.
         05 bg-amount               pic 9(7)v99.

      *processing-calendar record - one calendar date and its type
       fd calendar-file
           data record is cal-calendar-rec
           record contains 9 characters.

       01 cal-calendar-rec.
         05 cal-date                pic 9(8).
         05 cal-day-type            pic x.
           88 cal-business-day          value 'B'.

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
         05 filler                  pic x(24)
               value "Final: Sales Budget Load".

       01 ws-heading2-title.
         05 filler                  pic x(22)   value spaces.
         05 filler                  pic x(21)
               value "BUDGET SPREAD AS OF ".
         05 ws-title-date           pic 9(8).

       01 ws-heading3-headings.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(7)    value "STORE".
         05 filler                  pic x(8)    value "MONTH".
         05 filler                  pic x(16)
               value "    MONTH BUDGET".
         05 filler                  pic x(6)    value "  DAYS".
         05 filler                  pic x(13)   value "      PER DAY".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "STATUS".

       01 ws-detail-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-dl-store             pic 99.
         05 filler                  pic x(3)    value spaces.
         05 ws-dl-month             pic 9(6).
         05 filler                  pic x(2)    value spaces.
         05 ws-dl-amount-edit       pic $$$,$$$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-dl-days-edit         pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-dl-daily-edit        pic $$$$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-dl-status            pic x(26).

       01 ws-summary-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-sum-label            pic x(26).
         05 ws-sum-count-edit       pic zzzz9.

       01 ws-summary-money-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-sum-money-label      pic x(26).
         05 ws-sum-money-edit       pic $$$,$$$,$$$,$$9.99.

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *store master table (loaded at startup - see 0040-load-store-master)
       copy "STORWS.cpy".

      *the processing calendar, loaded at startup - with no calendar
      *on file every month is spread over all its days
       01 ws-cal-count-max          pic 9(4)    value 800.
       01 ws-cal-count              pic 9(4)    value 0.
       01 ws-cal-table.
         05 ws-cal-entry occurs 0 to 800 times
               depending on ws-cal-count.
           10 ws-cal-date           pic 9(8).
           10 ws-cal-type           pic x.

      *store and month pairs already spread this run - a second
      *figure for the same pair is rejected, not added
       01 ws-seen-count-max         pic 9(4)    value 2400.
       01 ws-seen-count             pic 9(4)    value 0.
       01 ws-seen-table.
         05 ws-seen-entry occurs 0 to 2400 times
               depending on ws-seen-count.
           10 ws-seen-store         pic 99.
           10 ws-seen-month         pic 9(6).

      *days in each month, january through december - february
      *gains its leap day in 130-size-the-month
       01 ws-month-days-values      pic x(24)
               value "312831303130313130313031".
       01 ws-month-days redefines ws-month-days-values.
         05 ws-month-day-count      pic 99      occurs 12 times.

      *the day being spread
       01 ws-spread-date.
         05 ws-spread-yyyy          pic 9(4).
         05 ws-spread-mm            pic 99.
         05 ws-spread-dd            pic 99.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-idx            pic 9(4)    value 0.
         05 ws-reject-reason        pic x(26)   value spaces.
         05 ws-days-in-month        pic 99      value 0.
         05 ws-cal-month-days       pic 99      value 0.
         05 ws-business-days        pic 99      value 0.
         05 ws-days-written         pic 99      value 0.
         05 ws-day                  pic 99      value 0.
         05 ws-daily-amount         pic 9(7)v99 value 0.
         05 ws-odd-cents            pic 9(7)v99 value 0.
         05 ws-day-is-business      pic x       value 'n'.
         05 ws-all-days             pic x       value 'n'.
         05 ws-leap-quot            pic 9(4)    value 0.
         05 ws-leap-rem             pic 9(4)    value 0.

       01 ws-counters.
         05 ws-total-read           pic 9(5)    value 0.
         05 ws-total-loaded         pic 9(5)    value 0.
         05 ws-total-rejected       pic 9(5)    value 0.
         05 ws-total-days           pic 9(5)    value 0.
         05 ws-total-budget         pic 9(11)v99 value 0.

       01 ws-flags.
         05 ws-budget-eof           pic x       value 'n'.
         05 ws-cal-eof              pic x       value 'n'.

       01 ws-file-status.
         05 ws-budget-status        pic xx      value "00".
         05 ws-calendar-status      pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".

       procedure division.
       000-main.
           perform 0030-load-run-control.
           perform 0040-load-store-master.
           perform 0050-load-calendar.

           open output report-file.
           perform 400-write-report-headings.

      *the plan is rebuilt whole - an empty or missing budget file
      *leaves an empty daily plan, and the reports show no budget
           open output daily-budget-file.
           perform 100-load-budgets.
           close daily-budget-file.

           perform 500-write-report-footer.
           close report-file.

           goback.

       copy "RUNLOAD.cpy".

       copy "STORLOAD.cpy".

       0050-load-calendar.
           move ws-n                to ws-cal-eof.
           move 0                   to ws-cal-count.

           open input calendar-file.
           if ws-calendar-status = "35"
               move ws-y            to ws-cal-eof
           else
               perform 0051-read-calendar
               perform 0052-build-calendar-entry
                   until ws-cal-eof = ws-y
                      or ws-cal-count = ws-cal-count-max
               close calendar-file
           end-if.

       0051-read-calendar.
           read calendar-file
               at end
                   move ws-y        to ws-cal-eof.

       0052-build-calendar-entry.
           add ws-one               to ws-cal-count.
           move cal-date            to ws-cal-date(ws-cal-count).
           move cal-day-type        to ws-cal-type(ws-cal-count).

           perform 0051-read-calendar.

       100-load-budgets.
           move ws-n                to ws-budget-eof.

           open input budget-file.
           if ws-budget-status = "35"
               move ws-y            to ws-budget-eof
               display "NO STORE BUDGET ON FILE"
           else
               perform 110-read-budget
               perform 120-take-one-budget
                   until ws-budget-eof = ws-y
               close budget-file
           end-if.

       110-read-budget.
           read budget-file
               at end
                   move ws-y        to ws-budget-eof.

       120-take-one-budget.
           add ws-one               to ws-total-read.
           move spaces              to ws-reject-reason.
           move 0                   to ws-business-days.
           move 0                   to ws-daily-amount.

           perform 125-check-budget.

           if ws-reject-reason = spaces
               perform 130-size-the-month
           end-if.

           if ws-reject-reason = spaces
               perform 140-spread-the-month
               add ws-one           to ws-total-loaded
               add bg-amount        to ws-total-budget
               if ws-seen-count < ws-seen-count-max
                   add ws-one       to ws-seen-count
                   move bg-store-num to ws-seen-store(ws-seen-count)
                   move bg-month    to ws-seen-month(ws-seen-count)
               end-if
               move "SPREAD"        to ws-dl-status
           else
               add ws-one           to ws-total-rejected
               move ws-reject-reason to ws-dl-status
           end-if.

           move bg-store-num        to ws-dl-store.
           move bg-month            to ws-dl-month.
           move bg-amount           to ws-dl-amount-edit.
           move ws-business-days    to ws-dl-days-edit.
           move ws-daily-amount     to ws-dl-daily-edit.
           write report-line from ws-detail-line.

           perform 110-read-budget.

       125-check-budget.
           if bg-store-num is not numeric
            or bg-month is not numeric
            or bg-amount is not numeric
               move "BUDGET NOT NUMERIC"     to ws-reject-reason
           else
           if bg-month-mm < 1 or bg-month-mm > 12
               move "MONTH INVALID"          to ws-reject-reason
           else
               move 0               to ws-found-idx
               if ws-store-table-count > 0
                   perform 126-scan-stores
                     varying ws-scan-idx from 1 by 1
                       until ws-scan-idx > ws-store-table-count
                          or ws-found-idx > 0
               end-if
               if ws-found-idx = 0
                   move "STORE NOT ON MASTER" to ws-reject-reason
               else
                   move 0           to ws-found-idx
                   if ws-seen-count > 0
                       perform 127-scan-seen
                         varying ws-scan-idx from 1 by 1
                           until ws-scan-idx > ws-seen-count
                              or ws-found-idx > 0
                   end-if
                   if ws-found-idx > 0
                       move "DUPLICATE STORE/MONTH"
                                    to ws-reject-reason
                   end-if
               end-if
           end-if
           end-if.

       126-scan-stores.
           if bg-store-num = ws-mst-store-num(ws-scan-idx)
               move ws-scan-idx     to ws-found-idx
           end-if.

       127-scan-seen.
           if bg-store-num = ws-seen-store(ws-scan-idx)
            and bg-month = ws-seen-month(ws-scan-idx)
               move ws-scan-idx     to ws-found-idx
           end-if.

       130-size-the-month.
      *how many days the month has, and how many of them the
      *calendar marks as business days
           move ws-month-day-count(bg-month-mm) to ws-days-in-month.
           divide bg-month-yyyy by 4
               giving ws-leap-quot
               remainder ws-leap-rem.
           if bg-month-mm = 2 and ws-leap-rem = 0
               add ws-one           to ws-days-in-month
           end-if.

           move 0                   to ws-cal-month-days.
           move 0                   to ws-business-days.
           if ws-cal-count > 0
               perform 131-count-calendar-day
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-cal-count
           end-if.

      *a month the calendar does not reach yet is spread over every
      *day; one it covers with no business day at all cannot be
           if ws-cal-month-days = 0
               move ws-y            to ws-all-days
               move ws-days-in-month to ws-business-days
           else
               move ws-n            to ws-all-days
               if ws-business-days = 0
                   move "NO BUSINESS DAYS IN MONTH"
                                    to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces
               divide bg-amount by ws-business-days
                   giving ws-daily-amount
               compute ws-odd-cents =
                   bg-amount - (ws-daily-amount * ws-business-days)
           end-if.

       131-count-calendar-day.
           if ws-cal-date(ws-scan-idx)(1:6) = bg-month
               add ws-one           to ws-cal-month-days
               if ws-cal-type(ws-scan-idx) = "B"
                   add ws-one       to ws-business-days
               end-if
           end-if.

       140-spread-the-month.
           move bg-month-yyyy       to ws-spread-yyyy.
           move bg-month-mm         to ws-spread-mm.
           move 0                   to ws-days-written.

           perform 150-spread-one-day
             varying ws-day from ws-one by ws-one
               until ws-day > ws-days-in-month.

       150-spread-one-day.
           move ws-day              to ws-spread-dd.

           if ws-all-days = ws-y
               move ws-y            to ws-day-is-business
           else
               move ws-n            to ws-day-is-business
               perform 151-scan-calendar
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-cal-count
                      or ws-day-is-business = ws-y
           end-if.

           if ws-day-is-business = ws-y
               add ws-one           to ws-days-written
               move ws-spread-date  to bd-date
               move bg-store-num    to bd-store-num
               move ws-daily-amount to bd-amount
      *the odd cents ride on the month's last business day
               if ws-days-written = ws-business-days
                   add ws-odd-cents to bd-amount
               end-if
               write bd-daily-budget-rec
               add ws-one           to ws-total-days
           end-if.

       151-scan-calendar.
           if ws-cal-date(ws-scan-idx) = ws-spread-date
            and ws-cal-type(ws-scan-idx) = "B"
               move ws-y            to ws-day-is-business
           end-if.

       400-write-report-headings.
           move ws-business-date    to ws-title-date.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.
           write report-line from ws-heading3-headings
             after advancing ws-two line.
           write report-line from spaces.

       500-write-report-footer.
           move "BUDGET RECORDS READ"       to ws-sum-label.
           move ws-total-read               to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-two line.

           move "STORE MONTHS SPREAD"       to ws-sum-label.
           move ws-total-loaded             to ws-sum-count-edit.
           write report-line from ws-summary-line.

           move "BUDGET RECORDS REJECTED"   to ws-sum-label.
           move ws-total-rejected           to ws-sum-count-edit.
           write report-line from ws-summary-line.

           move "DAILY BUDGET RECORDS"      to ws-sum-label.
           move ws-total-days               to ws-sum-count-edit.
           write report-line from ws-summary-line.

           move "TOTAL BUDGET SPREAD"       to ws-sum-money-label.
           move ws-total-budget             to ws-sum-money-edit.
           write report-line from ws-summary-money-line.

       end program Final-BudgetLoad.

       identification division.
       program-id. Final-Layaway.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: The layaway ledger, run by Final-PipelineDriver
      *            right behind the split. Takes the run's layaway
      *            generation - openings with a deposit, payments,
      *            pickups, cancels and forfeits - against the
      *            layaway master. Money taken on a layaway is held
      *            as a customer deposit, a liability, and never
      *            booked as a sale: every movement of the deposits
      *            goes on the layaway ledger and, for
      *            Final-GLExtract, on the pending GL entry file. A
      *            pickup paid up in full releases the goods as a
      *            sale paid by the deposits, appended to the run's
      *            S&L generation so SAndLProcessing recognises the
      *            sale and its tax on the pickup date, and added to
      *            its store's row for the business date on the sales
      *            history the split has just written. A cancel
      *            refunds the deposits less the policy fee; a
      *            layaway left past its agreed pickup date and the
      *            grace days is forfeited by policy - the fee is
      *            kept and the rest owed back to the customer. The
      *            report lists every record taken or turned away,
      *            the forfeits, and an aging of the open layaways
      *            by store; the liability balance by store goes to
      *            Final-GLExtract. A rerun of a business date takes
      *            its own movements back out first - posting them
      *            back out of the GL too, unless the date's last run
      *            was reversed by Final-DayReversal, whose reversing
      *            batch has already done so.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *this run's layaway records, split out by
      *Final-DataSplitAndCount
           select layaway-file
               assign to dynamic ws-layaway-file-name
               organization is line sequential
               file status is ws-layaway-status.

      *the run's S&L generation - a pickup is appended to it as a
      *sale, ahead of SAndLProcessing
           select sl-file
               assign to dynamic ws-sl-file-name
               organization is line sequential
               file status is ws-sl-status.

           select layaway-master-file
               assign to "../../../../data/Final-Layaway-Master.dat"
               organization is line sequential
               file status is ws-lay-mast-status.

      *every movement of the deposits, by the business date that
      *made it
           select ledger-file
               assign to "../../../../data/Final-Layaway-Ledger.dat"
               organization is line sequential
               file status is ws-ledger-status.

      *the layaway policy - a missing file means the shipped
      *defaults
           select policy-file
               assign to "../../../../data/Final-Layaway-Policy.dat"
               organization is line sequential
               file status is ws-policy-status.

      *the liability by store, for Final-GLExtract
           select balance-file
               assign to
                   "../../../../data/Final-Layaway-Balance.dat"
               organization is line sequential.

           select store-master-file
               assign to "../../../../data/Final-Store-Master.dat"
               organization is line sequential
               file status is ws-store-mast-status.

      *tax rate history Final-MasterMaint keeps - a pickup is taxed
      *at the rate in force on its own date, as SAndLProcessing
      *will tax it
           select tax-history-file
               assign to
                   "../../../../data/Final-Tax-Rate-History.dat"
               organization is line sequential
               file status is ws-taxh-status.

      *movements of the deposits, for Final-GLExtract's next run
           select gl-pending-file
               assign to "../../../../data/Final-GL-Pending.dat"
               organization is line sequential
               file status is ws-gl-pending-status.

      *the permanent daily sales history the split has just written
      *the date's rows to - a released pickup is a sale, so it goes
      *on its store's row, through a work file the same way
           select sales-history-file
               assign to "../../../../data/Final-Sales-History.dat"
               organization is line sequential
               file status is ws-history-status.

           select history-tmp-file
               assign to "../../../../data/Final-Sales-History.tmp"
               organization is line sequential.

      *the generation catalog - says whether the date's last run
      *was reversed
           select generation-catalog-file
               assign to
                   "../../../../data/Final-Generation-Catalog.dat"
               organization is line sequential
               file status is ws-gen-cat-status.

      *exceptions raised this run, for Final-ExceptionWorklist
           select exception-post-file
               assign to "../../../../data/Final-Exception-Post.dat"
               organization is line sequential
               file status is ws-excp-status.

           select control-total-file
               assign to "../../../../data/Final-Control-Totals.dat"
               organization is line sequential
               file status is ws-ctltot-status.

           select report-file
               assign to "../../../../data/Final-layaway.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

      *the run lock Final-PipelineDriver holds while a run is in
      *flight - this stage refuses to start under a different run's
      *lock
           select run-lock-file
               assign to "../../../../data/Final-Run-Lock.dat"
               organization is line sequential
               file status is ws-run-lock-fs.

       data division.
       file section.
      *the full 83-byte validated record - the action rides in the
      *reason bytes and the agreed term in the foreign-amount bytes
       fd layaway-file
           data record is lw-layaway-rec
           record contains 83 characters.

       01 lw-layaway-rec.
         05 lw-code                 pic x.
         05 lw-transaction          pic 9(5)v99.
         05 lw-payment-type         pic xx.
         05 lw-store-num            pic 99.
         05 lw-invoice              pic x(9).
         05 lw-sku-code             pic x(15).
         05 lw-trans-date           pic 9(8).
         05 lw-quantity             pic 9(3).
         05 lw-unit-price           pic 9(4)v99.
         05 lw-vendor-num           pic 9(5).
         05 lw-action               pic xx.
           88 lw-open                   value 'OP'.
           88 lw-payment                value 'PY'.
           88 lw-pickup                 value 'PU'.
           88 lw-cancel                 value 'CN'.
           88 lw-forfeit                value 'FF'.
         05 lw-associate-id         pic x(6).
         05 lw-exempt-cert          pic x(10).
         05 lw-term-days            pic 9(7).
         05 lw-term-days-x redefines lw-term-days
                                    pic x(7).

      *same 81-byte S&L record Final-DataSplitAndCount writes
       fd sl-file
           data record is sp-sale-rec
           record contains 81 characters.

       01 sp-sale-rec.
         05 sp-code                 pic x.
         05 sp-transaction          pic 9(5)v99.
         05 sp-payment-type         pic xx.
         05 sp-store-num            pic 99.
         05 sp-invoice              pic x(9).
         05 sp-sku-code             pic x(15).
         05 sp-trans-date           pic 9(8).
         05 sp-quantity             pic 9(3).
         05 sp-unit-price           pic 9(4)v99.
         05 sp-vendor-num           pic 9(5).
         05 sp-associate-id         pic x(6).
         05 sp-exempt-cert          pic x(10).
         05 sp-foreign-amount       pic 9(5)v99.

       fd layaway-master-file
           data record is ly-layaway-rec
           record contains 95 characters.

       copy "LAYAWAY.cpy".

       fd ledger-file
           data record is lg-ledger-rec
           record contains 30 characters.

       copy "LAYLEDG.cpy".

      *term and grace in days, and the fee kept on a cancel or a
      *forfeit and the least deposit an opening takes, as whole
      *percents of the price
       fd policy-file
           data record is lp-policy-rec
           record contains 10 characters.

       01 lp-policy-rec.
         05 lp-term-days            pic 9(3).
         05 lp-grace-days           pic 9(3).
         05 lp-fee-pct              pic 99.
         05 lp-min-deposit-pct      pic 99.

       fd balance-file
           data record is lb-balance-rec
           record contains 24 characters.

       copy "LAYBAL.cpy".

      *same 26-byte record Final-DataSplitAndCount writes
       fd sales-history-file
           data record is sh-history-rec
           record contains 26 characters.

       01 sh-history-rec.
         05 sh-business-date        pic 9(8).
         05 sh-store-num            pic 99.
         05 sh-sales                pic 9(6)v99.
         05 sh-trans-count          pic 9(4).
         05 sh-return-count         pic 9(4).

       fd history-tmp-file
           data record is ht-history-line
           record contains 26 characters.

       01 ht-history-line           pic x(26).

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

       fd tax-history-file
           data record is th-tax-history-rec
           record contains 14 characters.

       copy "TAXHIST.cpy".

       fd gl-pending-file
           data record is gp-gl-pending-rec
           record contains 51 characters.

       copy "GLPEND.cpy".

       fd exception-post-file
           data record is ep-exception-post-rec
           record contains 60 characters.

       copy "EXCPOST.cpy".

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

       fd control-total-file
           data record is ct-record
           record contains 58 characters.

       copy "CTLTOT.cpy".

       fd report-file
           data record is report-line
           record contains 80 characters.

       01 report-line               pic x(80).

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

       fd run-lock-file
           data record is lk-run-lock-rec
           record contains 59 characters.

       copy "RUNLOCK.cpy".

       working-storage section.

      *current-generation file names, built from the run control by
      *0032-build-generation-names
       01 ws-layaway-file-name      pic x(64)   value spaces.
       01 ws-sl-file-name           pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(30)
               value "Final: Layaway Ledger".

       01 ws-heading2-title.
         05 filler                  pic x(24)   value spaces.
         05 filler                  pic x(17)
               value "LAYAWAY LEDGER - ".
         05 ws-title-date           pic 9(8).

       01 ws-heading3-headings.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(9)    value "ACTION".
         05 filler                  pic x(11)   value "LAYAWAY".
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(9)    value "DATE".
         05 filler                  pic x(11)   value "    AMOUNT".
         05 filler                  pic x(12)   value "  HELD NOW".
         05 filler                  pic x(6)    value "RESULT".

      *a record turned away is flagged ** and its reason shown as
      *the result
       01 ws-event-display-line.
         05 ws-edl-flag             pic x(2).
         05 ws-edl-action           pic x(8).
         05 filler                  pic x       value space.
         05 ws-edl-invoice          pic x(9).
         05 filler                  pic x(2)    value spaces.
         05 ws-edl-store            pic xx.
         05 filler                  pic x(2)    value spaces.
         05 ws-edl-date             pic x(8).
         05 filler                  pic x       value space.
         05 ws-edl-amount-edit      pic $$$,$$9.99.
         05 filler                  pic x       value space.
         05 ws-edl-held-edit        pic $$$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-edl-result           pic x(22).

       01 ws-forfeit-heading.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(33)
               value "FORFEITED BY POLICY - PAST AGREED".
         05 filler                  pic x(11)
               value " DATE PLUS ".
         05 ws-fh-grace-edit        pic zz9.
         05 filler                  pic x(11)   value " DAYS GRACE".

       01 ws-forfeit-headings.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(11)   value "LAYAWAY".
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(10)   value "OPENED".
         05 filler                  pic x(10)   value "AGREED".
         05 filler                  pic x(10)   value "      HELD".
         05 filler                  pic x       value space.
         05 filler                  pic x(10)   value "      KEPT".
         05 filler                  pic x       value space.
         05 filler                  pic x(10)   value " OWED BACK".

       01 ws-forfeit-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-fdl-invoice          pic x(9).
         05 filler                  pic x(2)    value spaces.
         05 ws-fdl-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-fdl-opened           pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-fdl-agreed           pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-fdl-held-edit        pic $$$,$$9.99.
         05 filler                  pic x       value space.
         05 ws-fdl-kept-edit        pic $$$,$$9.99.
         05 filler                  pic x       value space.
         05 ws-fdl-owed-edit        pic $$$,$$9.99.

       01 ws-aging-heading.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(44)
               value "OPEN LAYAWAYS BY STORE - DEPOSITS HELD, AGED".
         05 filler                  pic x(22)
               value " FROM THE OPENING DATE".

       01 ws-aging-headings.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(4)    value "OPEN".
         05 filler                  pic x(11)   value "   UNDER 30".
         05 filler                  pic x(11)   value "   30 TO 59".
         05 filler                  pic x(11)   value "   60 TO 89".
         05 filler                  pic x(11)   value "    90 PLUS".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(4)    value "LATE".
         05 filler                  pic x       value space.
         05 filler                  pic x(13)   value "    LIABILITY".

      *LATE counts the layaways already past their agreed pickup
      *date
       01 ws-aging-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-adl-store            pic x(4).
         05 ws-adl-open-edit        pic zzz9.
         05 ws-adl-bucket occurs 4 times.
           10 filler                pic x       value space.
           10 ws-adl-amount-edit    pic $$$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-adl-late-edit        pic zzz9.
         05 filler                  pic x       value space.
         05 ws-adl-liability-edit   pic $$,$$$,$$9.99.

       01 ws-none-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "(NONE)".

       01 ws-legend-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(49)
               value
               "** TURNED AWAY - RAISED ON THE EXCEPTION WORKLIST".

       01 ws-summary-line.
         05 ws-sum-label            pic x(30).
         05 ws-sum-count-edit       pic zzzz9.

       01 ws-summary-money-line.
         05 ws-sum-money-label      pic x(30).
         05 ws-sum-money-edit       pic $$,$$$,$$9.99.

      *run-control fields (loaded at startup - 0030-load-run-control)
       copy "RUNWS.cpy".

      *run-lock check fields (see LOCKCHK.cpy)
       copy "RUNLKWS.cpy".

      *exception posting fields (see EXCPWRT.cpy)
       copy "EXCPWS.cpy".

      *store master table (loaded at startup - see STORLOAD.cpy)
       copy "STORWS.cpy".

      *tax rate history (loaded at startup - see TAXHLOAD.cpy)
       copy "TAXHWS.cpy".

      *the layaway master in memory - a layaway opened on a business
      *date being rerun is marked D and dropped at the rewrite
       01 ws-lay-count-max          pic 9(4)    value 2000.
       01 ws-lay-count              pic 9(4)    value 0.
       01 ws-lay-table.
         05 ws-lay-entry occurs 0 to 2000 times
               depending on ws-lay-count.
           10 ws-lyt-num            pic x(9).
           10 ws-lyt-store          pic 99.
           10 ws-lyt-sku-code       pic x(15).
           10 ws-lyt-quantity       pic 9(3).
           10 ws-lyt-unit-price     pic 9(4)v99.
           10 ws-lyt-vendor         pic 9(5).
           10 ws-lyt-associate-id   pic x(6).
           10 ws-lyt-exempt-cert    pic x(10).
           10 ws-lyt-price          pic 9(5)v99.
           10 ws-lyt-open-date      pic 9(8).
           10 ws-lyt-due-date       pic 9(8).
           10 ws-lyt-paid           pic s9(5)v99.
           10 ws-lyt-status         pic x.
           10 ws-lyt-closed-date    pic 9(8).

      *the ledger in memory - a movement of the business date being
      *rerun is taken back and not kept
       01 ws-led-count-max          pic 9(4)    value 6000.
       01 ws-led-count              pic 9(4)    value 0.
       01 ws-led-table.
         05 ws-led-entry occurs 0 to 6000 times
               depending on ws-led-count.
           10 ws-lgt-image          pic x(30).
           10 ws-lgt-keep           pic x.

      *the layaway policy - the shipped defaults stand when no
      *policy file is on hand
       01 ws-policy-fields.
         05 ws-term-days            pic 9(3)    value 90.
         05 ws-grace-days           pic 9(3)    value 30.
         05 ws-fee-pct              pic 99      value 10.
         05 ws-min-deposit-pct      pic 99      value 20.

      *open layaways by store number, for the aging and the
      *liability balance
       01 ws-age-stores.
         05 ws-age-store occurs 99 times.
           10 ws-ag-open            pic 9(4).
           10 ws-ag-amount          pic 9(7)v99 occurs 4 times.
           10 ws-ag-late            pic 9(4).
           10 ws-ag-liability       pic 9(7)v99.

      *the run's released pickups by store number, for the sales
      *history
       01 ws-history-stores.
         05 ws-history-store occurs 99 times.
           10 ws-hs-sales           pic 9(6)v99.
           10 ws-hs-count           pic 9(4).
           10 ws-hs-on-history      pic x.

       01 ws-age-totals.
         05 ws-agt-open             pic 9(5)    value 0.
         05 ws-agt-amount           pic 9(7)v99 occurs 4 times.
         05 ws-agt-late             pic 9(5)    value 0.
         05 ws-agt-liability        pic 9(8)v99 value 0.

      *days in each month, january through december - february
      *gains its leap day in 812-size-due-month
       01 ws-month-days-values      pic x(24)
               value "312831303130313130313031".
       01 ws-month-days redefines ws-month-days-values.
         05 ws-month-day-count      pic 99      occurs 12 times.

      *cumulative days before each month, january through december
       01 ws-month-offset-values    pic x(36)
               value "000031059090120151181212243273304334".
       01 ws-month-offsets redefines ws-month-offset-values.
         05 ws-month-offset         pic 999     occurs 12 times.

       01 ws-date-fields.
         05 ws-due-date             pic 9(8)    value 0.
         05 ws-due-date-parts redefines ws-due-date.
           10 ws-due-yyyy           pic 9(4).
           10 ws-due-mm             pic 99.
           10 ws-due-dd             pic 99.
         05 ws-add-days             pic 9(4)    value 0.
         05 ws-days-in-month        pic 99      value 0.
         05 ws-dts-date.
           10 ws-dts-yyyy           pic 9(4).
           10 ws-dts-mm             pic 99.
           10 ws-dts-dd             pic 99.
         05 ws-dts-serial           pic 9(7)    value 0.
         05 ws-business-serial      pic 9(7)    value 0.
         05 ws-days-open            pic 9(5)    value 0.
         05 ws-leap-quot            pic 9(4)    value 0.
         05 ws-leap-rem             pic 9(4)    value 0.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-led-idx              pic 9(4)    value 0.
         05 ws-found-lay-idx        pic 9(4)    value 0.
         05 ws-find-num             pic x(9)    value spaces.
         05 ws-found-store-idx      pic 99      value 0.
         05 ws-store-sub            pic 999     value 0.
         05 ws-store-two            pic 99      value 0.
         05 ws-bucket               pic 9       value 0.
         05 ws-reject-reason        pic x(22)   value spaces.
         05 ws-result               pic x(22)   value spaces.
         05 ws-action-name          pic x(8)    value spaces.
         05 ws-price                pic 9(5)v99 value 0.
         05 ws-min-deposit          pic 9(5)v99 value 0.
         05 ws-tax-rate             pic v9999   value 0.
         05 ws-tax                  pic 9(5)v99 value 0.
         05 ws-due-total            pic 9(6)v99 value 0.
         05 ws-fee                  pic 9(5)v99 value 0.
         05 ws-refundable           pic s9(5)v99 value 0.
         05 ws-kept                 pic s9(5)v99 value 0.
         05 ws-owed                 pic s9(5)v99 value 0.
         05 ws-held-before          pic s9(5)v99 value 0.
      *one movement of the deposits, handed to 700-record-movement
         05 ws-mv-event             pic xx      value spaces.
         05 ws-mv-tender            pic xx      value spaces.
         05 ws-mv-amount            pic 9(5)v99 value 0.
         05 ws-gl-event             pic x(8)    value spaces.
         05 ws-gl-amount            pic s9(7)v99 value 0.

       01 ws-counters.
         05 ws-total-read           pic 9(5)    value 0.
         05 ws-total-opened         pic 9(5)    value 0.
         05 ws-total-payments       pic 9(5)    value 0.
         05 ws-total-picked-up      pic 9(5)    value 0.
         05 ws-total-short          pic 9(5)    value 0.
         05 ws-total-cancelled      pic 9(5)    value 0.
         05 ws-total-forfeited      pic 9(5)    value 0.
         05 ws-total-policy-ff      pic 9(5)    value 0.
         05 ws-total-rejected       pic 9(5)    value 0.
         05 ws-total-backed-out     pic 9(5)    value 0.
         05 ws-total-deposits       pic 9(8)v99 value 0.
         05 ws-total-sales          pic 9(8)v99 value 0.
         05 ws-total-tax            pic 9(8)v99 value 0.
         05 ws-total-refunds        pic 9(8)v99 value 0.
         05 ws-total-kept           pic 9(8)v99 value 0.
         05 ws-total-owed           pic 9(8)v99 value 0.

       01 ws-flags.
         05 ws-layaway-eof          pic x       value 'n'.
         05 ws-lay-mast-eof         pic x       value 'n'.
         05 ws-lay-load-done        pic x       value 'y'.
         05 ws-ledger-eof           pic x       value 'n'.
         05 ws-led-load-done        pic x       value 'y'.
         05 ws-sl-open              pic x       value 'n'.
         05 ws-gl-pending-open      pic x       value 'n'.
         05 ws-gen-cat-eof          pic x       value 'n'.
         05 ws-history-eof          pic x       value 'n'.
         05 ws-history-on-file      pic x       value 'n'.
         05 ws-history-changed      pic x       value 'n'.
      *the date's last run before this one, and whether it was
      *reversed
         05 ws-prior-stamp          pic x(12)   value spaces.
         05 ws-prior-reversed       pic x       value 'n'.

       01 ws-file-status.
         05 ws-layaway-status       pic xx      value "00".
         05 ws-sl-status            pic xx      value "00".
         05 ws-lay-mast-status      pic xx      value "00".
         05 ws-ledger-status        pic xx      value "00".
         05 ws-policy-status        pic xx      value "00".
         05 ws-gl-pending-status    pic xx      value "00".
         05 ws-gen-cat-status       pic xx      value "00".
         05 ws-history-status       pic xx      value "00".
         05 ws-ctltot-status        pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-four                   pic 9       value 4.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-hundred                pic 999     value 100.
      *same flat default SAndLProcessing taxes at when a store
      *cannot be located at all
       77 ws-the-tax                pic 9v99    value 0.13.
      *the tender a pickup's sale is paid in - the deposits held,
      *never the drawer
       77 ws-layaway-tender         pic xx      value "LY".

       procedure division.
       000-main.
           perform 0030-load-run-control.

      *refuse to start while another run holds the pipeline
           perform 0010-check-run-lock.
           if ws-lock-refused = "y"
               goback
           end-if.
           perform 0032-build-generation-names.
           perform 0040-load-store-master.
           perform 0190-load-tax-history.
           perform 0050-load-policy.
           perform 0060-load-layaway-master.
           perform 0070-load-ledger.

      *the master and the ledger must load whole - changing, then
      *rewriting, a cut-short table would destroy the tail of it
           if ws-lay-load-done = ws-n
            or ws-led-load-done = ws-n
               display "*** LAYAWAY MASTER OR LEDGER OVER TABLE CAP"
                       " - NO LAYAWAY TAKEN ***"
               perform 0080-write-control-totals
               goback
           end-if.

           open output report-file.
           perform 400-write-report-headings.

      *a rerun of the business date takes its own movements back
      *before taking the records again
           perform 0090-check-prior-run.
           perform 100-back-out-own-day.

           perform 630-clear-one-history-store
             varying ws-store-sub from 1 by 1
               until ws-store-sub > 99.

           perform 200-take-layaway-records.
           perform 300-apply-forfeit-policy.
           perform 500-report-aging.
           perform 550-report-footer.
           close report-file.

           if ws-sl-open = ws-y
               close sl-file
           end-if.
           perform 0225-close-exception-post.
           perform 0235-close-gl-pending.

           perform 600-rewrite-layaway-master.
           perform 610-rewrite-ledger.
           perform 620-write-balance-file.
           if ws-history-changed = ws-y
               perform 640-add-pickups-to-history
           end-if.
           perform 0080-write-control-totals.

           goback.

       copy "RUNLOAD.cpy".

       copy "LOCKCHK.cpy".

       copy "EXCPWRT.cpy".

       copy "STORLOAD.cpy".

       copy "TAXHLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-layaway-file-name.
           string "../../../../data/Final-layaway-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-layaway-file-name.
           move spaces to ws-sl-file-name.
           string "../../../../data/Final-sl-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-sl-file-name.

       0050-load-policy.
           open input policy-file.
           if ws-policy-status not = "35"
               read policy-file
                   at end
                       continue
                   not at end
                       if lp-term-days is numeric
                        and lp-term-days > 0
                           move lp-term-days to ws-term-days
                       end-if
                       if lp-grace-days is numeric
                           move lp-grace-days to ws-grace-days
                       end-if
                       if lp-fee-pct is numeric
                           move lp-fee-pct   to ws-fee-pct
                       end-if
                       if lp-min-deposit-pct is numeric
                           move lp-min-deposit-pct
                             to ws-min-deposit-pct
                       end-if
               end-read
               close policy-file
           end-if.

       0060-load-layaway-master.
           move ws-n                to ws-lay-mast-eof.
           move 0                   to ws-lay-count.

           open input layaway-master-file.
           if ws-lay-mast-status = "35"
               move ws-y            to ws-lay-mast-eof
           else
               perform 0061-read-layaway-master
               perform 0062-build-layaway-entry
                 until ws-lay-mast-eof = ws-y
                    or ws-lay-count = ws-lay-count-max
               if ws-lay-mast-eof not = ws-y
                   move ws-n        to ws-lay-load-done
               end-if
               close layaway-master-file
           end-if.

       0061-read-layaway-master.
           read layaway-master-file
               at end
                   move ws-y        to ws-lay-mast-eof.

       0062-build-layaway-entry.
           add ws-one               to ws-lay-count.
           move ly-layaway-num      to ws-lyt-num(ws-lay-count).
           move ly-store-num        to ws-lyt-store(ws-lay-count).
           move ly-sku-code         to ws-lyt-sku-code(ws-lay-count).
           move ly-quantity         to ws-lyt-quantity(ws-lay-count).
           move ly-unit-price       to
                   ws-lyt-unit-price(ws-lay-count).
           move ly-vendor-num       to ws-lyt-vendor(ws-lay-count).
           move ly-associate-id     to
                   ws-lyt-associate-id(ws-lay-count).
           move ly-exempt-cert      to
                   ws-lyt-exempt-cert(ws-lay-count).
           move ly-price            to ws-lyt-price(ws-lay-count).
           move ly-open-date        to ws-lyt-open-date(ws-lay-count).
           move ly-pickup-due-date  to ws-lyt-due-date(ws-lay-count).
           move ly-paid             to ws-lyt-paid(ws-lay-count).
           move ly-status           to ws-lyt-status(ws-lay-count).
           move ly-closed-date      to
                   ws-lyt-closed-date(ws-lay-count).

           perform 0061-read-layaway-master.

       0070-load-ledger.
           move ws-n                to ws-ledger-eof.
           move 0                   to ws-led-count.

           open input ledger-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               perform 0071-read-ledger
               perform 0072-build-ledger-entry
                 until ws-ledger-eof = ws-y
                    or ws-led-count = ws-led-count-max
               if ws-ledger-eof not = ws-y
                   move ws-n        to ws-led-load-done
               end-if
               close ledger-file
           end-if.

       0071-read-ledger.
           read ledger-file
               at end
                   move ws-y        to ws-ledger-eof.

       0072-build-ledger-entry.
           add ws-one               to ws-led-count.
           move lg-ledger-rec       to ws-lgt-image(ws-led-count).
           move ws-y                to ws-lgt-keep(ws-led-count).

           perform 0071-read-ledger.

      *what came in from the split and what went on to
      *SAndLProcessing, for Final-PipelineDriver's reconciliation
       0080-write-control-totals.
           move ws-run-stamp        to ct-run-stamp.
           move "Final-Layaway"     to ct-program-id.

           open extend control-total-file.
           if ws-ctltot-status = "35"
               open output control-total-file
           end-if.

           move "LAYAWAY-IN"        to ct-label.
           move ws-total-read       to ct-record-count.
           write ct-record.

           move "PICKUP-OUT"        to ct-label.
           move ws-total-picked-up  to ct-record-count.
           write ct-record.

           close control-total-file.

      *the movements on the ledger under this business date are the
      *date's last run's - when that run was reversed its batch has
      *been posted back out already
       0090-check-prior-run.
           move ws-n                to ws-gen-cat-eof.
           move spaces              to ws-prior-stamp.
           move ws-n                to ws-prior-reversed.

           open input generation-catalog-file.
           if ws-gen-cat-status = "35"
               move ws-y            to ws-gen-cat-eof
           else
               perform 0091-read-catalog
               perform 0092-note-catalog-record
                   until ws-gen-cat-eof = ws-y
               close generation-catalog-file
           end-if.

       0091-read-catalog.
           read generation-catalog-file
               at end
                   move ws-y        to ws-gen-cat-eof.

       0092-note-catalog-record.
           if gc-stamp(1:6) = ws-run-stamp(1:6)
            and gc-stamp(7:4) < ws-run-stamp(7:4)
               if gc-stamp > ws-prior-stamp
                   move gc-stamp    to ws-prior-stamp
                   move ws-n        to ws-prior-reversed
               end-if
               if gc-stamp = ws-prior-stamp
                and gc-reversed
                   move ws-y        to ws-prior-reversed
               end-if
           end-if.

           perform 0091-read-catalog.

      *the pending GL file is opened on the run's first movement,
      *extended if it is already there
       0230-write-gl-pending.
           if ws-gl-pending-open = ws-n
               open extend gl-pending-file
               if ws-gl-pending-status = "35"
                   open output gl-pending-file
               end-if
               move ws-y            to ws-gl-pending-open
           end-if.

           move "LAYAWAY"           to gp-source.
           move ws-gl-event         to gp-event-code.
           move lg-store-num        to gp-store-num.
           move ws-business-date    to gp-business-date.
           move ws-gl-amount        to gp-amount.
           move lg-layaway-num      to gp-reference.
           write gp-gl-pending-rec.

       0235-close-gl-pending.
           if ws-gl-pending-open = ws-y
               close gl-pending-file
               move ws-n            to ws-gl-pending-open
           end-if.

      *----------------------------------------------------------------
      * Rerun - every movement made under this business date is
      * taken back out of the master and posted back out of the GL,
      * and left off the ledger at the rewrite. A layaway opened
      * under it is dropped whole. The GL is left alone when the
      * date's last run was reversed.
      *----------------------------------------------------------------
       100-back-out-own-day.
           perform 110-back-out-one-movement
             varying ws-led-idx from 1 by 1
               until ws-led-idx > ws-led-count.

       110-back-out-one-movement.
           move ws-lgt-image(ws-led-idx) to lg-ledger-rec.
           if lg-business-date = ws-business-date
               move ws-n            to ws-lgt-keep(ws-led-idx)
               add ws-one           to ws-total-backed-out
               move lg-layaway-num  to ws-find-num
               perform 210-find-layaway
               if ws-found-lay-idx > 0
                   perform 120-reverse-movement
               end-if
               perform 710-map-gl-event
               if ws-gl-event not = spaces
                and ws-prior-reversed = ws-n
                   compute ws-gl-amount = 0 - lg-amount
                   perform 0230-write-gl-pending
               end-if
           end-if.

       120-reverse-movement.
           if lg-opening
               move "D"             to ws-lyt-status(ws-found-lay-idx)
           else
           if lg-money-in
               subtract lg-amount  from ws-lyt-paid(ws-found-lay-idx)
           else
               add lg-amount        to ws-lyt-paid(ws-found-lay-idx)
               move "O"             to ws-lyt-status(ws-found-lay-idx)
               move 0               to
                       ws-lyt-closed-date(ws-found-lay-idx)
           end-if
           end-if.

      *----------------------------------------------------------------
      * The run's layaway records, taken in feed order - a payment
      * behind a pickup earlier in the file finds the layaway closed
      *----------------------------------------------------------------
       200-take-layaway-records.
           move ws-n                to ws-layaway-eof.

           open input layaway-file.
           if ws-layaway-status = "35"
               move ws-y            to ws-layaway-eof
           else
               perform 205-read-layaway-record
               perform 220-take-one-record
                 until ws-layaway-eof = ws-y
               close layaway-file
           end-if.

           if ws-total-read = 0
               write report-line from ws-none-line
           end-if.

       205-read-layaway-record.
           read layaway-file
               at end
                   move ws-y        to ws-layaway-eof.

      *a layaway dropped by the rerun is not on the ledger
       210-find-layaway.
           move 0                   to ws-found-lay-idx.
           if ws-lay-count > 0
               perform 211-scan-layaways
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-lay-count
                      or ws-found-lay-idx > 0
           end-if.

       211-scan-layaways.
           if ws-lyt-num(ws-scan-idx) = ws-find-num
            and ws-lyt-status(ws-scan-idx) not = "D"
               move ws-scan-idx     to ws-found-lay-idx
           end-if.

      *an opening taken again on a rerun goes back into the slot
      *its first take left behind
       215-find-dropped-slot.
           move 0                   to ws-found-lay-idx.
           if ws-lay-count > 0
               perform 216-scan-dropped
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-lay-count
                      or ws-found-lay-idx > 0
           end-if.

       216-scan-dropped.
           if ws-lyt-num(ws-scan-idx) = ws-find-num
            and ws-lyt-status(ws-scan-idx) = "D"
               move ws-scan-idx     to ws-found-lay-idx
           end-if.

       220-take-one-record.
           add ws-one               to ws-total-read.
           move spaces              to ws-reject-reason.
           move spaces              to ws-result.

           if lw-open
               move "OPEN"          to ws-action-name
           else
           if lw-payment
               move "PAYMENT"       to ws-action-name
           else
           if lw-pickup
               move "PICKUP"        to ws-action-name
           else
           if lw-cancel
               move "CANCEL"        to ws-action-name
           else
           if lw-forfeit
               move "FORFEIT"       to ws-action-name
           else
               move lw-action       to ws-action-name
               move "ACTION INVALID" to ws-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if.

           move lw-invoice          to ws-find-num.
           perform 210-find-layaway.

      *a record makes at most four movements (an overpaid pickup
      *writes PU, PK, TX and RD) - one that could not all be kept on
      *the ledger is not taken at all
           if ws-reject-reason = spaces
               if ws-led-count + ws-four > ws-led-count-max
                   move "LEDGER TABLE FULL" to ws-reject-reason
               else
               if lw-open
                   perform 230-open-layaway
               else
                   perform 225-check-open-layaway
                   if ws-reject-reason = spaces
                       if lw-payment
                           perform 240-take-payment
                       else
                       if lw-pickup
                           perform 250-take-pickup
                       else
                       if lw-cancel
                           perform 270-take-cancel
                       else
                           perform 280-take-forfeit
                       end-if
                       end-if
                       end-if
                   end-if
               end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
               perform 295-write-event-line
           else
               perform 290-reject-record
           end-if.

           perform 205-read-layaway-record.

       225-check-open-layaway.
           if ws-found-lay-idx = 0
               move "NOT ON LEDGER"  to ws-reject-reason
           else
           if ws-lyt-status(ws-found-lay-idx) not = "O"
               move "LAYAWAY NOT OPEN" to ws-reject-reason
           else
           if ws-lyt-store(ws-found-lay-idx) not = lw-store-num
               move "WRONG STORE"    to ws-reject-reason
           end-if
           end-if
           end-if.

      *an opening takes at least the policy's share of the price
      *down, and is due for pickup its agreed term after the date
      *it opened
       230-open-layaway.
           compute ws-price = lw-quantity * lw-unit-price.
           compute ws-min-deposit rounded =
               ws-price * ws-min-deposit-pct / ws-hundred.

           move ws-term-days        to ws-add-days.
           if lw-term-days-x not = spaces
            and lw-term-days is numeric
            and lw-term-days > 0
               if lw-term-days > 9999
                   move "TERM TOO LONG" to ws-reject-reason
               else
                   move lw-term-days to ws-add-days
               end-if
           end-if.

           if ws-found-lay-idx > 0
               move "ALREADY ON LEDGER" to ws-reject-reason
           else
           if lw-transaction < ws-min-deposit
               move "DEPOSIT UNDER POLICY" to ws-reject-reason
           end-if
           end-if.

           if ws-reject-reason = spaces
               perform 215-find-dropped-slot
               if ws-found-lay-idx = 0
                   if ws-lay-count < ws-lay-count-max
                       add ws-one   to ws-lay-count
                       move ws-lay-count to ws-found-lay-idx
                   else
                       move "MASTER TABLE FULL" to ws-reject-reason
                   end-if
               end-if
           end-if.

           if ws-reject-reason = spaces
               perform 235-build-layaway-entry
               move "OP"            to ws-mv-event
               move lw-payment-type to ws-mv-tender
               move lw-transaction  to ws-mv-amount
               perform 700-record-movement
               add ws-one           to ws-total-opened
               add lw-transaction   to ws-total-deposits
               string "OPENED DUE "  delimited by size
                      ws-lyt-due-date(ws-found-lay-idx)
                                     delimited by size
                   into ws-result
           end-if.

       235-build-layaway-entry.
           move lw-invoice          to ws-lyt-num(ws-found-lay-idx).
           move lw-store-num        to ws-lyt-store(ws-found-lay-idx).
           move lw-sku-code         to
                   ws-lyt-sku-code(ws-found-lay-idx).
           move lw-quantity         to
                   ws-lyt-quantity(ws-found-lay-idx).
           move lw-unit-price       to
                   ws-lyt-unit-price(ws-found-lay-idx).
           move lw-vendor-num       to ws-lyt-vendor(ws-found-lay-idx).
           move lw-associate-id     to
                   ws-lyt-associate-id(ws-found-lay-idx).
           move lw-exempt-cert      to
                   ws-lyt-exempt-cert(ws-found-lay-idx).
           move ws-price            to ws-lyt-price(ws-found-lay-idx).
           move lw-trans-date       to
                   ws-lyt-open-date(ws-found-lay-idx).
           move lw-transaction      to ws-lyt-paid(ws-found-lay-idx).
           move "O"                 to ws-lyt-status(ws-found-lay-idx).
           move 0                   to
                   ws-lyt-closed-date(ws-found-lay-idx).

           move lw-trans-date       to ws-due-date.
           perform 812-size-due-month.
           perform 811-add-one-day ws-add-days times.
           move ws-due-date         to
                   ws-lyt-due-date(ws-found-lay-idx).

       240-take-payment.
           if lw-transaction = 0
               move "NO PAYMENT AMOUNT" to ws-reject-reason
           else
               add lw-transaction   to ws-lyt-paid(ws-found-lay-idx)
               move "PY"            to ws-mv-event
               move lw-payment-type to ws-mv-tender
               move lw-transaction  to ws-mv-amount
               perform 700-record-movement
               add ws-one           to ws-total-payments
               add lw-transaction   to ws-total-deposits
               move "PAYMENT TAKEN" to ws-result
           end-if.

      *the goods go home only when the deposits cover the price and
      *the tax on it - money taken on a pickup that still falls
      *short is kept as a payment and the layaway stays open
       250-take-pickup.
           perform 800-figure-pickup-tax.
           compute ws-due-total =
               ws-lyt-price(ws-found-lay-idx) + ws-tax.

           if lw-transaction = 0
            and ws-lyt-paid(ws-found-lay-idx) < ws-due-total
               move "BALANCE NOT PAID" to ws-reject-reason
           end-if.

           if ws-reject-reason = spaces
               if lw-transaction > 0
                   add lw-transaction
                     to ws-lyt-paid(ws-found-lay-idx)
                   move "PU"        to ws-mv-event
                   move lw-payment-type to ws-mv-tender
                   move lw-transaction to ws-mv-amount
                   perform 700-record-movement
                   add lw-transaction to ws-total-deposits
               end-if
               if ws-lyt-paid(ws-found-lay-idx) < ws-due-total
                   add ws-one       to ws-total-short
                   move "SHORT - KEPT AS PAYMENT" to ws-result
               else
                   perform 255-release-pickup
                   move "PICKED UP" to ws-result
               end-if
           end-if.

      *the price leaves the deposits as the sale, the tax as the
      *tax on it, and anything paid over both is owed back
       255-release-pickup.
           compute ws-owed =
               ws-lyt-paid(ws-found-lay-idx) - ws-due-total.

           move "PK"                to ws-mv-event.
           move ws-layaway-tender   to ws-mv-tender.
           move ws-lyt-price(ws-found-lay-idx) to ws-mv-amount.
           perform 700-record-movement.
           add ws-mv-amount         to ws-total-sales.

           if ws-tax > 0
               move "TX"            to ws-mv-event
               move spaces          to ws-mv-tender
               move ws-tax          to ws-mv-amount
               perform 700-record-movement
               add ws-tax           to ws-total-tax
           end-if.

           if ws-owed > 0
               move "RD"            to ws-mv-event
               move spaces          to ws-mv-tender
               move ws-owed         to ws-mv-amount
               perform 700-record-movement
               add ws-owed          to ws-total-owed
           end-if.

           move 0                   to ws-lyt-paid(ws-found-lay-idx).
           move "P"                 to ws-lyt-status(ws-found-lay-idx).
           move ws-business-date    to
                   ws-lyt-closed-date(ws-found-lay-idx).
           add ws-one               to ws-total-picked-up.

           perform 260-write-pickup-sale.

           move ws-lyt-store(ws-found-lay-idx) to ws-store-sub.
           if ws-store-sub > 0
               add ws-lyt-price(ws-found-lay-idx)
                 to ws-hs-sales(ws-store-sub)
               add ws-one           to ws-hs-count(ws-store-sub)
               move ws-y            to ws-history-changed
           end-if.

      *the sale SAndLProcessing recognises - dated the pickup, rung
      *by the associate who handed the goods over, paid by the
      *deposits
       260-write-pickup-sale.
           if ws-sl-open = ws-n
               open extend sl-file
               if ws-sl-status = "35"
                   open output sl-file
               end-if
               move ws-y            to ws-sl-open
           end-if.

           move "S"                 to sp-code.
           move ws-lyt-price(ws-found-lay-idx) to sp-transaction.
           move ws-layaway-tender   to sp-payment-type.
           move ws-lyt-store(ws-found-lay-idx) to sp-store-num.
           move ws-lyt-num(ws-found-lay-idx) to sp-invoice.
           move ws-lyt-sku-code(ws-found-lay-idx) to sp-sku-code.
           move lw-trans-date       to sp-trans-date.
           move ws-lyt-quantity(ws-found-lay-idx) to sp-quantity.
           move ws-lyt-unit-price(ws-found-lay-idx) to sp-unit-price.
           move ws-lyt-vendor(ws-found-lay-idx) to sp-vendor-num.
           move lw-associate-id     to sp-associate-id.
           move ws-lyt-exempt-cert(ws-found-lay-idx) to
                   sp-exempt-cert.
           move 0                   to sp-foreign-amount.
           write sp-sale-rec.

      *a cancel hands back at most the deposits less the policy fee
      *- whatever is not handed back is kept
       270-take-cancel.
           perform 820-figure-policy-fee.
           compute ws-refundable =
               ws-lyt-paid(ws-found-lay-idx) - ws-fee.

           if lw-transaction > ws-refundable
               move "REFUND OVER POLICY" to ws-reject-reason
           else
               compute ws-kept =
                   ws-lyt-paid(ws-found-lay-idx) - lw-transaction
               if lw-transaction > 0
                   move "RF"        to ws-mv-event
                   move lw-payment-type to ws-mv-tender
                   move lw-transaction to ws-mv-amount
                   perform 700-record-movement
                   add lw-transaction to ws-total-refunds
               end-if
               if ws-kept > 0
                   move "FT"        to ws-mv-event
                   move spaces      to ws-mv-tender
                   move ws-kept     to ws-mv-amount
                   perform 700-record-movement
                   add ws-kept      to ws-total-kept
               end-if
               move 0               to ws-lyt-paid(ws-found-lay-idx)
               move "C"             to ws-lyt-status(ws-found-lay-idx)
               move ws-business-date to
                       ws-lyt-closed-date(ws-found-lay-idx)
               add ws-one           to ws-total-cancelled
               move "CANCELLED"     to ws-result
           end-if.

      *the store forfeits a layaway the customer walked away from
      *before its date, on the same terms the policy forfeits one
       280-take-forfeit.
           perform 330-forfeit-layaway.
           add ws-one               to ws-total-forfeited.
           move "FORFEITED"         to ws-result.

       290-reject-record.
           add ws-one               to ws-total-rejected.
           move "**"                to ws-edl-flag.
           move ws-action-name      to ws-edl-action.
           move lw-invoice          to ws-edl-invoice.
           move lw-store-num        to ws-edl-store.
           move lw-trans-date       to ws-edl-date.
           if lw-transaction is numeric
               move lw-transaction  to ws-edl-amount-edit
           else
               move 0               to ws-edl-amount-edit
           end-if.
           move 0                   to ws-edl-held-edit.
           move ws-reject-reason    to ws-edl-result.
           write report-line from ws-event-display-line.

      *money may already be in the drawer for a record turned away,
      *so the store has to put it right
           move "LAYAWAY"           to ep-source.
           move "LAYREJ"            to ep-type.
           if lw-store-num is numeric
               move lw-store-num    to ep-store-num
           else
               move 0               to ep-store-num
           end-if.
           move lw-invoice          to ep-invoice.
           move spaces              to ep-detail.
           string lw-action         delimited by size
                  " "               delimited by size
                  lw-trans-date     delimited by size
               into ep-detail.
           if lw-transaction is numeric
               move lw-transaction  to ep-amount
           else
               move 0               to ep-amount
           end-if.
           perform 0220-post-exception.

       295-write-event-line.
           move spaces              to ws-edl-flag.
           move ws-action-name      to ws-edl-action.
           move lw-invoice          to ws-edl-invoice.
           move lw-store-num        to ws-edl-store.
           move lw-trans-date       to ws-edl-date.
           move lw-transaction      to ws-edl-amount-edit.
           move ws-lyt-paid(ws-found-lay-idx) to ws-edl-held-edit.
           move ws-result           to ws-edl-result.
           write report-line from ws-event-display-line.

      *----------------------------------------------------------------
      * Forfeiture by policy - a layaway still open once its agreed
      * pickup date and the grace days after it have passed
      *----------------------------------------------------------------
       300-apply-forfeit-policy.
           move ws-grace-days       to ws-fh-grace-edit.
           write report-line from ws-forfeit-heading
             after advancing ws-two lines.
           write report-line from ws-forfeit-headings
             after advancing ws-one line.
           write report-line from spaces.

           perform 310-check-one-layaway
             varying ws-index from 1 by 1
               until ws-index > ws-lay-count.

           if ws-total-policy-ff = 0
               write report-line from ws-none-line
           end-if.

       310-check-one-layaway.
           if ws-lyt-status(ws-index) = "O"
               move ws-lyt-due-date(ws-index) to ws-due-date
               perform 812-size-due-month
               perform 811-add-one-day ws-grace-days times
               if ws-business-date > ws-due-date
                   if ws-led-count + ws-two > ws-led-count-max
                       display "*** LAYAWAY LEDGER FULL - "
                               ws-lyt-num(ws-index)
                               " NOT FORFEITED ***"
                   else
                       move ws-index to ws-found-lay-idx
                       perform 330-forfeit-layaway
                       add ws-one   to ws-total-policy-ff
                       perform 320-write-forfeit-line
                   end-if
               end-if
           end-if.

       320-write-forfeit-line.
           move ws-lyt-num(ws-index) to ws-fdl-invoice.
           move ws-lyt-store(ws-index) to ws-fdl-store-edit.
           move ws-lyt-open-date(ws-index) to ws-fdl-opened.
           move ws-lyt-due-date(ws-index) to ws-fdl-agreed.
           move ws-held-before      to ws-fdl-held-edit.
           move ws-kept             to ws-fdl-kept-edit.
           move ws-owed             to ws-fdl-owed-edit.
           write report-line from ws-forfeit-display-line.

      *the policy fee is kept out of the deposits and the rest is
      *owed back to the customer - a fee of the whole price keeps
      *every deposit
       330-forfeit-layaway.
           perform 820-figure-policy-fee.
           move ws-lyt-paid(ws-found-lay-idx) to ws-held-before.
           move ws-fee              to ws-kept.
           compute ws-owed = ws-held-before - ws-fee.

           if ws-kept > 0
               move "FT"            to ws-mv-event
               move spaces          to ws-mv-tender
               move ws-kept         to ws-mv-amount
               perform 700-record-movement
               add ws-kept          to ws-total-kept
           end-if.

           if ws-owed > 0
               move "RD"            to ws-mv-event
               move spaces          to ws-mv-tender
               move ws-owed         to ws-mv-amount
               perform 700-record-movement
               add ws-owed          to ws-total-owed
           end-if.

           move 0                   to ws-lyt-paid(ws-found-lay-idx).
           move "F"                 to ws-lyt-status(ws-found-lay-idx).
           move ws-business-date    to
                   ws-lyt-closed-date(ws-found-lay-idx).

      *----------------------------------------------------------------
      * Report
      *----------------------------------------------------------------
       400-write-report-headings.
           move ws-business-date    to ws-title-date.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two lines.
           write report-line from ws-heading3-headings
             after advancing ws-two lines.
           write report-line from spaces.

      *the open layaways by store, aged from the date each opened -
      *what each store holds is also its liability balance
       500-report-aging.
           perform 501-clear-one-store
             varying ws-store-sub from 1 by 1
               until ws-store-sub > 99.
           perform 505-clear-one-total
             varying ws-bucket from 1 by 1
               until ws-bucket > ws-four.

           move ws-business-date    to ws-dts-date.
           perform 830-date-to-serial.
           move ws-dts-serial       to ws-business-serial.

           perform 510-age-one-layaway
             varying ws-index from 1 by 1
               until ws-index > ws-lay-count.

           write report-line from ws-aging-heading
             after advancing ws-two lines.
           write report-line from ws-aging-headings
             after advancing ws-one line.
           write report-line from spaces.

           if ws-agt-open = 0
               write report-line from ws-none-line
           else
               perform 520-report-one-store
                 varying ws-store-sub from 1 by 1
                   until ws-store-sub > 99
               move "ALL "          to ws-adl-store
               move ws-agt-open     to ws-adl-open-edit
               perform 525-move-total-bucket
                 varying ws-bucket from 1 by 1
                   until ws-bucket > ws-four
               move ws-agt-late     to ws-adl-late-edit
               move ws-agt-liability to ws-adl-liability-edit
               write report-line from ws-aging-display-line
                 after advancing ws-two lines
           end-if.

       501-clear-one-store.
           move 0                   to ws-ag-open(ws-store-sub).
           move 0                   to ws-ag-late(ws-store-sub).
           move 0                   to ws-ag-liability(ws-store-sub).
           perform 502-clear-one-bucket
             varying ws-bucket from 1 by 1
               until ws-bucket > ws-four.

       502-clear-one-bucket.
           move 0                   to
                   ws-ag-amount(ws-store-sub, ws-bucket).

       505-clear-one-total.
           move 0                   to ws-agt-amount(ws-bucket).

       510-age-one-layaway.
           if ws-lyt-status(ws-index) = "O"
            and ws-lyt-store(ws-index) >= 1
               move ws-lyt-store(ws-index) to ws-store-sub
               move ws-lyt-open-date(ws-index) to ws-dts-date
               perform 830-date-to-serial
               move 0               to ws-days-open
               if ws-business-serial > ws-dts-serial
                   compute ws-days-open =
                       ws-business-serial - ws-dts-serial
               end-if
               if ws-days-open < 30
                   move 1           to ws-bucket
               else
               if ws-days-open < 60
                   move 2           to ws-bucket
               else
               if ws-days-open < 90
                   move 3           to ws-bucket
               else
                   move 4           to ws-bucket
               end-if
               end-if
               end-if
               add ws-one           to ws-ag-open(ws-store-sub)
               add ws-one           to ws-agt-open
               add ws-lyt-paid(ws-index) to
                       ws-ag-amount(ws-store-sub, ws-bucket)
               add ws-lyt-paid(ws-index) to ws-agt-amount(ws-bucket)
               add ws-lyt-paid(ws-index) to
                       ws-ag-liability(ws-store-sub)
               add ws-lyt-paid(ws-index) to ws-agt-liability
               if ws-business-date > ws-lyt-due-date(ws-index)
                   add ws-one       to ws-ag-late(ws-store-sub)
                   add ws-one       to ws-agt-late
               end-if
           end-if.

       520-report-one-store.
           if ws-ag-open(ws-store-sub) > 0
               move ws-store-sub    to ws-store-two
               move ws-store-two    to ws-adl-store
               move ws-ag-open(ws-store-sub) to ws-adl-open-edit
               perform 521-move-store-bucket
                 varying ws-bucket from 1 by 1
                   until ws-bucket > ws-four
               move ws-ag-late(ws-store-sub) to ws-adl-late-edit
               move ws-ag-liability(ws-store-sub) to
                       ws-adl-liability-edit
               write report-line from ws-aging-display-line
           end-if.

       521-move-store-bucket.
           move ws-ag-amount(ws-store-sub, ws-bucket) to
                   ws-adl-amount-edit(ws-bucket).

       525-move-total-bucket.
           move ws-agt-amount(ws-bucket) to
                   ws-adl-amount-edit(ws-bucket).

       550-report-footer.
           if ws-total-rejected > 0
               write report-line from ws-legend-line
                 after advancing ws-two lines
           end-if.

           move "LAYAWAY RECORDS READ ="  to ws-sum-label.
           move ws-total-read       to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-two lines.
           move "OPENED ="          to ws-sum-label.
           move ws-total-opened     to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.
           move "PAYMENTS ="        to ws-sum-label.
           move ws-total-payments   to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.
           move "PICKED UP ="       to ws-sum-label.
           move ws-total-picked-up  to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.
           move "PICKUPS SHORT ="   to ws-sum-label.
           move ws-total-short      to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.
           move "CANCELLED ="       to ws-sum-label.
           move ws-total-cancelled  to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.
           move "FORFEITED BY THE STORE =" to ws-sum-label.
           move ws-total-forfeited  to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.
           move "FORFEITED BY POLICY =" to ws-sum-label.
           move ws-total-policy-ff  to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.
           move "TURNED AWAY ="     to ws-sum-label.
           move ws-total-rejected   to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.
           move "RERUN MOVEMENTS BACKED OUT =" to ws-sum-label.
           move ws-total-backed-out to ws-sum-count-edit.
           write report-line from ws-summary-line
             after advancing ws-one line.

           move "DEPOSITS TAKEN ="  to ws-sum-money-label.
           move ws-total-deposits   to ws-sum-money-edit.
           write report-line from ws-summary-money-line
             after advancing ws-two lines.
           move "RELEASED TO SALES =" to ws-sum-money-label.
           move ws-total-sales      to ws-sum-money-edit.
           write report-line from ws-summary-money-line
             after advancing ws-one line.
           move "RELEASED TO SALES TAX =" to ws-sum-money-label.
           move ws-total-tax        to ws-sum-money-edit.
           write report-line from ws-summary-money-line
             after advancing ws-one line.
           move "REFUNDED ON CANCEL =" to ws-sum-money-label.
           move ws-total-refunds    to ws-sum-money-edit.
           write report-line from ws-summary-money-line
             after advancing ws-one line.
           move "KEPT ON CANCEL/FORFEIT =" to ws-sum-money-label.
           move ws-total-kept       to ws-sum-money-edit.
           write report-line from ws-summary-money-line
             after advancing ws-one line.
           move "OWED BACK TO CUSTOMERS =" to ws-sum-money-label.
           move ws-total-owed       to ws-sum-money-edit.
           write report-line from ws-summary-money-line
             after advancing ws-one line.
           move "DEPOSITS HELD (LIABILITY) =" to ws-sum-money-label.
           move ws-agt-liability    to ws-sum-money-edit.
           write report-line from ws-summary-money-line
             after advancing ws-one line.

      *----------------------------------------------------------------
      * Rewrites - a closed layaway stays on the master for the
      * month it closed in, and its movements stay on the ledger as
      * long as it does
      *----------------------------------------------------------------
       600-rewrite-layaway-master.
           open output layaway-master-file.
           perform 601-write-one-layaway
             varying ws-index from 1 by 1
               until ws-index > ws-lay-count.
           close layaway-master-file.

       601-write-one-layaway.
           if ws-lyt-status(ws-index) = "O"
            or (ws-lyt-status(ws-index) not = "D"
                and ws-lyt-closed-date(ws-index)(1:6) >=
                        ws-business-date(1:6))
               move ws-lyt-num(ws-index) to ly-layaway-num
               move ws-lyt-store(ws-index) to ly-store-num
               move ws-lyt-sku-code(ws-index) to ly-sku-code
               move ws-lyt-quantity(ws-index) to ly-quantity
               move ws-lyt-unit-price(ws-index) to ly-unit-price
               move ws-lyt-vendor(ws-index) to ly-vendor-num
               move ws-lyt-associate-id(ws-index) to
                       ly-associate-id
               move ws-lyt-exempt-cert(ws-index) to ly-exempt-cert
               move ws-lyt-price(ws-index) to ly-price
               move ws-lyt-open-date(ws-index) to ly-open-date
               move ws-lyt-due-date(ws-index) to ly-pickup-due-date
               move ws-lyt-paid(ws-index) to ly-paid
               move ws-lyt-status(ws-index) to ly-status
               move ws-lyt-closed-date(ws-index) to ly-closed-date
               write ly-layaway-rec
           else
               move "D"             to ws-lyt-status(ws-index)
           end-if.

      *runs behind the master rewrite, which marks every layaway
      *it leaves off as D
       610-rewrite-ledger.
           open output ledger-file.
           perform 611-write-one-movement
             varying ws-led-idx from 1 by 1
               until ws-led-idx > ws-led-count.
           close ledger-file.

       611-write-one-movement.
           if ws-lgt-keep(ws-led-idx) = ws-y
               move ws-lgt-image(ws-led-idx) to lg-ledger-rec
               move lg-layaway-num  to ws-find-num
               perform 210-find-layaway
               if ws-found-lay-idx > 0
                   write lg-ledger-rec
               end-if
           end-if.

       620-write-balance-file.
           open output balance-file.
           perform 621-write-one-balance
             varying ws-store-sub from 1 by 1
               until ws-store-sub > 99.
           close balance-file.

       621-write-one-balance.
           if ws-ag-open(ws-store-sub) > 0
               move ws-business-date to lb-business-date
               move ws-store-sub    to lb-store-num
               move ws-ag-open(ws-store-sub) to lb-open-count
               move ws-ag-liability(ws-store-sub) to lb-liability
               write lb-balance-rec
           end-if.

       630-clear-one-history-store.
           move 0                   to ws-hs-sales(ws-store-sub).
           move 0                   to ws-hs-count(ws-store-sub).
           move ws-n                to ws-hs-on-history(ws-store-sub).

      *the split wrote the date's rows moments ago from the S&L
      *generation as it stood before the pickups were appended - each
      *store's pickups go onto its row, and a store with no row for
      *the date gets one. a rerun of the date reruns the split ahead
      *of this program, which replaces the date's rows, so the
      *pickups the earlier run added are already gone
       640-add-pickups-to-history.
           move ws-n                to ws-history-eof.
           move ws-n                to ws-history-on-file.

           open input sales-history-file.
           if ws-history-status = "35"
               continue
           else
               move ws-y            to ws-history-on-file
               open output history-tmp-file
               perform 641-read-history-record
               perform 642-apply-history-record
                 until ws-history-eof = ws-y
               close sales-history-file, history-tmp-file
           end-if.

           open output sales-history-file.

           if ws-history-on-file = ws-y
               move ws-n            to ws-history-eof
               open input history-tmp-file
               perform 643-read-tmp-record
               perform 644-copy-tmp-record
                 until ws-history-eof = ws-y
               close history-tmp-file
           end-if.

           perform 645-write-new-history-row
             varying ws-store-sub from 1 by 1
               until ws-store-sub > 99.

           close sales-history-file.

       641-read-history-record.
           read sales-history-file
               at end
                   move ws-y        to ws-history-eof.

       642-apply-history-record.
           if sh-business-date = ws-business-date
            and sh-store-num > 0
               move sh-store-num    to ws-store-sub
               if ws-hs-count(ws-store-sub) > 0
                and ws-hs-on-history(ws-store-sub) = ws-n
                   add ws-hs-sales(ws-store-sub) to sh-sales
                   add ws-hs-count(ws-store-sub) to sh-trans-count
                   move ws-y        to ws-hs-on-history(ws-store-sub)
               end-if
           end-if.

           move sh-history-rec      to ht-history-line.
           write ht-history-line.

           perform 641-read-history-record.

       643-read-tmp-record.
           read history-tmp-file
               at end
                   move ws-y        to ws-history-eof.

       644-copy-tmp-record.
           move ht-history-line     to sh-history-rec.
           write sh-history-rec.
           perform 643-read-tmp-record.

       645-write-new-history-row.
           if ws-hs-count(ws-store-sub) > 0
            and ws-hs-on-history(ws-store-sub) = ws-n
               move ws-business-date to sh-business-date
               move ws-store-sub    to sh-store-num
               move ws-hs-sales(ws-store-sub) to sh-sales
               move ws-hs-count(ws-store-sub) to sh-trans-count
               move 0               to sh-return-count
               write sh-history-rec
           end-if.

      *----------------------------------------------------------------
      * Movements - each one goes on the ledger under the business
      * date, and any that moves money between GL accounts goes on
      * the pending GL file. The price a pickup releases posts
      * through the sale itself, so it has no GL event here.
      *----------------------------------------------------------------
       700-record-movement.
           move ws-business-date    to lg-business-date.
           move ws-lyt-num(ws-found-lay-idx) to lg-layaway-num.
           move ws-lyt-store(ws-found-lay-idx) to lg-store-num.
           move ws-mv-event         to lg-event.
           move ws-mv-tender        to lg-payment-type.
           move ws-mv-amount        to lg-amount.

           add ws-one               to ws-led-count.
           move lg-ledger-rec       to ws-lgt-image(ws-led-count).
           move ws-y                to ws-lgt-keep(ws-led-count).

           perform 710-map-gl-event.
           if ws-gl-event not = spaces
               move lg-amount       to ws-gl-amount
               perform 0230-write-gl-pending
           end-if.

       710-map-gl-event.
           move spaces              to ws-gl-event.
           if lg-money-in
               string "LAYDEP"          delimited by size
                      lg-payment-type   delimited by size
                   into ws-gl-event
           else
           if lg-refund-paid
               string "LAYRFD"          delimited by size
                      lg-payment-type   delimited by size
                   into ws-gl-event
           else
           if lg-forfeit-kept
               move "LAYFFT"        to ws-gl-event
           else
           if lg-refund-due
               move "LAYRDUE"       to ws-gl-event
           else
           if lg-pickup-tax
               move "LAYTAX"        to ws-gl-event
           end-if
           end-if
           end-if
           end-if
           end-if.

      *the tax SAndLProcessing will charge the pickup's sale - the
      *rate in force on the pickup date, the store's current rate
      *when it has no dated one, the flat default when the store is
      *not on the master, and nothing under a certificate
       800-figure-pickup-tax.
           move 0                   to ws-tax.
           if ws-lyt-exempt-cert(ws-found-lay-idx) = spaces
               move 0               to ws-found-store-idx
               if ws-store-table-count > 0
                   perform 801-scan-tax-stores
                     varying ws-store-sub from 1 by 1
                       until ws-store-sub > ws-store-table-count
                          or ws-found-store-idx > 0
               end-if
               if ws-found-store-idx > 0
                   move ws-lyt-store(ws-found-lay-idx) to
                           ws-rate-lookup-store
                   move lw-trans-date to ws-rate-lookup-date
                   perform 0195-find-dated-rate
                   if ws-dated-rate-found = "y"
                       move ws-dated-rate to ws-tax-rate
                   else
                       move ws-mst-tax-rate(ws-found-store-idx) to
                               ws-tax-rate
                   end-if
               else
                   move ws-the-tax  to ws-tax-rate
               end-if
               compute ws-tax rounded =
                   ws-lyt-price(ws-found-lay-idx) * ws-tax-rate
           end-if.

       801-scan-tax-stores.
           if ws-mst-store-num(ws-store-sub) =
                   ws-lyt-store(ws-found-lay-idx)
               move ws-store-sub    to ws-found-store-idx
           end-if.

       811-add-one-day.
           add ws-one               to ws-due-dd.
           if ws-due-dd > ws-days-in-month
               move 1               to ws-due-dd
               add ws-one           to ws-due-mm
               if ws-due-mm > 12
                   move 1           to ws-due-mm
                   add ws-one       to ws-due-yyyy
               end-if
               perform 812-size-due-month
           end-if.

       812-size-due-month.
           if ws-due-mm < 1 or ws-due-mm > 12
               move 1               to ws-due-mm
           end-if.
           move ws-month-day-count(ws-due-mm) to ws-days-in-month.
           divide ws-due-yyyy by 4
               giving ws-leap-quot
               remainder ws-leap-rem.
           if ws-due-mm = 2 and ws-leap-rem = 0
               add ws-one           to ws-days-in-month
           end-if.

      *the policy's share of the price, never more than is held
       820-figure-policy-fee.
           compute ws-fee rounded =
               ws-lyt-price(ws-found-lay-idx) * ws-fee-pct
                   / ws-hundred.
           if ws-lyt-paid(ws-found-lay-idx) < 0
               move 0               to ws-fee
           else
           if ws-fee > ws-lyt-paid(ws-found-lay-idx)
               move ws-lyt-paid(ws-found-lay-idx) to ws-fee
           end-if
           end-if.

       830-date-to-serial.
      *serial days from a yyyymmdd date - year days plus leap days
      *plus the month offset plus the day, one less before march in
      *a leap year. exact enough for aging, and the same arithmetic
      *either side of the subtraction
           compute ws-dts-serial =
               (ws-dts-yyyy * 365) + ws-dts-dd.
           divide ws-dts-yyyy by 4
               giving ws-leap-quot
               remainder ws-leap-rem.
           add ws-leap-quot         to ws-dts-serial.

           if ws-dts-mm >= 1 and ws-dts-mm <= 12
               add ws-month-offset(ws-dts-mm) to ws-dts-serial
           end-if.

           if ws-leap-rem = 0 and ws-dts-mm <= 2
               subtract ws-one      from ws-dts-serial
           end-if.

       end program Final-Layaway.

      *Description: The consignment settlement extract - the
      *            spreadsheet job behind cutting the vendor checks.
      *            Each run's per-vendor sales (voids netted),
      *            authorized returns, and the return-to-vendor
      *            credits the vendors confirmed for their
      *            defective returns accumulate month to date the
      *            same way
      *            Final-TaxRemit carries its month - one record per
      *            business date and vendor, a rerun replacing its
      *            own date. The settlement due each vendor is the
      *            month's net at the settlement rate on the vendor
      *            master, less the vendor's RTV credits, and
      *            goes out as a remittance advice file and register
      *            accounts payable can pay from, payment terms
      *            included. Once the business date moves into a
      *            new month the month just ended is settled for
      *            good: each vendor's amount becomes a payable on
      *            Final-Vendor-Payables.dat, due the number of days
      *            after month end its payment terms give ("Nnn" is
      *            net nn days, anything else is due at month end).
      *            Every run pays the payables due by its business
      *            date - by bank transfer on the batch file the
      *            bank loads, header and trailer control totals
      *            included, where the vendor master carries the
      *            vendor's bank details, and by cheque otherwise,
      *            each cheque reported on the bank's positive-pay
      *            issue file. The payment register ties the open
      *            payables, the month settled and the payments
      *            made back together. A rerun of a business date
      *            reissues that date's payments with the same
      *            references and cheque numbers.
      *            A defective return is no longer charged back as
      *            it is posted: its units go back to the vendor on
      *            a return authorization Final-Inventory issues, and
      *            the credit the vendor gives when it confirms the
      *            authorization is taken off that vendor's next
      *            remittance - posted under the business date
      *            Final-Inventory applied the confirmation, so
      *            Final-Inventory runs ahead of this program.
      *            A payables file too big for the table stops the
      *            run before anything is settled, paid or
      *            rewritten, with a return code of 8.

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

      *the return-to-vendor register Final-Inventory keeps - the
      *credits it confirmed this business date are this run's
           select rtv-register-file
               assign to "../../../../data/Final-RTV-Register.dat"
               organization is line sequential
               file status is ws-rtv-reg-status.

      *month-to-date movement, one record per business date and
      *vendor, rewritten each run
           select mtd-file
                   "../../../../data/Final-vendor-remittance.out"
               organization is line sequential.

      *every closed month's settlement per vendor, open until it is
      *paid on its due date
           select payables-file
               assign to
                   "../../../../data/Final-Vendor-Payables.dat"
               organization is line sequential
               file status is ws-payables-status.

      *the bank transfer batch sequence and the last cheque number
      *issued, carried run to run
           select pay-seq-file
               assign to
                   "../../../../data/Final-Vendor-Pay-Seq.dat"
               organization is line sequential
               file status is ws-pay-seq-status.

      *the run's bank transfers as one batch for the bank to load
           select bank-payment-file
               assign to
                   "../../../../data/Final-Vendor-Bank-Payments.dat"
               organization is line sequential.

      *every cheque the run issues, for the bank's positive pay
           select positive-pay-file
               assign to "../../../../data/Final-Positive-Pay.dat"
               organization is line sequential.

           select payment-report-file
               assign to
                   "../../../../data/Final-vendor-payments.out"
               organization is line sequential.

      *run control - the business date and run number that name this
      *run's file generations
           select run-control-file

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
         05 vm-vendor-name          pic x(20).
         05 vm-payment-terms        pic x(3).
         05 vm-settle-rate          pic v9999.
      *bank payment details maintained by Final-MasterMaint - E
      *pays by bank transfer, anything else by cheque
         05 vm-pay-method           pic x.
         05 vm-bank-routing         pic 9(9).
         05 vm-bank-account         pic x(17).
         05 vm-account-type         pic x.

      *one record per business date and vendor - keeping the date on
      *every record is what lets a rerun replace its own day
         05 mtd-vendor-num          pic 9(5).
         05 mtd-sales               pic 9(7)v99.
         05 mtd-returns             pic 9(7)v99.
      *the return-to-vendor credits confirmed that date
         05 mtd-defectives          pic 9(7)v99.

      *the remittance advice record accounts payable pays from
         05 rm-payment-terms        pic x(3).
         05 rm-gross-sales          pic 9(7)v99.
         05 rm-returns              pic 9(7)v99.
      *the month's return-to-vendor credits
         05 rm-defectives           pic 9(7)v99.
         05 rm-net                  pic s9(7)v99
                                        sign leading separate.
         05 rm-settlement           pic s9(7)v99
                                        sign leading separate.

       fd rtv-register-file
           data record is vr-rtv-rec
           record contains 71 characters.

       copy "RTVREG.cpy".

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line               pic x(100).

      *one payable per settled month and vendor - O open until it
      *is paid, P paid, N nothing due (the returns and RTV credits
      *came to more than the sales)
       fd payables-file
           data record is vp-payable-rec
           record contains 49 characters.

       01 vp-payable-rec.
         05 vp-settle-month         pic 9(6).
         05 vp-vendor-num           pic 9(5).
         05 vp-amount               pic s9(7)v99
                                        sign leading separate.
         05 vp-due-date             pic 9(8).
         05 vp-status               pic x.
           88 vp-open                   value 'O'.
           88 vp-paid                   value 'P'.
           88 vp-nothing-due            value 'N'.
      *E bank transfer, C cheque - set when the payable is paid
         05 vp-pay-method           pic x.
         05 vp-paid-date            pic 9(8).
      *the transfer's trace reference or the cheque number
         05 vp-reference            pic x(10).

      *single-record payment sequence carrier
       fd pay-seq-file
           data record is ps-pay-seq-rec
           record contains 14 characters.

       01 ps-pay-seq-rec.
         05 ps-batch-seq            pic 9(6).
         05 ps-last-cheque          pic 9(8).

      *the bank transfer batch - a header naming the batch, one
      *payment record per vendor paid, and a trailer with the entry
      *count, the amount total and the routing hash (the first
      *eight digits of every routing number added up) the bank
      *proves the batch against
       fd bank-payment-file
           data records are bp-batch-header-rec bp-payment-rec
                            bp-batch-trailer-rec
           record contains 80 characters.

       01 bp-batch-header-rec.
         05 bp-record-type          pic xx.
         05 bp-source-system        pic x(8).
         05 bp-business-date        pic 9(8).
         05 bp-run-number           pic 9(4).
         05 bp-batch-seq            pic 9(6).
         05 bp-effective-date       pic 9(8).
         05 filler                  pic x(44).

       01 bp-payment-rec.
         05 bp-pay-record-type      pic xx.
         05 bp-vendor-num           pic 9(5).
         05 bp-vendor-name          pic x(20).
         05 bp-routing              pic 9(9).
         05 bp-account              pic x(17).
         05 bp-account-type         pic x.
         05 bp-amount               pic 9(7)v99.
         05 bp-trace-ref            pic x(10).
         05 bp-settle-month         pic 9(6).
         05 filler                  pic x.

       01 bp-batch-trailer-rec.
         05 bp-trl-record-type      pic xx.
         05 bp-entry-count          pic 9(6).
         05 bp-total-amount         pic 9(9)v99.
         05 bp-routing-hash         pic 9(10).
         05 filler                  pic x(51).

      *the positive-pay issue file - a header, one issue record per
      *cheque written, and a trailer with the count and total
       fd positive-pay-file
           data records are pp-header-rec pp-issue-rec pp-trailer-rec
           record contains 60 characters.

       01 pp-header-rec.
         05 pp-record-type          pic xx.
         05 pp-source-system        pic x(8).
         05 pp-business-date        pic 9(8).
         05 pp-run-number           pic 9(4).
         05 filler                  pic x(38).

       01 pp-issue-rec.
         05 pp-issue-record-type    pic xx.
         05 pp-cheque-num           pic 9(8).
         05 pp-issue-date           pic 9(8).
         05 pp-amount               pic 9(7)v99.
         05 pp-payee                pic x(20).
         05 pp-vendor-num           pic 9(5).
         05 filler                  pic x(8).

       01 pp-trailer-rec.
         05 pp-trl-record-type      pic xx.
         05 pp-issue-count          pic 9(6).
         05 pp-total-amount         pic 9(9)v99.
         05 filler                  pic x(41).

       fd payment-report-file
           data record is payment-report-line
           record contains 100 characters.

       01 payment-report-line       pic x(100).

      *run control file definition
       fd run-control-file
           data record is rc-run-control-rec

       working-storage section.

      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-posted-file-name       pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
         05 filler                  pic x(7)    value "  SALES".
         05 filler                  pic x(5)    value spaces.
         05 filler                  pic x(9)    value "  RETURNS".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(10)   value "RTV CREDIT".
         05 filler                  pic x(7)    value "    NET".
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(9)    value "SETTLE".
               value "TOTAL SETTLEMENT =".
         05 ws-total-settle-edit    pic $$,$$$,$$9.99-.

      *the payment register
       01 ws-pay-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(34)
               value "Final: Vendor Payments".

       01 ws-pay-heading2-title.
         05 filler                  pic x(20)   value spaces.
         05 filler                  pic x(32)
               value "PAYMENT REGISTER - BUSINESS DATE".
         05 filler                  pic x       value space.
         05 ws-pay-title-date       pic 9(8).

       01 ws-pay-batch-line.
         05 filler                  pic x(20)   value spaces.
         05 filler                  pic x(20)
               value "BANK TRANSFER BATCH ".
         05 ws-disp-batch-seq       pic 9(6).

       01 ws-settled-title.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(16)
               value "SETTLED THIS RUN".

       01 ws-settled-headings.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "VENDOR".
         05 filler                  pic x(19)   value spaces.
         05 filler                  pic x(5)    value "MONTH".
         05 filler                  pic x(3)    value spaces.
         05 filler                  pic x(5)    value "TERMS".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(8)    value "DUE DATE".
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(6)    value "AMOUNT".

       01 ws-settled-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-stl-vendor      pic 9(5).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-stl-name        pic x(16).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-stl-month       pic 9(6).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-stl-terms       pic x(3).
         05 filler                  pic x(4)    value spaces.
         05 ws-disp-stl-due         pic 9(8).
         05 filler                  pic x(1)    value space.
         05 ws-disp-stl-amount-edit pic $$$,$$9.99-.
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-stl-note        pic x(14).

       01 ws-paid-title.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(13)
               value "PAID THIS RUN".

       01 ws-paid-headings.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "VENDOR".
         05 filler                  pic x(19)   value spaces.
         05 filler                  pic x(5)    value "MONTH".
         05 filler                  pic x(3)    value spaces.
         05 filler                  pic x(8)    value "DUE DATE".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(8)    value "METHOD".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(10)   value "REFERENCE".
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(6)    value "AMOUNT".

       01 ws-paid-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-paid-vendor     pic 9(5).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-paid-name       pic x(16).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-paid-month      pic 9(6).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-paid-due        pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-paid-method     pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-paid-ref        pic x(10).
         05 filler                  pic x(1)    value space.
         05 ws-disp-paid-amount-edit pic $$$,$$9.99-.

       01 ws-none-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-disp-none-text       pic x(30).

       01 ws-pay-summary-line.
         05 ws-disp-sum-label       pic x(24).
         05 filler                  pic x       value space.
         05 ws-disp-sum-count       pic zzzz9.
         05 filler                  pic x(4)    value " =  ".
         05 ws-disp-sum-amount-edit pic $$,$$$,$$9.99-.

       01 ws-pay-tie-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-disp-tie-text        pic x(40).

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".


      *the vendor master with its settlement terms, plus this run's
      *movement and the month's rolled-up totals, all parallel
           10 ws-vnd-vendor-name    pic x(20).
           10 ws-vnd-terms          pic x(3).
           10 ws-vnd-rate           pic v9999.
           10 ws-vnd-pay-method     pic x.
           10 ws-vnd-bank-routing   pic 9(9).
           10 ws-vnd-bank-account   pic x(17).
           10 ws-vnd-account-type   pic x.
           10 ws-vnd-run-sales      pic 9(7)v99.
           10 ws-vnd-run-returns    pic 9(7)v99.
           10 ws-vnd-run-def        pic 9(7)v99.
           10 ws-mtd-ent-returns    pic 9(7)v99.
           10 ws-mtd-ent-def        pic 9(7)v99.

      *rows of a month the business date has moved past, rolled up
      *per month and vendor for the month's settlement
       01 ws-close-count-max        pic 9(4)    value 1000.
       01 ws-close-count            pic 9(4)    value 0.
       01 ws-close-table.
         05 ws-close-entry occurs 0 to 1000 times
               depending on ws-close-count.
           10 ws-cls-month          pic 9(6).
           10 ws-cls-vendor         pic 9(5).
           10 ws-cls-sales          pic 9(7)v99.
           10 ws-cls-returns        pic 9(7)v99.
           10 ws-cls-def            pic 9(7)v99.

      *the payables file, open and paid alike, rewritten each run -
      *paid ones drop off a year after their month
       01 ws-payable-count-max      pic 9(4)    value 7000.
       01 ws-payable-count          pic 9(4)    value 0.
       01 ws-payables-eof           pic x       value 'n'.
       01 ws-payables-load-done     pic x       value 'y'.
       01 ws-payable-table.
         05 ws-payable-entry occurs 0 to 7000 times
               depending on ws-payable-count.
           10 ws-pay-month          pic 9(6).
           10 ws-pay-vendor         pic 9(5).
           10 ws-pay-amount         pic s9(7)v99.
           10 ws-pay-due-date       pic 9(8).
           10 ws-pay-status         pic x.
           10 ws-pay-method         pic x.
           10 ws-pay-paid-date      pic 9(8).
           10 ws-pay-reference      pic x(10).
           10 ws-pay-new            pic x.

      *days in each month, january through december - february
      *gains its leap day in 812-size-due-month
       01 ws-month-days-values      pic x(24)
               value "312831303130313130313031".
       01 ws-month-days redefines ws-month-days-values.
         05 ws-month-day-count      pic 99      occurs 12 times.

       01 ws-work-fields.
         05 ws-found-vendor-idx     pic 999     value 0.
         05 ws-scan-idx             pic 999     value 0.
         05 ws-mtd-scan-idx         pic 9(4)    value 0.
         05 ws-work-vendor          pic 9(5)    value 0.
         05 ws-net-amount           pic s9(8)v99 value 0.
         05 ws-settle-amount        pic s9(8)v99 value 0.
         05 ws-total-remitted       pic 9(4)    value 0.
         05 ws-total-settlement     pic s9(9)v99 value 0.
         05 ws-close-idx            pic 9(4)    value 0.
         05 ws-found-close-idx      pic 9(4)    value 0.
         05 ws-pay-idx              pic 9(4)    value 0.
         05 ws-found-pay-idx        pic 9(4)    value 0.
         05 ws-prune-month          pic 9(6)    value 0.
         05 ws-terms-days           pic 99      value 0.
         05 ws-days-in-month        pic 99      value 0.
         05 ws-leap-quot            pic 9(4)    value 0.
         05 ws-leap-rem             pic 9(4)    value 0.
         05 ws-due-date             pic 9(8)    value 0.
         05 ws-due-date-parts redefines ws-due-date.
           10 ws-due-yyyy           pic 9(4).
           10 ws-due-mm             pic 99.
           10 ws-due-dd             pic 99.
         05 ws-batch-seq            pic 9(6)    value 0.
         05 ws-last-cheque          pic 9(8)    value 0.
      *a transfer's trace reference is its batch and item number
         05 ws-trace-ref.
           10 ws-trace-batch        pic 9(6).
           10 ws-trace-item         pic 9(4).
         05 ws-cheque-ref.
           10 ws-cheque-ref-num     pic 9(8).
           10 filler                pic xx.
         05 ws-hash-routing         pic 9(9)    value 0.
         05 ws-hash-routing-parts redefines ws-hash-routing.
           10 ws-hash-bank-id       pic 9(8).
           10 ws-hash-check-digit   pic 9.

      *the payment register's control totals - brought forward plus
      *settled less paid must come to what is carried forward
       01 ws-payment-totals.
         05 ws-open-bf-amount       pic s9(9)v99 value 0.
         05 ws-open-bf-count        pic 9(5)    value 0.
         05 ws-settled-amount       pic s9(9)v99 value 0.
         05 ws-settled-count        pic 9(5)    value 0.
         05 ws-transfer-amount      pic s9(9)v99 value 0.
         05 ws-transfer-count       pic 9(5)    value 0.
         05 ws-cheque-amount        pic s9(9)v99 value 0.
         05 ws-cheque-count         pic 9(5)    value 0.
         05 ws-held-count           pic 9(5)    value 0.
         05 ws-open-cf-amount       pic s9(9)v99 value 0.
         05 ws-open-cf-count        pic 9(5)    value 0.
         05 ws-tie-amount           pic s9(9)v99 value 0.
         05 ws-routing-hash         pic 9(10)   value 0.

       01 ws-flags.
         05 ws-sl-eof               pic x       value 'n'.
         05 ws-return-eof           pic x       value 'n'.
         05 ws-mtd-eof              pic x       value 'n'.
         05 ws-rtv-reg-eof          pic x       value 'n'.
         05 ws-settled-any          pic x       value 'n'.
         05 ws-paid-any             pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-mtd-status           pic xx      value "00".
         05 ws-rtv-reg-status       pic xx      value "00".
         05 ws-payables-status      pic xx      value "00".
         05 ws-pay-seq-status       pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
           move ws-business-date(1:6) to ws-current-month.

           perform 0040-load-vendor-master.

      *this run's movement per vendor
           perform 100-accumulate-sales.
           perform 200-accumulate-returns.
           perform 250-accumulate-rtv-credits.

      *the month carries forward, this run replacing its own date;
      *rows of a month now past are set aside for its settlement
           perform 300-load-mtd-file.
           perform 310-post-this-run.
           perform 330-roll-up-month.

      *a month the business date has moved past is settled once,
      *each vendor's amount becoming a payable due on its terms
           perform 0050-load-payables.
      *a payables file bigger than the table would be cut short by
      *the rewrite - nothing is settled, paid or rewritten
           if ws-payables-load-done = ws-n
               display "*** PAYABLES OVER TABLE CAP - NOTHING"
                       " SETTLED OR PAID ***"
               move 8               to return-code
               goback
           end-if.
           perform 340-settle-closed-months.

      *the remittance advice and its register
           open output remittance-file, report-file.
           perform 400-write-report-headings.

           close remittance-file, report-file.

      *every payable due by the business date is paid, by bank
      *transfer or by cheque, and the payment register ties it out
           perform 0060-step-pay-sequence.
           open output bank-payment-file, positive-pay-file,
                       payment-report-file.
           perform 700-write-payment-headings.
           perform 710-list-settled-payables.
           perform 720-pay-due-payables.
           perform 760-write-file-trailers.
           perform 770-payment-register-footer.
           close bank-payment-file, positive-pay-file,
                 payment-report-file.
           perform 780-save-pay-sequence.

      *the payables go back before the month file gives up a closed
      *month's rows, so a run that stops short never loses a month
           perform 790-rewrite-payables.
           perform 320-rewrite-mtd-file.

           goback.

       copy "RUNLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.

       0040-load-vendor-master.
      *a missing vendor master means nothing can be settled - the
           move 0                   to
                   ws-vnd-mtd-def(ws-vendor-table-count).

      *a record from before the bank details existed reads blank
      *there, and the vendor is paid by cheque
           if vm-pay-method = "E"
            and vm-bank-routing is numeric
               move "E"             to
                   ws-vnd-pay-method(ws-vendor-table-count)
               move vm-bank-routing to
                   ws-vnd-bank-routing(ws-vendor-table-count)
               move vm-bank-account to
                   ws-vnd-bank-account(ws-vendor-table-count)
               move vm-account-type to
                   ws-vnd-account-type(ws-vendor-table-count)
           else
               move "C"             to
                   ws-vnd-pay-method(ws-vendor-table-count)
               move 0               to
                   ws-vnd-bank-routing(ws-vendor-table-count)
               move spaces          to
                   ws-vnd-bank-account(ws-vendor-table-count)
               move spaces          to
                   ws-vnd-account-type(ws-vendor-table-count)
           end-if.

           perform 0041-read-vendor-master.

       0050-load-payables.
      *no payables file yet simply means nothing has been settled
           move ws-n                to ws-payables-eof.
           move 0                   to ws-payable-count.
           compute ws-prune-month = ws-current-month - 100.

           open input payables-file.
           if ws-payables-status = "35"
               move ws-y            to ws-payables-eof
           else
               perform 0051-read-payable
               perform 0052-build-payable-entry
                 until ws-payables-eof = ws-y
                    or ws-payable-count = ws-payable-count-max
               if ws-payables-eof not = ws-y
                   move ws-n        to ws-payables-load-done
               end-if
               close payables-file
           end-if.

       0051-read-payable.
           read payables-file
               at end
                   move ws-y        to ws-payables-eof.

       0052-build-payable-entry.
      *a paid payable stays on file a year after its month, then
      *drops off; an open one stays until it is paid
           if (vp-paid or vp-nothing-due)
            and vp-settle-month < ws-prune-month
               continue
           else
               add ws-one           to ws-payable-count
               move vp-settle-month to ws-pay-month(ws-payable-count)
               move vp-vendor-num   to ws-pay-vendor(ws-payable-count)
               move vp-amount       to ws-pay-amount(ws-payable-count)
               move vp-due-date     to
                       ws-pay-due-date(ws-payable-count)
               move vp-status       to ws-pay-status(ws-payable-count)
               move vp-pay-method   to ws-pay-method(ws-payable-count)
               move vp-paid-date    to
                       ws-pay-paid-date(ws-payable-count)
               move vp-reference    to
                       ws-pay-reference(ws-payable-count)
               move ws-n            to ws-pay-new(ws-payable-count)
      *what was open when the day began - a rerun's payments of
      *this date were still open then
               if vp-open
                or (vp-paid and vp-paid-date = ws-business-date)
                   add vp-amount    to ws-open-bf-amount
                   add ws-one       to ws-open-bf-count
               end-if
           end-if.

           perform 0051-read-payable.

       0060-step-pay-sequence.
      *the batch sequence steps every run and goes straight back to
      *disk, the way the GL batch sequence does - a gap is safer
      *than a repeat. the cheque number goes back at the end
           move 0                   to ws-batch-seq.
           move 0                   to ws-last-cheque.

           open input pay-seq-file.
           if ws-pay-seq-status = "00"
               read pay-seq-file
                   at end
                       continue
                   not at end
                       move ps-batch-seq   to ws-batch-seq
                       move ps-last-cheque to ws-last-cheque
               end-read
               close pay-seq-file
           end-if.

           add ws-one               to ws-batch-seq.
           perform 780-save-pay-sequence.

           move ws-batch-seq        to ws-trace-batch.
           move 0                   to ws-trace-item.

       150-find-vendor-index.
      *callers put the vendor number in ws-work-vendor first
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
           if sl-sale-or-lease
               move sl-vendor-num    to ws-work-vendor
               perform 150-find-vendor-index
               if ws-found-vendor-idx > 0
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
           if rt-return
            and not rt-held
               move rt-vendor-num    to ws-work-vendor
               perform 150-find-vendor-index
               if ws-found-vendor-idx > 0
                   add rt-transaction
                     to ws-vnd-run-returns(ws-found-vendor-idx)
               end-if
           end-if.

           perform 210-read-return-record.

      *the credits the vendors gave for the return authorizations
      *Final-Inventory confirmed this business date - a missing
      *register means no authorization has been issued yet
       250-accumulate-rtv-credits.
           move ws-n                 to ws-rtv-reg-eof.

           open input rtv-register-file.
           if ws-rtv-reg-status = "35"
               move ws-y             to ws-rtv-reg-eof
           else
               perform 251-read-rtv-register
               perform 252-apply-rtv-credit
                   until ws-rtv-reg-eof = ws-y
               close rtv-register-file
           end-if.

       251-read-rtv-register.
           read rtv-register-file
               at end
                   move ws-y         to ws-rtv-reg-eof.

       252-apply-rtv-credit.
           if vr-confirmed
            and vr-confirm-date = ws-business-date
               move vr-vendor-num    to ws-work-vendor
               perform 150-find-vendor-index
               if ws-found-vendor-idx > 0
                   add vr-credit
                     to ws-vnd-run-def(ws-found-vendor-idx)
               end-if
           end-if.

           perform 251-read-rtv-register.

       300-load-mtd-file.
      *only this business month carries forward, and the current
      *business date's own rows are dropped - this run's postings
                       ws-mtd-ent-returns(ws-mtd-count)
               move mtd-defectives   to
                       ws-mtd-ent-def(ws-mtd-count)
           else
           if mtd-date(1:6) < ws-current-month
               perform 303-close-mtd-record
           end-if
           end-if.

           perform 301-read-mtd-record.

       303-close-mtd-record.
      *a month the business date has left behind rolls up per
      *vendor for its settlement, then leaves the month file
           move 0                    to ws-found-close-idx.
           if ws-close-count > 0
               perform 304-scan-close-entries
                 varying ws-close-idx from 1 by 1
                   until ws-close-idx > ws-close-count
                      or ws-found-close-idx > 0
           end-if.

           if ws-found-close-idx = 0
            and ws-close-count < ws-close-count-max
               add ws-one            to ws-close-count
               move ws-close-count   to ws-found-close-idx
               move mtd-date(1:6)    to ws-cls-month(ws-close-count)
               move mtd-vendor-num   to ws-cls-vendor(ws-close-count)
               move 0                to ws-cls-sales(ws-close-count)
               move 0                to
                       ws-cls-returns(ws-close-count)
               move 0                to ws-cls-def(ws-close-count)
           end-if.

           if ws-found-close-idx > 0
               add mtd-sales         to
                       ws-cls-sales(ws-found-close-idx)
               add mtd-returns       to
                       ws-cls-returns(ws-found-close-idx)
               add mtd-defectives    to
                       ws-cls-def(ws-found-close-idx)
           end-if.

       304-scan-close-entries.
           if mtd-date(1:6) = ws-cls-month(ws-close-idx)
            and mtd-vendor-num = ws-cls-vendor(ws-close-idx)
               move ws-close-idx     to ws-found-close-idx
           end-if.

       310-post-this-run.
           perform 311-post-one-vendor
             varying ws-index from ws-one by ws-one

       311-post-one-vendor.
           if (ws-vnd-run-sales(ws-index) not = 0
               or ws-vnd-run-returns(ws-index) not = 0
               or ws-vnd-run-def(ws-index) not = 0)
            and ws-mtd-count < ws-mtd-count-max
               add ws-one            to ws-mtd-count
               move ws-business-date to ws-mtd-ent-date(ws-mtd-count)
                 to ws-vnd-mtd-def(ws-found-vendor-idx)
           end-if.

       340-settle-closed-months.
           perform 341-settle-one-closed-month
             varying ws-close-idx from 1 by 1
               until ws-close-idx > ws-close-count.

       341-settle-one-closed-month.
      *the same settlement 500-settle-one-vendor works out, on the
      *closed month's totals. a month already on the payables file
      *- a run the month file outlived - is not settled twice
           perform 345-find-payable.
           if ws-found-pay-idx = 0
            and ws-payable-count < ws-payable-count-max
               move ws-cls-vendor(ws-close-idx) to ws-work-vendor
               perform 150-find-vendor-index
               compute ws-net-amount =
                   ws-cls-sales(ws-close-idx) -
                   ws-cls-returns(ws-close-idx)
               if ws-found-vendor-idx > 0
                   compute ws-settle-amount rounded =
                       ws-net-amount *
                       ws-vnd-rate(ws-found-vendor-idx) -
                       ws-cls-def(ws-close-idx)
               else
                   move 0            to ws-settle-amount
               end-if
               perform 810-compute-due-date

               add ws-one            to ws-payable-count
               move ws-cls-month(ws-close-idx) to
                       ws-pay-month(ws-payable-count)
               move ws-cls-vendor(ws-close-idx) to
                       ws-pay-vendor(ws-payable-count)
               move ws-settle-amount to
                       ws-pay-amount(ws-payable-count)
               move ws-due-date      to
                       ws-pay-due-date(ws-payable-count)
               if ws-settle-amount > 0
                   move "O"          to
                           ws-pay-status(ws-payable-count)
                   add ws-settle-amount to ws-settled-amount
                   add ws-one        to ws-settled-count
               else
                   move "N"          to
                           ws-pay-status(ws-payable-count)
               end-if
               move space            to
                       ws-pay-method(ws-payable-count)
               move 0                to
                       ws-pay-paid-date(ws-payable-count)
               move spaces           to
                       ws-pay-reference(ws-payable-count)
               move ws-y             to ws-pay-new(ws-payable-count)
           end-if.

       345-find-payable.
           move 0                    to ws-found-pay-idx.
           if ws-payable-count > 0
               perform 346-scan-payables
                 varying ws-pay-idx from 1 by 1
                   until ws-pay-idx > ws-payable-count
                      or ws-found-pay-idx > 0
           end-if.

       346-scan-payables.
           if ws-pay-month(ws-pay-idx) = ws-cls-month(ws-close-idx)
            and ws-pay-vendor(ws-pay-idx) =
                    ws-cls-vendor(ws-close-idx)
               move ws-pay-idx       to ws-found-pay-idx
           end-if.

       400-write-report-headings.
           move ws-current-month     to ws-title-month.
           write report-line from ws-heading1-name-line
           write report-line from spaces.

       500-settle-one-vendor.
      *the month's net at the vendor's settlement rate, less the
      *vendor's RTV credits - a vendor with no movement or no rate on
      *file gets no advice record
           if ws-vnd-mtd-sales(ws-index) = 0
            and ws-vnd-mtd-returns(ws-index) = 0
            and ws-vnd-mtd-def(ws-index) = 0
               continue
           else
               compute ws-net-amount =
                   ws-vnd-mtd-sales(ws-index) -
                   ws-vnd-mtd-returns(ws-index)
               compute ws-settle-amount rounded =
                   ws-net-amount * ws-vnd-rate(ws-index) -
                   ws-vnd-mtd-def(ws-index)

               perform 510-write-remittance-advice
               perform 520-write-register-line
           write report-line from ws-summary-line2
             after advancing ws-one line.

      *----------------------------------------------------------------
      * Payment run - the bank transfer batch, the positive-pay issue
      * file and the payment register
      *----------------------------------------------------------------
       700-write-payment-headings.
           move ws-business-date     to ws-pay-title-date.
           move ws-batch-seq         to ws-disp-batch-seq.
           write payment-report-line from ws-pay-heading1-name-line
             after advancing ws-one line.
           write payment-report-line from ws-pay-heading2-title
             after advancing ws-two line.
           write payment-report-line from ws-pay-batch-line
             after advancing ws-one line.

           move spaces               to bp-batch-header-rec.
           move "BH"                 to bp-record-type.
           move "FINAL-AP"           to bp-source-system.
           move ws-business-date     to bp-business-date.
           move ws-run-number        to bp-run-number.
           move ws-batch-seq         to bp-batch-seq.
           move ws-business-date     to bp-effective-date.
           write bp-batch-header-rec.

           move spaces               to pp-header-rec.
           move "PH"                 to pp-record-type.
           move "FINAL-AP"           to pp-source-system.
           move ws-business-date     to pp-business-date.
           move ws-run-number        to pp-run-number.
           write pp-header-rec.

       710-list-settled-payables.
           write payment-report-line from ws-settled-title
             after advancing ws-two line.
           write payment-report-line from ws-settled-headings
             after advancing ws-two line.
           write payment-report-line from spaces.

           move ws-n                 to ws-settled-any.
           perform 711-list-one-settled
             varying ws-pay-idx from 1 by 1
               until ws-pay-idx > ws-payable-count.

           if ws-settled-any = ws-n
               move "NO MONTH SETTLED THIS RUN" to ws-disp-none-text
               write payment-report-line from ws-none-line
           end-if.

       711-list-one-settled.
           if ws-pay-new(ws-pay-idx) = ws-y
               move ws-y             to ws-settled-any
               move ws-pay-vendor(ws-pay-idx) to ws-work-vendor
               perform 150-find-vendor-index
               move ws-pay-vendor(ws-pay-idx) to ws-disp-stl-vendor
               if ws-found-vendor-idx > 0
                   move ws-vnd-vendor-name(ws-found-vendor-idx) to
                           ws-disp-stl-name
                   move ws-vnd-terms(ws-found-vendor-idx) to
                           ws-disp-stl-terms
               else
                   move "NOT ON MASTER"   to ws-disp-stl-name
                   move spaces            to ws-disp-stl-terms
               end-if
               move ws-pay-month(ws-pay-idx)    to ws-disp-stl-month
               move ws-pay-due-date(ws-pay-idx) to ws-disp-stl-due
               move ws-pay-amount(ws-pay-idx)   to
                       ws-disp-stl-amount-edit
               if ws-pay-status(ws-pay-idx) = "N"
                   move "NO PAYMENT DUE"  to ws-disp-stl-note
               else
                   move spaces            to ws-disp-stl-note
               end-if
               write payment-report-line from ws-settled-display-line
           end-if.

       720-pay-due-payables.
           write payment-report-line from ws-paid-title
             after advancing ws-two line.
           write payment-report-line from ws-paid-headings
             after advancing ws-two line.
           write payment-report-line from spaces.

           move ws-n                 to ws-paid-any.
           perform 721-pay-one-payable
             varying ws-pay-idx from 1 by 1
               until ws-pay-idx > ws-payable-count.

           if ws-paid-any = ws-n
               move "NO PAYMENTS DUE THIS RUN" to ws-disp-none-text
               write payment-report-line from ws-none-line
           end-if.

       721-pay-one-payable.
      *an open payable is paid on or after its due date; one already
      *paid on this date is a rerun's, and goes out again the way it
      *went the first time
           if ws-pay-status(ws-pay-idx) = "O"
            and ws-pay-due-date(ws-pay-idx) <= ws-business-date
               perform 722-pay-new-payable
           else
           if ws-pay-status(ws-pay-idx) = "P"
            and ws-pay-paid-date(ws-pay-idx) = ws-business-date
               perform 723-repay-payable
           end-if
           end-if.

       722-pay-new-payable.
           move ws-pay-vendor(ws-pay-idx) to ws-work-vendor.
           perform 150-find-vendor-index.

      *a vendor retired since its month was settled stays open until
      *accounts payable settles who is to be paid
           if ws-found-vendor-idx = 0
               add ws-one            to ws-held-count
               move "HELD"           to ws-disp-paid-method
               perform 740-write-paid-line
           else
               move "P"              to ws-pay-status(ws-pay-idx)
               move ws-business-date to ws-pay-paid-date(ws-pay-idx)
               if ws-vnd-pay-method(ws-found-vendor-idx) = "E"
                   perform 730-assign-trace-ref
                   perform 731-write-bank-payment
               else
                   perform 735-assign-cheque-number
                   perform 736-write-positive-pay
               end-if
           end-if.

       723-repay-payable.
           move ws-pay-vendor(ws-pay-idx) to ws-work-vendor.
           perform 150-find-vendor-index.

           if ws-pay-method(ws-pay-idx) = "E"
            and ws-found-vendor-idx > 0
            and ws-vnd-pay-method(ws-found-vendor-idx) = "E"
               perform 731-write-bank-payment
           else
           if ws-pay-method(ws-pay-idx) = "C"
               perform 736-write-positive-pay
           else
      *paid by transfer the first time, but the bank details have
      *gone since - this time it goes out by cheque
               perform 735-assign-cheque-number
               perform 736-write-positive-pay
           end-if
           end-if.

       730-assign-trace-ref.
           add ws-one                to ws-trace-item.
           move "E"                  to ws-pay-method(ws-pay-idx).
           move ws-trace-ref         to ws-pay-reference(ws-pay-idx).

       731-write-bank-payment.
           move spaces               to bp-payment-rec.
           move "PD"                 to bp-pay-record-type.
           move ws-pay-vendor(ws-pay-idx) to bp-vendor-num.
           move ws-vnd-vendor-name(ws-found-vendor-idx) to
                   bp-vendor-name.
           move ws-vnd-bank-routing(ws-found-vendor-idx) to
                   bp-routing.
           move ws-vnd-bank-account(ws-found-vendor-idx) to
                   bp-account.
           move ws-vnd-account-type(ws-found-vendor-idx) to
                   bp-account-type.
           move ws-pay-amount(ws-pay-idx) to bp-amount.
           move ws-pay-reference(ws-pay-idx) to bp-trace-ref.
           move ws-pay-month(ws-pay-idx) to bp-settle-month.
           write bp-payment-rec.

           add ws-one                to ws-transfer-count.
           add ws-pay-amount(ws-pay-idx) to ws-transfer-amount.
      *the routing hash adds up the bank's eight-digit id, the
      *routing number less its check digit
           move ws-vnd-bank-routing(ws-found-vendor-idx) to
                   ws-hash-routing.
           add ws-hash-bank-id       to ws-routing-hash.

           move "TRANSFER"           to ws-disp-paid-method.
           perform 740-write-paid-line.

       735-assign-cheque-number.
           add ws-one                to ws-last-cheque.
           move "C"                  to ws-pay-method(ws-pay-idx).
           move spaces               to ws-cheque-ref.
           move ws-last-cheque       to ws-cheque-ref-num.
           move ws-cheque-ref        to ws-pay-reference(ws-pay-idx).

       736-write-positive-pay.
           move ws-pay-reference(ws-pay-idx) to ws-cheque-ref.
           move spaces               to pp-issue-rec.
           move "PI"                 to pp-issue-record-type.
           move ws-cheque-ref-num    to pp-cheque-num.
           move ws-business-date     to pp-issue-date.
           move ws-pay-amount(ws-pay-idx) to pp-amount.
           if ws-found-vendor-idx > 0
               move ws-vnd-vendor-name(ws-found-vendor-idx) to
                       pp-payee
           end-if.
           move ws-pay-vendor(ws-pay-idx) to pp-vendor-num.
           write pp-issue-rec.

           add ws-one                to ws-cheque-count.
           add ws-pay-amount(ws-pay-idx) to ws-cheque-amount.

           move "CHEQUE"             to ws-disp-paid-method.
           perform 740-write-paid-line.

       740-write-paid-line.
      *callers set the method column and look the vendor up first
           move ws-y                 to ws-paid-any.
           move ws-pay-vendor(ws-pay-idx)    to ws-disp-paid-vendor.
           if ws-found-vendor-idx > 0
               move ws-vnd-vendor-name(ws-found-vendor-idx) to
                       ws-disp-paid-name
           else
               move "NOT ON MASTER"  to ws-disp-paid-name
           end-if.
           move ws-pay-month(ws-pay-idx)     to ws-disp-paid-month.
           move ws-pay-due-date(ws-pay-idx)  to ws-disp-paid-due.
           move ws-pay-reference(ws-pay-idx) to ws-disp-paid-ref.
           move ws-pay-amount(ws-pay-idx)    to
                   ws-disp-paid-amount-edit.
           write payment-report-line from ws-paid-display-line.

       760-write-file-trailers.
           move spaces               to bp-batch-trailer-rec.
           move "BT"                 to bp-trl-record-type.
           move ws-transfer-count    to bp-entry-count.
           move ws-transfer-amount   to bp-total-amount.
           move ws-routing-hash      to bp-routing-hash.
           write bp-batch-trailer-rec.

           move spaces               to pp-trailer-rec.
           move "PT"                 to pp-trl-record-type.
           move ws-cheque-count      to pp-issue-count.
           move ws-cheque-amount     to pp-total-amount.
           write pp-trailer-rec.

       770-payment-register-footer.
      *what is carried forward is counted afresh from the payables,
      *so the tie proves the run rather than restating it. the
      *transfer and cheque lines are the two trailers' totals
           perform 771-count-open-payable
             varying ws-pay-idx from 1 by 1
               until ws-pay-idx > ws-payable-count.

           move "OPEN BROUGHT FORWARD"   to ws-disp-sum-label.
           move ws-open-bf-count     to ws-disp-sum-count.
           move ws-open-bf-amount    to ws-disp-sum-amount-edit.
           write payment-report-line from ws-pay-summary-line
             after advancing ws-two line.

           move "SETTLED THIS RUN"       to ws-disp-sum-label.
           move ws-settled-count     to ws-disp-sum-count.
           move ws-settled-amount    to ws-disp-sum-amount-edit.
           write payment-report-line from ws-pay-summary-line
             after advancing ws-one line.

           move "PAID BY BANK TRANSFER"  to ws-disp-sum-label.
           move ws-transfer-count    to ws-disp-sum-count.
           move ws-transfer-amount   to ws-disp-sum-amount-edit.
           write payment-report-line from ws-pay-summary-line
             after advancing ws-one line.

           move "PAID BY CHEQUE"         to ws-disp-sum-label.
           move ws-cheque-count      to ws-disp-sum-count.
           move ws-cheque-amount     to ws-disp-sum-amount-edit.
           write payment-report-line from ws-pay-summary-line
             after advancing ws-one line.

           move "OPEN CARRIED FORWARD"   to ws-disp-sum-label.
           move ws-open-cf-count     to ws-disp-sum-count.
           move ws-open-cf-amount    to ws-disp-sum-amount-edit.
           write payment-report-line from ws-pay-summary-line
             after advancing ws-one line.

           compute ws-tie-amount =
               ws-open-bf-amount + ws-settled-amount
             - ws-transfer-amount - ws-cheque-amount.
           if ws-tie-amount = ws-open-cf-amount
               move "REGISTER TIES TO THE PAYABLES"
                                     to ws-disp-tie-text
           else
               move "*** REGISTER DOES NOT TIE ***"
                                     to ws-disp-tie-text
           end-if.
           write payment-report-line from ws-pay-tie-line
             after advancing ws-two line.

           if ws-held-count > 0
               move spaces           to ws-disp-tie-text
               string "PAYMENTS HELD - VENDOR GONE: "
                                     delimited by size
                      ws-held-count  delimited by size
                   into ws-disp-tie-text
               write payment-report-line from ws-pay-tie-line
                 after advancing ws-one line
           end-if.

       771-count-open-payable.
           if ws-pay-status(ws-pay-idx) = "O"
               add ws-pay-amount(ws-pay-idx) to ws-open-cf-amount
               add ws-one            to ws-open-cf-count
           end-if.

       780-save-pay-sequence.
           open output pay-seq-file.
           move ws-batch-seq         to ps-batch-seq.
           move ws-last-cheque       to ps-last-cheque.
           write ps-pay-seq-rec.
           close pay-seq-file.

       790-rewrite-payables.
           open output payables-file.
           perform 791-write-one-payable
             varying ws-pay-idx from 1 by 1
               until ws-pay-idx > ws-payable-count.
           close payables-file.

       791-write-one-payable.
           move ws-pay-month(ws-pay-idx)     to vp-settle-month.
           move ws-pay-vendor(ws-pay-idx)    to vp-vendor-num.
           move ws-pay-amount(ws-pay-idx)    to vp-amount.
           move ws-pay-due-date(ws-pay-idx)  to vp-due-date.
           move ws-pay-status(ws-pay-idx)    to vp-status.
           move ws-pay-method(ws-pay-idx)    to vp-pay-method.
           move ws-pay-paid-date(ws-pay-idx) to vp-paid-date.
           move ws-pay-reference(ws-pay-idx) to vp-reference.
           write vp-payable-rec.

      *----------------------------------------------------------------
      * Due dates - month end of the settled month plus the terms'
      * net days: "Nnn" is net nn days, any other code is due at
      * month end
      *----------------------------------------------------------------
       810-compute-due-date.
      *callers look the vendor up first
           divide ws-cls-month(ws-close-idx) by 100
               giving ws-due-yyyy
               remainder ws-due-mm.
           perform 812-size-due-month.
           move ws-days-in-month     to ws-due-dd.

           move 0                    to ws-terms-days.
           if ws-found-vendor-idx > 0
               if ws-vnd-terms(ws-found-vendor-idx)(1:1) = "N"
                and ws-vnd-terms(ws-found-vendor-idx)(2:2) is numeric
                   move ws-vnd-terms(ws-found-vendor-idx)(2:2) to
                           ws-terms-days
               end-if
           end-if.

           perform 811-add-one-day ws-terms-days times.

       811-add-one-day.
           add ws-one                to ws-due-dd.
           if ws-due-dd > ws-days-in-month
               move 1                to ws-due-dd
               add ws-one            to ws-due-mm
               if ws-due-mm > 12
                   move 1            to ws-due-mm
                   add ws-one        to ws-due-yyyy
               end-if
               perform 812-size-due-month
           end-if.

       812-size-due-month.
           move ws-month-day-count(ws-due-mm) to ws-days-in-month.
           divide ws-due-yyyy by 4
               giving ws-leap-quot
               remainder ws-leap-rem.
           if ws-due-mm = 2 and ws-leap-rem = 0
               add ws-one            to ws-days-in-month
           end-if.


       end program Final-VendorSettlement.

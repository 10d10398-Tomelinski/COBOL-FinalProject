      *            date - stepped run number and all - replaces that
      *            date's postings instead of adding alongside them,
      *            and a new business month starts the file fresh.
      *            Sales and returns made under an exemption
      *            certificate carry no tax; the filing still wants
      *            them listed, so the run's exempt lines are kept
      *            month to date the same way and printed after the
      *            remittance as an exempt-sales schedule, by
      *            jurisdiction with certificate and customer.

       environment division.

               organization is line sequential
               file status is ws-mtd-status.

      *this run's exempt sales from SAndLProcessing and exempt
      *returns from Final-ReturnProccess
           select exempt-sales-file
               assign to dynamic ws-exempt-sales-name
               organization is line sequential
               file status is ws-exempt-sales-status.

           select exempt-return-file
               assign to "../../../../data/Final-Exempt-Returns.dat"
               organization is line sequential
               file status is ws-exempt-return-status.

      *month-to-date exempt lines, one record per line under its
      *business date, rewritten each run
           select exempt-mtd-file
               assign to "../../../../data/Final-Tax-Exempt-MTD.dat"
               organization is line sequential
               file status is ws-exempt-mtd-status.

           select exempt-cert-file
               assign to
                   "../../../../data/Final-Exempt-Cert-Master.dat"
               organization is line sequential
               file status is ws-cert-mast-status.

           select report-file
               assign to "../../../../data/Final-tax-remittance.out"
               organization is line sequential.
       file section.
       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

         05 mtd-amount              pic s9(7)v99
                                        sign leading separate.

      *exempt lines ride whole - EXMPTTX.cpy in working storage
      *gives the field view
       fd exempt-sales-file
           data record is xs-exempt-line
           record contains 44 characters.

       01 xs-exempt-line            pic x(44).

       fd exempt-return-file
           data record is xr-exempt-line
           record contains 44 characters.

       01 xr-exempt-line            pic x(44).

       fd exempt-mtd-file
           data record is xm-exempt-mtd-rec
           record contains 52 characters.

       01 xm-exempt-mtd-rec.
         05 xm-date                 pic 9(8).
         05 xm-detail               pic x(44).

       fd exempt-cert-file
           data record is ec-exempt-cert-rec
           record contains 48 characters.

       copy "EXMPTMST.cpy".

       fd report-file
           data record is report-line
           record contains 80 characters.
      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-store-tax-name         pic x(64)   value spaces.
       01 ws-exempt-sales-name      pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
         05 filler                  pic x(16)   value "TOTAL".
         05 ws-total-amount-edit    pic $$,$$$,$$9.99-.

       01 ws-exempt-heading-title.
         05 filler                  pic x(20)   value spaces.
         05 filler                  pic x(32)
               value "EXEMPT SALES SCHEDULE FOR MONTH ".
         05 ws-exempt-title-month   pic 9(6).

       01 ws-exempt-headings.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(11)   value "CERTIFICATE".
         05 filler                  pic x(21)   value "CUSTOMER".
         05 filler                  pic x(3)    value "ST".
         05 filler                  pic x(10)   value "INVOICE".
         05 filler                  pic x(2)    value "CD".
         05 filler                  pic x(9)    value "DATE".
         05 filler                  pic x(12)   value "      AMOUNT".
         05 filler                  pic x(10)   value "TAX EXEMPT".

       01 ws-exempt-juris-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(13)   value "JURISDICTION ".
         05 ws-exempt-juris-code    pic x(4).

       01 ws-exempt-detail-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-xd-cert              pic x(10).
         05 filler                  pic x       value spaces.
         05 ws-xd-customer          pic x(20).
         05 filler                  pic x       value spaces.
         05 ws-xd-store             pic 99.
         05 filler                  pic x       value spaces.
         05 ws-xd-invoice           pic x(9).
         05 filler                  pic x       value spaces.
         05 ws-xd-code              pic x.
         05 filler                  pic x       value spaces.
         05 ws-xd-date              pic 9(8).
         05 filler                  pic x       value spaces.
         05 ws-xd-amount-edit       pic $$$,$$9.99-.
         05 filler                  pic x       value spaces.
         05 ws-xd-tax-edit          pic $$,$$9.99-.

       01 ws-exempt-subtotal-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-xs-label             pic x(26).
         05 ws-xs-code              pic x(4).
         05 filler                  pic x(23)   value spaces.
         05 ws-xs-amount-edit       pic $$$$,$$9.99-.
         05 ws-xs-tax-edit          pic $$$,$$9.99-.

       77 ws-not-on-file            pic x(20)
               value "*** NOT ON FILE ***".

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

           10 ws-mtd-ent-juris      pic x(4).
           10 ws-mtd-ent-amount     pic s9(7)v99.

      *exemption certificate table (loaded at startup - see
      *0200-load-exempt-master)
       copy "EXMPTWS.cpy".

      *field view of one exempt line
       copy "EXMPTTX.cpy".

      *the month's exempt lines under their business dates, with
      *the selling store's jurisdiction alongside for the schedule -
      *reloaded each run minus the current date's, as the postings
      *above are
       01 ws-exempt-count-max       pic 9(4)    value 3000.
       01 ws-exempt-count           pic 9(4)    value 0.
       01 ws-exempt-table.
         05 ws-exempt-entry occurs 0 to 3000 times
               depending on ws-exempt-count.
           10 ws-xm-ent-date        pic 9(8).
           10 ws-xm-ent-detail      pic x(44).
           10 ws-xm-ent-juris       pic x(4).

      *month-to-date net tax rolled up per jurisdiction, for the
      *remittance report
       01 ws-juris-count-max        pic 99      value 50.
         05 ws-current-month        pic 9(6)    value 0.
         05 ws-mtd-scan-idx         pic 999     value 0.
         05 ws-grand-total          pic s9(8)v99 value 0.
         05 ws-exempt-scan-idx      pic 9(4)    value 0.
         05 ws-xm-work-date         pic 9(8)    value 0.
         05 ws-exempt-amount        pic s9(6)v99 value 0.
         05 ws-exempt-tax           pic s9(6)v99 value 0.
         05 ws-juris-exempt-amount  pic s9(7)v99 value 0.
         05 ws-juris-exempt-tax     pic s9(7)v99 value 0.
         05 ws-juris-exempt-lines   pic 9(4)    value 0.
         05 ws-total-exempt-amount  pic s9(8)v99 value 0.
         05 ws-total-exempt-tax     pic s9(8)v99 value 0.

      *filing-order ranking of the jurisdiction table, lowest code
      *first - built the selection way the other rankings are
         05 ws-store-tax-eof        pic x       value 'n'.
         05 ws-return-tax-eof       pic x       value 'n'.
         05 ws-mtd-eof              pic x       value 'n'.
         05 ws-exempt-sales-eof     pic x       value 'n'.
         05 ws-exempt-return-eof    pic x       value 'n'.
         05 ws-exempt-mtd-eof       pic x       value 'n'.

       01 ws-file-status.
         05 ws-store-tax-status     pic xx      value "00".
         05 ws-return-tax-status    pic xx      value "00".
         05 ws-mtd-status           pic xx      value "00".
         05 ws-exempt-sales-status  pic xx      value "00".
         05 ws-exempt-return-status pic xx      value "00".
         05 ws-exempt-mtd-status    pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
           move ws-business-date(1:6) to ws-current-month.

           perform 0040-load-store-master.
           perform 0200-load-exempt-master.

      *pick up where the month stands - records from another month
      *are dropped, and so are records for the current business
           perform 300-post-this-run.
           perform 400-rewrite-mtd-file.

      *the exempt lines follow the same month-to-date rule
           perform 150-load-exempt-mtd.
           perform 160-post-exempt-lines.
           perform 410-rewrite-exempt-mtd.

      *roll the month's per-date postings up per jurisdiction for
      *the report
           perform 450-roll-up-jurisdictions.
           perform 455-roll-exempt-jurisdictions.

           perform 500-build-filing-order.
           perform 600-write-remittance-report.
                  ".dat"        delimited by size
               into ws-store-tax-name.

           move spaces to ws-exempt-sales-name.
           string "../../../../data/Final-Exempt-Sales"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-exempt-sales-name.

       copy "STORLOAD.cpy".

       copy "EXMPTLOAD.cpy".

       100-load-mtd-file.
           move ws-n                to ws-mtd-eof.
           move 0                   to ws-mtd-count.

           perform 110-read-mtd-record.

       150-load-exempt-mtd.
           move ws-n                to ws-exempt-mtd-eof.
           move 0                   to ws-exempt-count.

           open input exempt-mtd-file.
           if ws-exempt-mtd-status = "35"
               move ws-y            to ws-exempt-mtd-eof
           else
               perform 151-read-exempt-mtd
               perform 152-apply-exempt-mtd
                   until ws-exempt-mtd-eof = ws-y
               close exempt-mtd-file
           end-if.

       151-read-exempt-mtd.
           read exempt-mtd-file
               at end
                   move ws-y        to ws-exempt-mtd-eof.

       152-apply-exempt-mtd.
      *same rule as 120-apply-mtd-record - this month only, and not
      *the current business date this run replaces
           if xm-date(1:6) = ws-current-month
            and xm-date not = ws-business-date
               move xm-date         to ws-xm-work-date
               move xm-detail       to xt-exempt-tran-rec
               perform 170-add-exempt-entry
           end-if.

           perform 151-read-exempt-mtd.

       160-post-exempt-lines.
           move ws-business-date    to ws-xm-work-date.

           move ws-n                to ws-exempt-sales-eof.
           open input exempt-sales-file.
           if ws-exempt-sales-status = "35"
               move ws-y            to ws-exempt-sales-eof
           else
               perform 161-read-exempt-sale
               perform 162-apply-exempt-sale
                   until ws-exempt-sales-eof = ws-y
               close exempt-sales-file
           end-if.

           move ws-n                to ws-exempt-return-eof.
           open input exempt-return-file.
           if ws-exempt-return-status = "35"
               move ws-y            to ws-exempt-return-eof
           else
               perform 163-read-exempt-return
               perform 164-apply-exempt-return
                   until ws-exempt-return-eof = ws-y
               close exempt-return-file
           end-if.

       161-read-exempt-sale.
           read exempt-sales-file
               at end
                   move ws-y        to ws-exempt-sales-eof.

       162-apply-exempt-sale.
           move xs-exempt-line      to xt-exempt-tran-rec.
           perform 170-add-exempt-entry.

           perform 161-read-exempt-sale.

       163-read-exempt-return.
           read exempt-return-file
               at end
                   move ws-y        to ws-exempt-return-eof.

       164-apply-exempt-return.
           move xr-exempt-line      to xt-exempt-tran-rec.
           perform 170-add-exempt-entry.

           perform 163-read-exempt-return.

       170-add-exempt-entry.
      *the schedule groups by the selling store's jurisdiction -
      *looked up once here, on the way in
           if ws-exempt-count < ws-exempt-count-max
               add ws-one           to ws-exempt-count
               move ws-xm-work-date to ws-xm-ent-date(ws-exempt-count)
               move xt-exempt-tran-rec to
                       ws-xm-ent-detail(ws-exempt-count)
               move spaces          to ws-work-juris
               perform 171-scan-store-juris
                 varying ws-sub from 1 by 1
                   until ws-sub > ws-store-table-count
               move ws-work-juris   to
                       ws-xm-ent-juris(ws-exempt-count)
           end-if.

       171-scan-store-juris.
           if xt-store-num = ws-mst-store-num(ws-sub)
               move ws-mst-jurisdiction(ws-sub) to ws-work-juris
           end-if.

       300-post-this-run.
      *net tax per store first: the sales tax collected less the
      *return tax handed back
           move ws-mtd-ent-amount(ws-index) to mtd-amount.
           write mtd-rec.

       410-rewrite-exempt-mtd.
           open output exempt-mtd-file.
           perform 411-write-one-exempt-mtd
             varying ws-exempt-scan-idx from ws-one by ws-one
               until ws-exempt-scan-idx > ws-exempt-count.
           close exempt-mtd-file.

       411-write-one-exempt-mtd.
           move ws-xm-ent-date(ws-exempt-scan-idx)   to xm-date.
           move ws-xm-ent-detail(ws-exempt-scan-idx) to xm-detail.
           write xm-exempt-mtd-rec.

       450-roll-up-jurisdictions.
           move 0                   to ws-juris-count.
           perform 451-roll-one-posting
               move ws-scan-idx     to ws-found-idx
           end-if.

       455-roll-exempt-jurisdictions.
      *a jurisdiction whose month was all exempt still files - it
      *goes on the remittance at nothing owed, and its schedule
      *prints under it
           perform 456-roll-one-exempt-line
             varying ws-exempt-scan-idx from 1 by 1
               until ws-exempt-scan-idx > ws-exempt-count.

       456-roll-one-exempt-line.
           move ws-xm-ent-juris(ws-exempt-scan-idx) to ws-work-juris.

           move 0                   to ws-found-idx.
           if ws-juris-count > 0
               perform 452-scan-jurisdictions
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-juris-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx = 0
            and ws-juris-count < ws-juris-count-max
               add ws-one           to ws-juris-count
               move ws-work-juris   to ws-jur-code(ws-juris-count)
               move 0               to ws-jur-amount(ws-juris-count)
           end-if.

       500-build-filing-order.
      *the filing goes to the authorities in jurisdiction-code
      *order - ranked the selection way the other reports rank
           write report-line from ws-total-line
             after advancing ws-two line.

           perform 700-write-exempt-schedule.

           close report-file.

       610-write-one-jurisdiction.
           add ws-jur-amount(ws-index)  to ws-grand-total.
           write report-line from ws-juris-display-line.

       700-write-exempt-schedule.
      *the schedule the filing requires: every exempt line of the
      *month under its jurisdiction, in the same filing order as
      *the remittance, returns shown negative
           move ws-current-month    to ws-exempt-title-month.
           write report-line from ws-exempt-heading-title
             after advancing ws-two line.
           write report-line from ws-exempt-headings
             after advancing ws-two line.

           move 0                   to ws-total-exempt-amount.
           move 0                   to ws-total-exempt-tax.
           perform 710-write-one-juris-schedule
             varying ws-rank-pos from ws-one by ws-one
               until ws-rank-pos > ws-juris-count.

           move "TOTAL EXEMPT"      to ws-xs-label.
           move spaces              to ws-xs-code.
           move ws-total-exempt-amount to ws-xs-amount-edit.
           move ws-total-exempt-tax to ws-xs-tax-edit.
           write report-line from ws-exempt-subtotal-line
             after advancing ws-two line.

       710-write-one-juris-schedule.
           move ws-rank-juris-idx(ws-rank-pos) to ws-index.
           move ws-jur-code(ws-index) to ws-work-juris.

           move 0                   to ws-juris-exempt-amount.
           move 0                   to ws-juris-exempt-tax.
           move 0                   to ws-juris-exempt-lines.
           perform 720-write-one-exempt-line
             varying ws-exempt-scan-idx from 1 by 1
               until ws-exempt-scan-idx > ws-exempt-count.

      *a jurisdiction with nothing exempt this month prints nothing
           if ws-juris-exempt-lines > 0
               move "EXEMPT SUBTOTAL"  to ws-xs-label
               move ws-work-juris   to ws-xs-code
               move ws-juris-exempt-amount to ws-xs-amount-edit
               move ws-juris-exempt-tax to ws-xs-tax-edit
               write report-line from ws-exempt-subtotal-line
               add ws-juris-exempt-amount to ws-total-exempt-amount
               add ws-juris-exempt-tax to ws-total-exempt-tax
           end-if.

       720-write-one-exempt-line.
           if ws-xm-ent-juris(ws-exempt-scan-idx) = ws-work-juris
               if ws-juris-exempt-lines = 0
                   move ws-work-juris to ws-exempt-juris-code
                   write report-line from ws-exempt-juris-line
                     after advancing ws-two line
               end-if
               add ws-one           to ws-juris-exempt-lines
               move ws-xm-ent-detail(ws-exempt-scan-idx)
                 to xt-exempt-tran-rec

               move xt-cert-num     to ws-cert-lookup-num
               perform 0205-find-exempt-cert
               if ws-found-cert-idx > 0
                   move ws-crt-customer-name(ws-found-cert-idx)
                     to ws-xd-customer
               else
                   move ws-not-on-file to ws-xd-customer
               end-if

               move xt-amount       to ws-exempt-amount
               move xt-tax-exempted to ws-exempt-tax
               if xt-return
                   compute ws-exempt-amount = 0 - ws-exempt-amount
                   compute ws-exempt-tax = 0 - ws-exempt-tax
               end-if

               move xt-cert-num     to ws-xd-cert
               move xt-store-num    to ws-xd-store
               move xt-invoice      to ws-xd-invoice
               move xt-code         to ws-xd-code
               move xt-trans-date   to ws-xd-date
               move ws-exempt-amount to ws-xd-amount-edit
               move ws-exempt-tax   to ws-xd-tax-edit
               write report-line from ws-exempt-detail-line

               add ws-exempt-amount to ws-juris-exempt-amount
               add ws-exempt-tax    to ws-juris-exempt-tax
           end-if.

       end program Final-TaxRemit.

       identification division.
       program-id. Final-CloseoutRecon.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: The register close-out (Z-report) reconciliation,
      *            run right behind Final-DataValidation. Each store
      *            sends a close-out file with its registers' tender
      *            totals - cash, credit, debit and store credit, the
      *            same transaction amounts the feed carries, sales
      *            less voids and refunds - and the transaction count
      *            each register rang. Final-FeedMerge only proves a
      *            store's record count arrived; this proves the
      *            dollars. Each store's close-out for the business
      *            date is set against the store's transactions of
      *            that date in Final-Valid.dat and Final-Invalid.dat,
      *            tender by tender, and the difference is split
      *            three ways: dollars that reached the pipeline,
      *            dollars stuck on the invalid file, and dollars
      *            that never arrived at all - so a dropped batch is
      *            on the report the same night, not at month end.
      *            The close-out files are per store, the way the
      *            feeds are, and are cleared once reconciled.
      *            Money a register takes on a layaway counts the way
      *            a sale does, and a cancelled layaway's refund the
      *            way a refund does.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *one close-out file per store, the store number in the file
      *name - the name is rebuilt for each store on the master
           select closeout-file
               assign to dynamic ws-closeout-file-name
               organization is line sequential
               file status is ws-closeout-status.

      *what validation passed and what it rejected this run
           select valid-file
               assign to "../../../../data/Final-Valid.dat"
               organization is line sequential
               file status is ws-valid-status.

           select invalid-file
               assign to "../../../../data/Final-Invalid.dat"
               organization is line sequential
               file status is ws-invalid-status.

           select store-master-file
               assign to "../../../../data/Final-Store-Master.dat"
               organization is line sequential
               file status is ws-store-mast-status.

           select report-file
               assign to "../../../../data/Final-closeout-recon.out"
               organization is line sequential.

      *run control - the business date the close-outs are for
           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
      *one record per register the store closed - the register's
      *tender totals for the day and how many transactions it rang.
      *a register that paid out more than it took in carries a
      *negative tender total
       fd closeout-file
           data record is co-closeout-rec
           record contains 58 characters.

       01 co-closeout-rec.
         05 co-store-num            pic 99.
         05 co-close-date           pic 9(8).
         05 co-register-id          pic x(3).
         05 co-trans-count          pic 9(5).
         05 co-tender-amount        pic s9(7)v99
                                        sign leading separate
                                        occurs 4 times.

      *the validated record - same 83-byte layout validation writes
       fd valid-file
           data record is vl-valid-rec
           record contains 83 characters.

       01 vl-valid-rec.
         05 vl-code                 pic x.
           88 vl-code-sale              value 'S'.
           88 vl-code-return-or-void    value 'R' 'V'.
           88 vl-code-layaway           value 'Y'.
         05 vl-transaction          pic 9(5)v99.
         05 vl-payment-type         pic xx.
         05 vl-store-num            pic 99.
         05 vl-invoice              pic x(9).
         05 vl-sku-code             pic x(15).
         05 vl-trans-date           pic 9(8).
         05 filler                  pic x(14).
      *the layaway action rides in the return-reason bytes
         05 vl-layaway-action       pic xx.
           88 vl-layaway-cancel         value 'CN'.
         05 filler                  pic x(23).

      *the rejected record - the same layout, but nothing on it can
      *be trusted, so every field is looked at as characters first
       fd invalid-file
           data record is iv-invalid-rec
           record contains 83 characters.

       01 iv-invalid-rec.
         05 iv-code                 pic x.
           88 iv-code-sale              value 'S'.
           88 iv-code-return-or-void    value 'R' 'V'.
           88 iv-code-layaway           value 'Y'.
         05 iv-transaction          pic x(7).
         05 iv-transaction-num redefines iv-transaction
                                    pic 9(5)v99.
         05 iv-payment-type         pic xx.
         05 iv-store-num            pic xx.
         05 iv-store-num-num redefines iv-store-num
                                    pic 99.
         05 iv-invoice              pic x(9).
         05 iv-sku-code             pic x(15).
         05 iv-trans-date           pic x(8).
         05 filler                  pic x(14).
         05 iv-layaway-action       pic xx.
           88 iv-layaway-cancel         value 'CN'.
         05 filler                  pic x(23).

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line               pic x(100).

      *run control file definition
       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

       working-storage section.

      *the per-store close-out file name, rebuilt for each store
       01 ws-closeout-file-name     pic x(64)   value spaces.
       01 ws-closeout-store-xx      pic 99      value 0.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(34)
               value "Final: Register Close-Out Recon".

       01 ws-heading2-title.
         05 filler                  pic x(20)   value spaces.
         05 filler                  pic x(30)
               value "CLOSE-OUT RECONCILIATION FOR ".
         05 ws-title-date           pic 9(8).

       01 ws-store-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "STORE ".
         05 ws-disp-store-edit      pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-store-name      pic x(20).
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-store-result    pic x(40).

       01 ws-register-headings.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(8)    value "REGISTER".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(5)    value "TRANS".
         05 filler                  pic x(8)    value spaces.
         05 filler                  pic x(4)    value "CASH".
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(6)    value "CREDIT".
         05 filler                  pic x(7)    value spaces.
         05 filler                  pic x(5)    value "DEBIT".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(12)   value "STORE CREDIT".

       01 ws-register-line.
         05 filler                  pic x(6)    value spaces.
         05 ws-disp-register        pic x(3).
         05 filler                  pic x(8)    value spaces.
         05 ws-disp-reg-count       pic zzzz9.
         05 ws-disp-reg-tender occurs 4 times.
           10 filler                pic x(1).
           10 ws-disp-reg-amount-edit pic $$$,$$9.99-.

       01 ws-tender-headings.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(12)   value "TENDER".
         05 filler                  pic x(8)    value spaces.
         05 filler                  pic x(8)    value "DECLARED".
         05 filler                  pic x(7)    value spaces.
         05 filler                  pic x(9)    value "VALIDATED".
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(10)   value "ON INVALID".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(13)   value "NEVER ARRIVED".

       01 ws-tender-line.
         05 filler                  pic x(6)    value spaces.
         05 ws-disp-tender-name     pic x(12).
         05 filler                  pic x(1)    value space.
         05 ws-disp-declared-edit   pic $$$,$$$,$$9.99-.
         05 filler                  pic x(1)    value space.
         05 ws-disp-valid-edit      pic $$$,$$$,$$9.99-.
         05 filler                  pic x(1)    value space.
         05 ws-disp-invalid-edit    pic $$$,$$$,$$9.99-.
         05 filler                  pic x(1)    value space.
         05 ws-disp-missing-edit    pic $$$,$$$,$$9.99-.

      *a store with no close-out has nothing to split - only what
      *the pipeline holds for it is shown
       01 ws-no-closeout-line.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(11)   value "VALIDATED ".
         05 ws-disp-nc-valid-edit   pic $$$,$$$,$$9.99-.
         05 filler                  pic x(14)
               value "   ON INVALID ".
         05 ws-disp-nc-invalid-edit pic $$$,$$$,$$9.99-.

       01 ws-count-line.
         05 filler                  pic x(6)    value spaces.
         05 filler                  pic x(22)
               value "TRANSACTIONS DECLARED ".
         05 ws-disp-cnt-declared    pic zzzz9.
         05 filler                  pic x(11)   value "  RECEIVED ".
         05 ws-disp-cnt-received    pic zzzz9.
         05 filler                  pic x(8)    value " (VALID ".
         05 ws-disp-cnt-valid       pic zzzz9.
         05 filler                  pic x(10)   value ", INVALID ".
         05 ws-disp-cnt-invalid     pic zzzz9.
         05 filler                  pic x       value ")".

       01 ws-note-line.
         05 filler                  pic x(6)    value spaces.
         05 ws-disp-note            pic x(60).

       01 ws-summary-line.
         05 ws-disp-sum-label       pic x(30).
         05 ws-disp-sum-count       pic zzzz9.

       01 ws-summary-amount-line.
         05 ws-disp-sum-amt-label   pic x(30).
         05 ws-disp-sum-amount-edit pic $$,$$$,$$$,$$9.99-.

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

      *store master table (loaded at startup - see 0040-load-store-master)
       copy "STORWS.cpy".

      *the four tenders in close-out order, and how the report
      *names them
       01 ws-tender-code-values     pic x(8)    value "CACRDBSC".
       01 ws-tender-codes redefines ws-tender-code-values.
         05 ws-tender-code          pic xx      occurs 4 times.

       01 ws-tender-name-values.
         05 filler                  pic x(12)   value "CASH".
         05 filler                  pic x(12)   value "CREDIT CARD".
         05 filler                  pic x(12)   value "DEBIT CARD".
         05 filler                  pic x(12)   value "STORE CREDIT".
       01 ws-tender-names redefines ws-tender-name-values.
         05 ws-tender-name          pic x(12)   occurs 4 times.

      *per store, parallel to the store master table - what the
      *close-out declared and what the pipeline holds, by tender
       01 ws-recon-table.
         05 ws-rcn-store occurs 99 times.
           10 ws-rcn-closeout-seen  pic x.
           10 ws-rcn-consumed       pic x.
           10 ws-rcn-in-window      pic x.
           10 ws-rcn-other-records  pic 9(4).
           10 ws-rcn-cnt-declared   pic 9(5).
           10 ws-rcn-cnt-valid      pic 9(5).
           10 ws-rcn-cnt-invalid    pic 9(5).
           10 ws-rcn-tender occurs 4 times.
             15 ws-rcn-declared     pic s9(8)v99.
             15 ws-rcn-valid        pic s9(8)v99.
             15 ws-rcn-invalid      pic s9(8)v99.

      *every register line the close-outs carried, for the report
       01 ws-register-count-max     pic 999     value 999.
       01 ws-register-count         pic 999     value 0.
       01 ws-register-table.
         05 ws-reg-entry occurs 0 to 999 times
               depending on ws-register-count.
           10 ws-reg-store-idx      pic 99.
           10 ws-reg-id             pic x(3).
           10 ws-reg-trans-count    pic 9(5).
           10 ws-reg-amount         pic s9(7)v99 occurs 4 times.

       01 ws-work-fields.
         05 ws-index                pic 99      value 0.
         05 ws-scan-idx             pic 99      value 0.
         05 ws-found-store-idx      pic 99      value 0.
         05 ws-tender-idx           pic 9       value 0.
         05 ws-found-tender-idx     pic 9       value 0.
         05 ws-reg-idx              pic 999     value 0.
         05 ws-work-store           pic 99      value 0.
         05 ws-work-payment-type    pic xx      value spaces.
      *US-dollar cash goes in the cash drawer - the register counts
      *it into the CASH tender at the Canadian dollars it rang for
           88 ws-work-us-cash           value 'US'.
         05 ws-work-amount          pic s9(7)v99 value 0.
         05 ws-missing-amount       pic s9(8)v99 value 0.
         05 ws-total-valid-work     pic s9(8)v99 value 0.
         05 ws-total-invalid-work   pic s9(8)v99 value 0.
         05 ws-store-missing        pic x       value 'n'.
         05 ws-store-rejects        pic x       value 'n'.

       01 ws-totals.
         05 ws-total-expected       pic 9(4)    value 0.
         05 ws-total-received       pic 9(4)    value 0.
         05 ws-total-balanced       pic 9(4)    value 0.
         05 ws-total-rejects        pic 9(4)    value 0.
         05 ws-total-missing        pic 9(4)    value 0.
         05 ws-total-no-closeout    pic 9(4)    value 0.
         05 ws-total-declared       pic s9(9)v99 value 0.
         05 ws-total-valid          pic s9(9)v99 value 0.
         05 ws-total-invalid        pic s9(9)v99 value 0.
         05 ws-total-never-arrived  pic s9(9)v99 value 0.
         05 ws-unattributed-count   pic 9(5)    value 0.

       01 ws-flags.
         05 ws-closeout-eof         pic x       value 'n'.
         05 ws-valid-eof            pic x       value 'n'.
         05 ws-invalid-eof          pic x       value 'n'.

       01 ws-file-status.
         05 ws-closeout-status      pic xx      value "00".
         05 ws-valid-status         pic xx      value "00".
         05 ws-invalid-status       pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-result-balanced        pic x(40)
               value "CLOSE-OUT BALANCED".
       77 ws-result-rejects         pic x(40)
               value "BALANCED - *** DOLLARS ON INVALID ***".
       77 ws-result-missing         pic x(40)
               value "*** DOLLARS NEVER ARRIVED ***".
       77 ws-result-no-closeout     pic x(40)
               value "*** NO CLOSE-OUT RECEIVED ***".

       procedure division.
       000-main.
           perform 0030-load-run-control.

      *the store master says which stores are expected to close out
           perform 0040-load-store-master.

           perform 0045-clear-store-totals
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

      *what the stores say they took in, then what the pipeline
      *holds for them
           perform 100-load-closeouts
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.
           perform 200-scan-valid-file.
           perform 300-scan-invalid-file.

           open output report-file.
           perform 400-write-report-headings.

           perform 500-report-one-store
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

           perform 600-report-footer.

           close report-file.

      *only now, with the report written, are the reconciled
      *close-outs cleared - the way Final-FeedMerge clears a feed
           perform 700-clear-consumed-closeouts
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

           display "CLOSE-OUT RECONCILIATION COMPLETE".
           display "STORES MISSING DOLLARS: " ws-total-missing.

           goback.

       copy "RUNLOAD.cpy".

       copy "STORLOAD.cpy".

       0045-clear-store-totals.
           move ws-n                to ws-rcn-closeout-seen(ws-index).
           move ws-n                to ws-rcn-consumed(ws-index).
           move ws-n                to ws-rcn-in-window(ws-index).
           move 0                   to ws-rcn-other-records(ws-index).
           move 0                   to ws-rcn-cnt-declared(ws-index).
           move 0                   to ws-rcn-cnt-valid(ws-index).
           move 0                   to ws-rcn-cnt-invalid(ws-index).
           perform 0046-clear-tender-totals
             varying ws-tender-idx from ws-one by ws-one
               until ws-tender-idx > 4.

       0046-clear-tender-totals.
           move 0 to ws-rcn-declared(ws-index, ws-tender-idx).
           move 0 to ws-rcn-valid(ws-index, ws-tender-idx).
           move 0 to ws-rcn-invalid(ws-index, ws-tender-idx).

      *----------------------------------------------------------------
      * Close-out files - a store outside its trading window is not
      * expected to close out; a missing file from a trading store
      * is a store that has not sent one
      *----------------------------------------------------------------
       100-load-closeouts.
           if ws-mst-open-date(ws-index) > ws-business-date
            or (ws-mst-close-date(ws-index) > 0
                and ws-mst-close-date(ws-index) < ws-business-date)
               continue
           else
               move ws-y            to ws-rcn-in-window(ws-index)
               add ws-one           to ws-total-expected
               perform 110-build-closeout-name
               move ws-n            to ws-closeout-eof
               open input closeout-file
               if ws-closeout-status = "00"
                   move ws-y        to ws-rcn-consumed(ws-index)
                   perform 120-read-closeout
                   perform 130-apply-closeout-record
                       until ws-closeout-eof = ws-y
                   close closeout-file
               end-if
           end-if.

       110-build-closeout-name.
           move ws-mst-store-num(ws-index) to ws-closeout-store-xx.
           move spaces              to ws-closeout-file-name.
           string "../../../../data/Final-Store-Closeout-"
                       delimited by size
                  ws-closeout-store-xx delimited by size
                  ".dat"            delimited by size
               into ws-closeout-file-name.

       120-read-closeout.
           read closeout-file
               at end
                   move ws-y        to ws-closeout-eof.

       130-apply-closeout-record.
      *a record for another store or another day is counted and
      *reported, not reconciled against tonight's files
           if co-store-num not = ws-mst-store-num(ws-index)
            or co-close-date not = ws-business-date
               add ws-one           to ws-rcn-other-records(ws-index)
           else
               move ws-y            to ws-rcn-closeout-seen(ws-index)
               add co-trans-count   to ws-rcn-cnt-declared(ws-index)
               perform 131-add-declared-tender
                 varying ws-tender-idx from ws-one by ws-one
                   until ws-tender-idx > 4
               if ws-register-count < ws-register-count-max
                   add ws-one       to ws-register-count
                   move ws-index    to
                           ws-reg-store-idx(ws-register-count)
                   move co-register-id to
                           ws-reg-id(ws-register-count)
                   move co-trans-count to
                           ws-reg-trans-count(ws-register-count)
                   perform 132-keep-register-tender
                     varying ws-tender-idx from ws-one by ws-one
                       until ws-tender-idx > 4
               end-if
           end-if.

           perform 120-read-closeout.

       131-add-declared-tender.
           add co-tender-amount(ws-tender-idx)
             to ws-rcn-declared(ws-index, ws-tender-idx).

       132-keep-register-tender.
           move co-tender-amount(ws-tender-idx)
             to ws-reg-amount(ws-register-count, ws-tender-idx).

      *----------------------------------------------------------------
      * What reached the pipeline - the store's validated records of
      * the business date. sales add; voids and refunds take away,
      * the way the register's tender totals do. leases are billed,
      * not rung, and never appear on a close-out
      *----------------------------------------------------------------
       200-scan-valid-file.
           move ws-n                to ws-valid-eof.

           open input valid-file.
           if ws-valid-status = "35"
               move ws-y            to ws-valid-eof
           else
               perform 210-read-valid
               perform 220-apply-valid-record
                   until ws-valid-eof = ws-y
               close valid-file
           end-if.

       210-read-valid.
           read valid-file
               at end
                   move ws-y        to ws-valid-eof.

       220-apply-valid-record.
           if vl-trans-date = ws-business-date
            and (vl-code-sale or vl-code-return-or-void
                 or vl-code-layaway)
               move vl-store-num    to ws-work-store
               move vl-payment-type to ws-work-payment-type
               perform 800-find-store-and-tender
               if ws-found-store-idx > 0
                and ws-found-tender-idx > 0
                   move vl-transaction to ws-work-amount
                   if vl-code-return-or-void
                    or (vl-code-layaway and vl-layaway-cancel)
                       compute ws-work-amount = 0 - ws-work-amount
                   end-if
                   add ws-work-amount to
                       ws-rcn-valid(ws-found-store-idx,
                                    ws-found-tender-idx)
                   add ws-one       to
                       ws-rcn-cnt-valid(ws-found-store-idx)
               end-if
           end-if.

           perform 210-read-valid.

      *----------------------------------------------------------------
      * What is stuck on the invalid file - a rejected record of the
      * business date that still names a store, a tender and an
      * amount is charged to that store; one too garbled to say is
      * counted as unattributed
      *----------------------------------------------------------------
       300-scan-invalid-file.
           move ws-n                to ws-invalid-eof.

           open input invalid-file.
           if ws-invalid-status = "35"
               move ws-y            to ws-invalid-eof
           else
               perform 310-read-invalid
               perform 320-apply-invalid-record
                   until ws-invalid-eof = ws-y
               close invalid-file
           end-if.

       310-read-invalid.
           read invalid-file
               at end
                   move ws-y        to ws-invalid-eof.

       320-apply-invalid-record.
      *a record plainly dated some other day belongs to that day;
      *one whose date is itself garbage could be tonight's
           if iv-trans-date = ws-business-date
            or iv-trans-date is not numeric
               move 0               to ws-found-store-idx
               move 0               to ws-found-tender-idx
               if (iv-code-sale or iv-code-return-or-void
                    or iv-code-layaway)
                and iv-store-num is numeric
                and iv-transaction is numeric
                   move iv-store-num-num to ws-work-store
                   move iv-payment-type  to ws-work-payment-type
                   perform 800-find-store-and-tender
               end-if
               if ws-found-store-idx > 0
                and ws-found-tender-idx > 0
                   move iv-transaction-num to ws-work-amount
                   if iv-code-return-or-void
                    or (iv-code-layaway and iv-layaway-cancel)
                       compute ws-work-amount = 0 - ws-work-amount
                   end-if
                   add ws-work-amount to
                       ws-rcn-invalid(ws-found-store-idx,
                                      ws-found-tender-idx)
                   add ws-one       to
                       ws-rcn-cnt-invalid(ws-found-store-idx)
               else
                   add ws-one       to ws-unattributed-count
               end-if
           end-if.

           perform 310-read-invalid.

      *----------------------------------------------------------------
      * Report
      *----------------------------------------------------------------
       400-write-report-headings.
           move ws-business-date    to ws-title-date.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.
           write report-line from spaces.

       500-report-one-store.
           if ws-rcn-in-window(ws-index) = ws-y
               move ws-mst-store-num(ws-index)  to ws-disp-store-edit
               move ws-mst-store-name(ws-index) to ws-disp-store-name
               if ws-rcn-closeout-seen(ws-index) = ws-n
                   perform 510-report-no-closeout
               else
                   perform 520-report-closeout
               end-if
               if ws-rcn-other-records(ws-index) > 0
                   move spaces      to ws-disp-note
                   string "CLOSE-OUT RECORDS NOT FOR THIS STORE "
                                    delimited by size
                          "AND DATE: "
                                    delimited by size
                          ws-rcn-other-records(ws-index)
                                    delimited by size
                       into ws-disp-note
                   write report-line from ws-note-line
               end-if
               write report-line from spaces
           end-if.

      *a store with no close-out has nothing to reconcile against,
      *so its dollars stay out of the footer totals
       510-report-no-closeout.
           add ws-one               to ws-total-no-closeout.
           move ws-result-no-closeout to ws-disp-store-result.
           write report-line from ws-store-line.

           move 0                   to ws-total-valid-work.
           move 0                   to ws-total-invalid-work.
           perform 511-add-pipeline-tender
             varying ws-tender-idx from ws-one by ws-one
               until ws-tender-idx > 4.
           move ws-total-valid-work   to ws-disp-nc-valid-edit.
           move ws-total-invalid-work to ws-disp-nc-invalid-edit.
           write report-line from ws-no-closeout-line.

       511-add-pipeline-tender.
           add ws-rcn-valid(ws-index, ws-tender-idx)
             to ws-total-valid-work.
           add ws-rcn-invalid(ws-index, ws-tender-idx)
             to ws-total-invalid-work.

       520-report-closeout.
           add ws-one               to ws-total-received.

      *settle the store's standing before its heading line prints
           move ws-n                to ws-store-missing.
           move ws-n                to ws-store-rejects.
           perform 521-judge-tender
             varying ws-tender-idx from ws-one by ws-one
               until ws-tender-idx > 4.

           if ws-store-missing = ws-y
               add ws-one           to ws-total-missing
               move ws-result-missing  to ws-disp-store-result
           else
           if ws-store-rejects = ws-y
               add ws-one           to ws-total-rejects
               move ws-result-rejects  to ws-disp-store-result
           else
               add ws-one           to ws-total-balanced
               move ws-result-balanced to ws-disp-store-result
           end-if
           end-if.
           write report-line from ws-store-line.

           write report-line from ws-register-headings.
           perform 530-report-one-register
             varying ws-reg-idx from 1 by 1
               until ws-reg-idx > ws-register-count.

           write report-line from ws-tender-headings.
           perform 540-report-one-tender
             varying ws-tender-idx from ws-one by ws-one
               until ws-tender-idx > 4.

           move ws-rcn-cnt-declared(ws-index) to ws-disp-cnt-declared.
           compute ws-disp-cnt-received =
               ws-rcn-cnt-valid(ws-index) +
               ws-rcn-cnt-invalid(ws-index).
           move ws-rcn-cnt-valid(ws-index)   to ws-disp-cnt-valid.
           move ws-rcn-cnt-invalid(ws-index) to ws-disp-cnt-invalid.
           write report-line from ws-count-line.

       521-judge-tender.
           compute ws-missing-amount =
               ws-rcn-declared(ws-index, ws-tender-idx)
             - ws-rcn-valid(ws-index, ws-tender-idx)
             - ws-rcn-invalid(ws-index, ws-tender-idx).
           if ws-missing-amount not = 0
               move ws-y            to ws-store-missing
           end-if.
           if ws-rcn-invalid(ws-index, ws-tender-idx) not = 0
               move ws-y            to ws-store-rejects
           end-if.

       530-report-one-register.
           if ws-reg-store-idx(ws-reg-idx) = ws-index
               move ws-reg-id(ws-reg-idx)          to ws-disp-register
               move ws-reg-trans-count(ws-reg-idx) to ws-disp-reg-count
               perform 531-edit-register-tender
                 varying ws-tender-idx from ws-one by ws-one
                   until ws-tender-idx > 4
               write report-line from ws-register-line
           end-if.

       531-edit-register-tender.
           move spaces to ws-disp-reg-tender(ws-tender-idx).
           move ws-reg-amount(ws-reg-idx, ws-tender-idx)
             to ws-disp-reg-amount-edit(ws-tender-idx).

       540-report-one-tender.
           compute ws-missing-amount =
               ws-rcn-declared(ws-index, ws-tender-idx)
             - ws-rcn-valid(ws-index, ws-tender-idx)
             - ws-rcn-invalid(ws-index, ws-tender-idx).

           move ws-tender-name(ws-tender-idx) to ws-disp-tender-name.
           move ws-rcn-declared(ws-index, ws-tender-idx)
             to ws-disp-declared-edit.
           move ws-rcn-valid(ws-index, ws-tender-idx)
             to ws-disp-valid-edit.
           move ws-rcn-invalid(ws-index, ws-tender-idx)
             to ws-disp-invalid-edit.
           move ws-missing-amount   to ws-disp-missing-edit.
           write report-line from ws-tender-line.

           add ws-rcn-declared(ws-index, ws-tender-idx)
             to ws-total-declared.
           add ws-rcn-valid(ws-index, ws-tender-idx)
             to ws-total-valid.
           add ws-rcn-invalid(ws-index, ws-tender-idx)
             to ws-total-invalid.
           add ws-missing-amount    to ws-total-never-arrived.

       600-report-footer.
      *the dollar totals are over the stores that closed out, so
      *declared less validated less invalid is what never arrived
           move "STORES EXPECTED ="      to ws-disp-sum-label.
           move ws-total-expected        to ws-disp-sum-count.
           write report-line from ws-summary-line
             after advancing ws-two line.

           move "CLOSE-OUTS RECEIVED ="  to ws-disp-sum-label.
           move ws-total-received        to ws-disp-sum-count.
           write report-line from ws-summary-line
             after advancing ws-one line.

           move "STORES BALANCED ="      to ws-disp-sum-label.
           move ws-total-balanced        to ws-disp-sum-count.
           write report-line from ws-summary-line
             after advancing ws-one line.

           move "STORES WITH REJECTS ="  to ws-disp-sum-label.
           move ws-total-rejects         to ws-disp-sum-count.
           write report-line from ws-summary-line
             after advancing ws-one line.

           move "STORES MISSING DOLLARS =" to ws-disp-sum-label.
           move ws-total-missing         to ws-disp-sum-count.
           write report-line from ws-summary-line
             after advancing ws-one line.

           move "NO CLOSE-OUT RECEIVED =" to ws-disp-sum-label.
           move ws-total-no-closeout     to ws-disp-sum-count.
           write report-line from ws-summary-line
             after advancing ws-one line.

           move "UNATTRIBUTED REJECTS =" to ws-disp-sum-label.
           move ws-unattributed-count    to ws-disp-sum-count.
           write report-line from ws-summary-line
             after advancing ws-one line.

           move "TOTAL DECLARED ="       to ws-disp-sum-amt-label.
           move ws-total-declared        to ws-disp-sum-amount-edit.
           write report-line from ws-summary-amount-line
             after advancing ws-two line.

           move "TOTAL VALIDATED ="      to ws-disp-sum-amt-label.
           move ws-total-valid           to ws-disp-sum-amount-edit.
           write report-line from ws-summary-amount-line
             after advancing ws-one line.

           move "TOTAL ON INVALID ="     to ws-disp-sum-amt-label.
           move ws-total-invalid         to ws-disp-sum-amount-edit.
           write report-line from ws-summary-amount-line
             after advancing ws-one line.

           move "TOTAL NEVER ARRIVED ="  to ws-disp-sum-amt-label.
           move ws-total-never-arrived   to ws-disp-sum-amount-edit.
           write report-line from ws-summary-amount-line
             after advancing ws-one line.

       700-clear-consumed-closeouts.
      *a reconciled close-out is cleared so tomorrow's run does not
      *reconcile it again - one arriving after this point waits for
      *the next run
           if ws-rcn-consumed(ws-index) = ws-y
               perform 110-build-closeout-name
               open output closeout-file
               close closeout-file
           end-if.

       800-find-store-and-tender.
      *callers put the store number in ws-work-store and the tender
      *in ws-work-payment-type first
           move 0                   to ws-found-store-idx.
           move 0                   to ws-found-tender-idx.
           if ws-store-table-count > 0
               perform 801-scan-stores
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-store-table-count
                      or ws-found-store-idx > 0
           end-if.
           if ws-work-us-cash
               move ws-one          to ws-found-tender-idx
           end-if.
           perform 802-scan-tenders
             varying ws-tender-idx from ws-one by ws-one
               until ws-tender-idx > 4
                  or ws-found-tender-idx > 0.

       801-scan-stores.
           if ws-work-store = ws-mst-store-num(ws-scan-idx)
               move ws-scan-idx     to ws-found-store-idx
           end-if.

       802-scan-tenders.
           if ws-work-payment-type = ws-tender-code(ws-tender-idx)
               move ws-tender-idx   to ws-found-tender-idx
           end-if.

       end program Final-CloseoutRecon.

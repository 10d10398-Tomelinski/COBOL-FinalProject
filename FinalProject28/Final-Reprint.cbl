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

      *same 81-byte layout SAndLProcessing reads
       fd sl-file
           data record is sl-rec
           record contains 81 characters.

       01 sl-rec.
         05 sl-code                 pic x.
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
         05 sl-associate-id         pic x(6).
         05 sl-exempt-cert          pic x(10).
         05 sl-foreign-amount       pic 9(5)v99.

      *same 83-byte layout Final-ReturnProccess reads
       fd return-file
           data record is rt-rec
           record contains 83 characters.

       01 rt-rec.
         05 rt-code                 pic x.
           88 rt-reason-defective       value 'DF'.
           88 rt-reason-wrong-item      value 'WI'.
           88 rt-reason-cust-change     value 'CC'.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.

      *void record - only the invoice matters here
       fd void-file
           data record is vd-void-rec
           record contains 81 characters.

       01 vd-void-rec.
         05 filler                  pic x(12).
         05 vd-invoice              pic x(9).
         05 filler                  pic x(60).

       fd store-tax-file
           data record is stx-store-tax-rec

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

         05 filler                  pic x(2)    value spaces.
         05 ws-disp-file-count-edit pic zzz9.
         05 filler                  pic x(6)    value " FILES".
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-reversed        pic x(8).

       01 ws-reprint-result-line.
         05 filler                  pic x(4)    value spaces.
               depending on ws-stamp-count.
           10 ws-stamp-value        pic x(12).
           10 ws-stamp-files        pic 9(4).
           10 ws-stamp-reversed     pic x.

       01 ws-catalog-fields.
         05 ws-gen-cat-status       pic xx      value "00".
         05 ws-found-stamp-idx      pic 999     value 0.
         05 ws-stamp-scan-idx       pic 999     value 0.
         05 ws-run-on-hand          pic x       value 'n'.
         05 ws-run-reversed         pic x       value 'n'.

      *void invoices - reclaimed for the one store's pass
       01 ws-void-count-max         pic 999     value 500.
               add ws-one           to ws-stamp-count
               move gc-stamp        to ws-stamp-value(ws-stamp-count)
               move 0               to ws-stamp-files(ws-stamp-count)
               move ws-n            to
                       ws-stamp-reversed(ws-stamp-count)
               move ws-stamp-count  to ws-found-stamp-idx
           end-if.

               if gc-file-name = ws-sl-file-name
                   move ws-y        to ws-run-on-hand
               end-if
      *a run Final-DayReversal backed out still reprints - the
      *statement was what the store was told that day - but says so
               if gc-reversed
                   move ws-y        to
                           ws-stamp-reversed(ws-found-stamp-idx)
                   if gc-file-name = ws-sl-file-name
                       move ws-y    to ws-run-reversed
                   end-if
               end-if
           end-if.

           perform 111-read-catalog-record.
       130-list-one-stamp.
           move ws-stamp-value(ws-index) to ws-disp-stamp.
           move ws-stamp-files(ws-index) to ws-disp-file-count-edit.
           if ws-stamp-reversed(ws-index) = ws-y
               move "REVERSED"      to ws-disp-reversed
           else
               move spaces          to ws-disp-reversed
           end-if.
           write report-line from ws-stamp-display-line.

      *----------------------------------------------------------------
               perform 400-write-one-statement

               move spaces          to ws-disp-result
               if ws-run-reversed = ws-y
                   string "REVERSED RUN REPRINTED: " delimited by size
                          ws-statement-name(18:46) delimited by size
                       into ws-disp-result
               else
                   string "STATEMENT REPRINTED: " delimited by size
                          ws-statement-name(18:46) delimited by size
                       into ws-disp-result
               end-if
               write report-line from ws-reprint-result-line
                 after advancing ws-two line
               display ws-disp-result
                       compute ws-tax rounded =
                           (rt-transaction * ws-cur-tax-rate)
                   end-if
      *an exempt sale was charged no tax, so its return has none
      *to give back
                   if rt-exempt-cert not = spaces
                       move 0       to ws-tax
                   end-if
                   add ws-tax       to ws-tot-return-tax
               else
                   move "HELD"      to ws-rd-held-flag

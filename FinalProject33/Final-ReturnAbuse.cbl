       identification division.
       program-id. Final-ReturnAbuse.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: Loss-prevention case list. Final-ReturnProccess
      *            judges every refund on its own, so a run of small
      *            refunds that each pass its checks is never seen
      *            as a pattern. This program looks back over every
      *            return and sale generation still catalogued on
      *            Final-Generation-Catalog.dat, the store-credit
      *            register and the refund authorizations, and opens
      *            a case for: the same SKU returned again and again
      *            at one store, returns that match no sale on hand,
      *            refunds rung just under their payment type's
      *            ceiling, store credit redeemed within days of
      *            being issued, and a store whose refunds lean on
      *            supervisor authorizations. Cases are scored and
      *            listed highest first for the LP team to work.
      *            Thresholds come from Final-LP-Thresholds.dat, with
      *            shipped defaults when it is missing.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *the generation catalog the split and S&L stages append to -
      *every return and sl generation it still names is looked back
      *over
           select generation-catalog-file
               assign to
                   "../../../../data/Final-Generation-Catalog.dat"
               organization is line sequential
               file status is ws-gen-cat-status.

      *one catalogued return generation at a time
           select return-gen-file
               assign to dynamic ws-gen-file-name
               organization is line sequential
               file status is ws-return-gen-status.

      *one catalogued sl generation at a time
           select sl-gen-file
               assign to dynamic ws-gen-file-name
               organization is line sequential
               file status is ws-sl-gen-status.

      *store-credit register - the issue date of every credit still
      *open
           select credit-register-file
               assign to "../../../../data/Final-Store-Credit.dat"
               organization is line sequential
               file status is ws-credit-reg-status.

      *supervisor-approved refund authorizations - a consumed one is
      *a refund that went past its ceiling on someone's say-so
           select refund-auth-file
               assign to "../../../../data/Final-Refund-Auth.dat"
               organization is line sequential
               file status is ws-auth-status.

      *the same per-payment-type ceilings Final-ReturnProccess holds
      *refunds against
           select refund-limit-file
               assign to "../../../../data/Final-Refund-Limits.dat"
               organization is line sequential
               file status is ws-refund-limit-status.

      *the LP team's thresholds - a missing file means the shipped
      *defaults
           select threshold-file
               assign to "../../../../data/Final-LP-Thresholds.dat"
               organization is line sequential
               file status is ws-threshold-status.

           select store-master-file
               assign to "../../../../data/Final-Store-Master.dat"
               organization is line sequential
               file status is ws-store-mast-status.

           select report-file
               assign to "../../../../data/Final-return-abuse.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
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

      *same 83-byte layout Final-ReturnProccess reads
       fd return-gen-file
           data record is rt-rec
           record contains 83 characters.

       01 rt-rec.
         05 rt-code                 pic x.
         05 rt-transaction          pic 9(5)v99.
         05 rt-payment-type         pic xx.
           88 rt-store-credit           value 'SC'.
         05 rt-store-num            pic 99.
         05 rt-invoice              pic x(9).
         05 rt-sku-code             pic x(15).
         05 rt-trans-date           pic 9(8).
         05 rt-quantity             pic 9(3).
         05 rt-unit-price           pic 9(4)v99.
         05 rt-vendor-num           pic 9(5).
         05 rt-return-reason        pic xx.
         05 rt-associate-id         pic x(6).
         05 rt-exempt-cert          pic x(10).
         05 rt-foreign-amount       pic 9(5)v99.

      *same 81-byte layout SAndLProcessing reads
       fd sl-gen-file
           data record is sl-rec
           record contains 81 characters.

       01 sl-rec.
         05 sl-code                 pic x.
           88 sl-code-sale              value 'S'.
         05 sl-transaction          pic 9(5)v99.
         05 sl-payment-type         pic xx.
      *an SC sale redeems store credit - its invoice field carries
      *the credit number, not a sale of its own
           88 sl-store-credit           value 'SC'.
         05 sl-store-num            pic 99.
         05 sl-invoice              pic x(9).
         05 sl-sku-code             pic x(15).
         05 sl-trans-date           pic 9(8).
         05 sl-quantity             pic 9(3).
         05 sl-unit-price           pic 9(4)v99.
         05 sl-vendor-num           pic 9(5).
         05 sl-associate-id         pic x(6).
         05 sl-exempt-cert          pic x(10).
         05 sl-foreign-amount       pic 9(5)v99.

      *store-credit register record - the credit number is the
      *issuing return's invoice id
       fd credit-register-file
           data record is cg-credit-rec
           record contains 34 characters.

       01 cg-credit-rec.
         05 cg-credit-num           pic x(9).
         05 cg-store-num            pic 99.
         05 cg-issue-date           pic 9(8).
         05 cg-original             pic 9(5)v99.
         05 cg-remaining            pic 9(5)v99.
         05 cg-status               pic x.

      *refund authorization record
       fd refund-auth-file
           data record is ra-auth-rec
           record contains 30 characters.

       copy "RFAUTH.cpy".

      *refund limit record - one per payment type
       fd refund-limit-file
           data record is rl-refund-limit-rec
           record contains 9 characters.

       01 rl-refund-limit-rec.
         05 rl-payment-type         pic xx.
         05 rl-max-refund           pic 9(5)v99.

      *single-record thresholds file
       fd threshold-file
           data record is lp-threshold-rec
           record contains 13 characters.

       01 lp-threshold-rec.
      *returns of one SKU at one store that make a case
         05 lp-repeat-sku-min       pic 99.
      *how close under its ceiling, in percent, a refund must be
         05 lp-ceiling-band-pct     pic 99.
      *refunds just under the ceiling by one associate that make a
      *case
         05 lp-ceiling-min          pic 99.
      *days from issue to redemption that count as quick
         05 lp-quick-days           pic 99.
      *share of a store's refunds, in percent, that were
      *supervisor-authorized before the store makes a case
         05 lp-auth-share-pct       pic 999.
      *fewest refunds a store needs before its share means anything
         05 lp-auth-min-refunds     pic 99.

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line               pic x(100).

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

       working-storage section.

      *the generation being read, named from the catalog
       01 ws-gen-file-name          pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(36)
               value "Final: Return Abuse Case List".

       01 ws-heading2-title.
         05 filler                  pic x(26)   value spaces.
         05 filler                  pic x(24)
               value "LOSS PREVENTION CASES  ".
         05 ws-title-date           pic 9(8).
         05 filler                  pic x       value "-".
         05 ws-title-run            pic 9(4).

       01 ws-heading3-scope.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(21)
               value "RETURN GENERATIONS: ".
         05 ws-scope-ret-gen-edit   pic zz9.
         05 filler                  pic x(20)
               value "   SL GENERATIONS: ".
         05 ws-scope-sl-gen-edit    pic zz9.
         05 filler                  pic x(13)
               value "   RETURNS: ".
         05 ws-scope-returns-edit   pic zzzz9.

       01 ws-heading4-columns.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(5)    value "RANK".
         05 filler                  pic x(6)    value " SCORE".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(34)   value "PATTERN".
         05 filler                  pic x(3)    value "ST".
         05 filler                  pic x(21)   value "STORE NAME".
         05 filler                  pic x(16)   value "SUBJECT".
         05 filler                  pic x(4)    value "  CT".
         05 filler                  pic x(11)   value "     AMOUNT".

       01 ws-case-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-cdl-rank-edit        pic zzz9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-score-edit       pic zzzzz9.
         05 filler                  pic x(2)    value spaces.
         05 ws-cdl-pattern          pic x(34).
         05 ws-cdl-store-edit       pic z9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-store-name       pic x(20).
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-subject          pic x(15).
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-count-edit       pic zzz9.
         05 filler                  pic x(1)    value spaces.
         05 ws-cdl-amount-edit      pic $$$$,$$9.99.

       01 ws-none-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(6)    value "(NONE)".

       01 ws-summary-line1.
         05 filler                  pic x(26)
               value "CASES OPENED =".
         05 ws-total-cases-edit     pic zzzzz9.

       01 ws-summary-line2.
         05 filler                  pic x(26)
               value "  REPEATED SKU RETURNS =".
         05 ws-total-rs-edit        pic zzzzz9.

       01 ws-summary-line3.
         05 filler                  pic x(26)
               value "  RETURNS WITH NO SALE =".
         05 ws-total-ns-edit        pic zzzzz9.

       01 ws-summary-line4.
         05 filler                  pic x(26)
               value "  JUST UNDER CEILING =".
         05 ws-total-uc-edit        pic zzzzz9.

       01 ws-summary-line5.
         05 filler                  pic x(26)
               value "  QUICK CREDIT REDEMPTION=".
         05 ws-total-qr-edit        pic zzzzz9.

       01 ws-summary-line6.
         05 filler                  pic x(26)
               value "  HIGH AUTHORIZED SHARE =".
         05 ws-total-sa-edit        pic zzzzz9.

       01 ws-summary-line7.
         05 filler                  pic x(26)
               value "NOT TABULATED (TABLE CAP)=".
         05 ws-total-untabulated-edit pic zzzzz9.

      *run-control fields (loaded at startup - see
      *0030-load-run-control)
       copy "RUNWS.cpy".

      *store master table (loaded at startup - see
      *0040-load-store-master)
       copy "STORWS.cpy".

      *refund authorizations (loaded at startup - see RFALOAD.cpy)
       copy "RFAUTHWS.cpy".

      *the thresholds in force - the shipped defaults unless the LP
      *team's file overrides them
       01 ws-thresholds.
         05 ws-repeat-sku-min       pic 99      value 3.
         05 ws-ceiling-band-pct     pic 99      value 10.
         05 ws-ceiling-min          pic 99      value 2.
         05 ws-quick-days           pic 99      value 2.
         05 ws-auth-share-pct       pic 999     value 25.
         05 ws-auth-min-refunds     pic 99      value 4.

      *the weight each pattern carries in a case's score - a return
      *with no sale behind it is the strongest single signal
       01 ws-pattern-weights.
         05 ws-weight-rs            pic 9       value 2.
         05 ws-weight-ns            pic 9       value 5.
         05 ws-weight-uc            pic 9       value 3.
         05 ws-weight-qr            pic 9       value 4.
         05 ws-weight-sa            pic 9       value 3.

      *refund limits table - one entry per payment type; a payment
      *type with no entry has no ceiling
       01 ws-limit-count-max        pic 99      value 10.
       01 ws-limit-table-count      pic 99      value 0.
       01 ws-limit-table.
         05 ws-limit-entry occurs 0 to 10 times
               depending on ws-limit-table-count.
           10 ws-limit-paytype      pic xx.
           10 ws-limit-amount       pic 9(5)v99.

      *store-credit register - only the issue date matters here
       01 ws-credit-count-max       pic 9(4)    value 2000.
       01 ws-credit-count           pic 9(4)    value 0.
       01 ws-credit-table.
         05 ws-credit-entry occurs 0 to 2000 times
               depending on ws-credit-count.
           10 ws-crg-num            pic x(9).
           10 ws-crg-store          pic 99.
           10 ws-crg-issue-date     pic 9(8).

      *generation files already read - a stage rerun catalogues the
      *same generation twice, and it must count once
       01 ws-seen-count-max         pic 999     value 400.
       01 ws-seen-count             pic 999     value 0.
       01 ws-seen-table.
         05 ws-seen-name            pic x(64)   occurs 0 to 400 times
               depending on ws-seen-count.

      *every return on hand across the catalogued generations
       01 ws-ret-count-max          pic 9(4)    value 5000.
       01 ws-ret-count              pic 9(4)    value 0.
       01 ws-return-table.
         05 ws-ret-entry occurs 0 to 5000 times
               depending on ws-ret-count.
           10 ws-ret-invoice        pic x(9).
           10 ws-ret-store          pic 99.
           10 ws-ret-sku            pic x(15).
           10 ws-ret-amount         pic 9(5)v99.
           10 ws-ret-paytype        pic xx.
           10 ws-ret-date           pic 9(8).
           10 ws-ret-associate      pic x(6).
           10 ws-ret-matched        pic x.

      *store-credit redemptions - SC sales across the sl generations
       01 ws-rdm-count-max          pic 9(4)    value 2000.
       01 ws-rdm-count              pic 9(4)    value 0.
       01 ws-redemption-table.
         05 ws-rdm-entry occurs 0 to 2000 times
               depending on ws-rdm-count.
           10 ws-rdm-credit-num     pic x(9).
           10 ws-rdm-date           pic 9(8).
           10 ws-rdm-amount         pic 9(5)v99.

      *refunds and supervisor-authorized refunds by store number
       01 ws-store-refund-table.
         05 ws-srf-entry            occurs 99 times.
           10 ws-srf-refund-ct      pic 9(4).
           10 ws-srf-auth-ct        pic 9(4).
           10 ws-srf-auth-amt       pic 9(7)v99.

      *one entry per pattern, store and subject - a SKU, an
      *associate or a credit number. an entry becomes a case once
      *it clears its pattern's threshold
       01 ws-case-count-max         pic 9(4)    value 3000.
       01 ws-case-count             pic 9(4)    value 0.
       01 ws-case-table.
         05 ws-cas-entry occurs 0 to 3000 times
               depending on ws-case-count.
           10 ws-cas-pattern        pic xx.
             88 ws-cas-repeat-sku       value "RS".
             88 ws-cas-no-sale          value "NS".
             88 ws-cas-under-ceiling    value "UC".
             88 ws-cas-quick-redeem     value "QR".
             88 ws-cas-auth-share       value "SA".
           10 ws-cas-store          pic 99.
           10 ws-cas-subject        pic x(15).
           10 ws-cas-count          pic 9(4).
           10 ws-cas-amount         pic 9(7)v99.
           10 ws-cas-score          pic 9(6).
           10 ws-cas-ranked         pic x.

       01 ws-case-keys.
         05 ws-key-pattern          pic xx      value spaces.
         05 ws-key-store            pic 99      value 0.
         05 ws-key-subject          pic x(15)   value spaces.
         05 ws-key-amount           pic 9(7)v99 value 0.

      *serial-day arithmetic for issue-to-redemption days, the same
      *arithmetic Final-CardRecon ages its chargebacks with
       01 ws-day-work.
         05 ws-dts-date.
           10 ws-dts-yyyy           pic 9(4).
           10 ws-dts-mm             pic 99.
           10 ws-dts-dd             pic 99.
         05 ws-dts-serial           pic 9(7)    value 0.
         05 ws-serial-issue         pic 9(7)    value 0.
         05 ws-serial-redeem        pic 9(7)    value 0.
         05 ws-days-apart           pic s9(5)   value 0.
         05 ws-leap-quot            pic 9(4)    value 0.
         05 ws-leap-rem             pic 9(4)    value 0.

      *cumulative days before each month, january through december
       01 ws-month-offset-values    pic x(36)
               value "000031059090120151181212243273304334".
       01 ws-month-offsets redefines ws-month-offset-values.
         05 ws-month-offset         pic 999     occurs 12 times.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-idx            pic 9(4)    value 0.
         05 ws-store-sub            pic 99      value 0.
         05 ws-rank-pos             pic 9(4)    value 0.
         05 ws-rank-best-idx        pic 9(4)    value 0.
         05 ws-limit-found-idx      pic 99      value 0.
         05 ws-limit-scan-idx       pic 99      value 0.
         05 ws-band-floor           pic 9(5)v99 value 0.
         05 ws-issue-date           pic 9(8)    value 0.
         05 ws-auth-pct             pic 9(5)v99 value 0.
         05 ws-consumed-flag        pic x       value 'n'.
         05 ws-seen-flag            pic x       value 'n'.

       01 ws-totals.
         05 ws-total-ret-gens       pic 999     value 0.
         05 ws-total-sl-gens        pic 999     value 0.
         05 ws-total-cases          pic 9(6)    value 0.
         05 ws-total-rs             pic 9(6)    value 0.
         05 ws-total-ns             pic 9(6)    value 0.
         05 ws-total-uc             pic 9(6)    value 0.
         05 ws-total-qr             pic 9(6)    value 0.
         05 ws-total-sa             pic 9(6)    value 0.
         05 ws-total-untabulated    pic 9(6)    value 0.

       01 ws-flags.
         05 ws-gen-cat-eof          pic x       value 'n'.
         05 ws-return-gen-eof       pic x       value 'n'.
         05 ws-sl-gen-eof           pic x       value 'n'.
         05 ws-credit-reg-eof       pic x       value 'n'.
         05 ws-refund-limit-eof     pic x       value 'n'.

       01 ws-file-status.
         05 ws-gen-cat-status       pic xx      value "00".
         05 ws-return-gen-status    pic xx      value "00".
         05 ws-sl-gen-status        pic xx      value "00".
         05 ws-credit-reg-status    pic xx      value "00".
         05 ws-refund-limit-status  pic xx      value "00".
         05 ws-threshold-status     pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-hundred                pic 999     value 100.

       procedure division.
       000-main.
           perform 0030-load-run-control.
           perform 0040-load-store-master.
           perform 0150-load-refund-auth.
           perform 0057-load-refund-limits.
           perform 0060-load-thresholds.
           perform 0080-load-credit-register.

           perform 0045-init-store-refunds
             varying ws-store-sub from 1 by 1
               until ws-store-sub > 99.

      *every catalogued return first, then one pass over the sl
      *generations matches them all at once
           perform 100-load-return-generations.
           perform 200-scan-sl-generations.

           perform 300-build-return-cases
             varying ws-index from ws-one by ws-one
               until ws-index > ws-ret-count.
           perform 340-build-redemption-case
             varying ws-index from ws-one by ws-one
               until ws-index > ws-rdm-count.
           perform 360-build-auth-share-case
             varying ws-store-sub from 1 by 1
               until ws-store-sub > 99.

           perform 400-score-one-case
             varying ws-index from ws-one by ws-one
               until ws-index > ws-case-count.

           open output report-file.
           perform 500-write-report-headings.
           perform 510-rank-one-position
             varying ws-rank-pos from ws-one by ws-one
               until ws-rank-pos > ws-total-cases.
           if ws-total-cases = 0
               write report-line from ws-none-line
           end-if.
           perform 700-report-footer.
           close report-file.

           if ws-total-untabulated > 0
               display "*** RETURN ABUSE TABLES OVER CAP - "
                       ws-total-untabulated " ITEMS NOT TABULATED ***"
           end-if.

           goback.

       copy "RUNLOAD.cpy".

       copy "STORLOAD.cpy".

       copy "RFALOAD.cpy".

       0045-init-store-refunds.
           move 0                  to ws-srf-refund-ct(ws-store-sub).
           move 0                  to ws-srf-auth-ct(ws-store-sub).
           move 0                  to ws-srf-auth-amt(ws-store-sub).

       0057-load-refund-limits.
           move ws-n               to ws-refund-limit-eof.
           move 0                  to ws-limit-table-count.

           open input refund-limit-file.
           if ws-refund-limit-status = "35"
               move ws-y           to ws-refund-limit-eof
           else
               perform 0058-read-refund-limit
               perform 0059-build-limit-entry
                   until ws-refund-limit-eof = ws-y
                      or ws-limit-table-count = ws-limit-count-max
               close refund-limit-file
           end-if.

       0058-read-refund-limit.
           read refund-limit-file
               at end
                   move ws-y       to ws-refund-limit-eof.

       0059-build-limit-entry.
           add ws-one              to ws-limit-table-count.
           move rl-payment-type    to
                   ws-limit-paytype(ws-limit-table-count).
           move rl-max-refund      to
                   ws-limit-amount(ws-limit-table-count).

           perform 0058-read-refund-limit.

       0060-load-thresholds.
      *a zero or non-numeric field keeps its default
           open input threshold-file.
           if ws-threshold-status = "00"
               read threshold-file
                   not at end
                       perform 0061-apply-thresholds
               end-read
               close threshold-file
           end-if.

       0061-apply-thresholds.
           if lp-repeat-sku-min is numeric
            and lp-repeat-sku-min > 0
               move lp-repeat-sku-min   to ws-repeat-sku-min
           end-if.
           if lp-ceiling-band-pct is numeric
            and lp-ceiling-band-pct > 0
               move lp-ceiling-band-pct to ws-ceiling-band-pct
           end-if.
           if lp-ceiling-min is numeric
            and lp-ceiling-min > 0
               move lp-ceiling-min      to ws-ceiling-min
           end-if.
           if lp-quick-days is numeric
            and lp-quick-days > 0
               move lp-quick-days       to ws-quick-days
           end-if.
           if lp-auth-share-pct is numeric
            and lp-auth-share-pct > 0
               move lp-auth-share-pct   to ws-auth-share-pct
           end-if.
           if lp-auth-min-refunds is numeric
            and lp-auth-min-refunds > 0
               move lp-auth-min-refunds to ws-auth-min-refunds
           end-if.

      *a missing register just means no credit is open - the issue
      *dates still come from the SC returns themselves
       0080-load-credit-register.
           move ws-n               to ws-credit-reg-eof.
           move 0                  to ws-credit-count.

           open input credit-register-file.
           if ws-credit-reg-status = "35"
               move ws-y           to ws-credit-reg-eof
           else
               perform 0081-read-credit-register
               perform 0082-build-credit-entry
                 until ws-credit-reg-eof = ws-y
               close credit-register-file
           end-if.

       0081-read-credit-register.
           read credit-register-file
               at end
                   move ws-y       to ws-credit-reg-eof.

       0082-build-credit-entry.
           if ws-credit-count < ws-credit-count-max
               add ws-one          to ws-credit-count
               move cg-credit-num  to ws-crg-num(ws-credit-count)
               move cg-store-num   to ws-crg-store(ws-credit-count)
               move cg-issue-date  to
                       ws-crg-issue-date(ws-credit-count)
           else
               add ws-one          to ws-total-untabulated
           end-if.

           perform 0081-read-credit-register.

      *----------------------------------------------------------------
      * Look back - every return generation the catalog still names
      *----------------------------------------------------------------
       100-load-return-generations.
           move 0                   to ws-seen-count.
           move ws-n                to ws-gen-cat-eof.

           open input generation-catalog-file.
           if ws-gen-cat-status = "35"
               move ws-y            to ws-gen-cat-eof
               display "NO GENERATION CATALOG ON HAND"
           else
               perform 110-read-catalog-record
               perform 120-check-return-entry
                   until ws-gen-cat-eof = ws-y
               close generation-catalog-file
           end-if.

       110-read-catalog-record.
           read generation-catalog-file
               at end
                   move ws-y        to ws-gen-cat-eof.

       120-check-return-entry.
      *a reversed run's returns were backed out - its corrected
      *rerun carries them, and they must not count twice
           if gc-file-name(18:20) = "Final-return-records"
            and not gc-reversed
               perform 130-note-generation-seen
               if ws-seen-flag = ws-n
                   move gc-file-name to ws-gen-file-name
                   perform 140-read-return-generation
               end-if
           end-if.

           perform 110-read-catalog-record.

       130-note-generation-seen.
           move ws-n                to ws-seen-flag.
           if ws-seen-count > 0
               perform 131-scan-seen
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-seen-count
                      or ws-seen-flag = ws-y
           end-if.

           if ws-seen-flag = ws-n
            and ws-seen-count < ws-seen-count-max
               add ws-one           to ws-seen-count
               move gc-file-name    to ws-seen-name(ws-seen-count)
           end-if.

       131-scan-seen.
           if gc-file-name = ws-seen-name(ws-scan-idx)
               move ws-y            to ws-seen-flag
           end-if.

       140-read-return-generation.
      *a catalogued generation the purge already deleted just fails
      *to open and is skipped
           move ws-n                to ws-return-gen-eof.

           open input return-gen-file.
           if ws-return-gen-status not = "00"
               move ws-y            to ws-return-gen-eof
           else
               add ws-one           to ws-total-ret-gens
               perform 141-read-return-record
               perform 150-hold-return
                   until ws-return-gen-eof = ws-y
               close return-gen-file
           end-if.

       141-read-return-record.
           read return-gen-file
               at end
                   move ws-y        to ws-return-gen-eof.

       150-hold-return.
           if ws-ret-count < ws-ret-count-max
               add ws-one           to ws-ret-count
               move rt-invoice      to ws-ret-invoice(ws-ret-count)
               move rt-store-num    to ws-ret-store(ws-ret-count)
               move rt-sku-code     to ws-ret-sku(ws-ret-count)
               move rt-transaction  to ws-ret-amount(ws-ret-count)
               move rt-payment-type to ws-ret-paytype(ws-ret-count)
               move rt-trans-date   to ws-ret-date(ws-ret-count)
               move rt-associate-id to ws-ret-associate(ws-ret-count)
               move ws-n            to ws-ret-matched(ws-ret-count)
           else
               add ws-one           to ws-total-untabulated
           end-if.

           perform 141-read-return-record.

      *----------------------------------------------------------------
      * One pass over every sl generation - match the returns to
      * their sales and collect the store-credit redemptions
      *----------------------------------------------------------------
       200-scan-sl-generations.
           move 0                   to ws-seen-count.
           move ws-n                to ws-gen-cat-eof.

           open input generation-catalog-file.
           if ws-gen-cat-status = "35"
               move ws-y            to ws-gen-cat-eof
           else
               perform 110-read-catalog-record
               perform 210-check-sl-entry
                   until ws-gen-cat-eof = ws-y
               close generation-catalog-file
           end-if.

       210-check-sl-entry.
           if gc-file-name(18:16) = "Final-sl-records"
            and not gc-reversed
               perform 130-note-generation-seen
               if ws-seen-flag = ws-n
                   move gc-file-name to ws-gen-file-name
                   perform 220-read-sl-generation
               end-if
           end-if.

           perform 110-read-catalog-record.

       220-read-sl-generation.
           move ws-n                to ws-sl-gen-eof.

           open input sl-gen-file.
           if ws-sl-gen-status not = "00"
               move ws-y            to ws-sl-gen-eof
           else
               add ws-one           to ws-total-sl-gens
               perform 221-read-sl-record
               perform 230-apply-sl-record
                   until ws-sl-gen-eof = ws-y
               close sl-gen-file
           end-if.

       221-read-sl-record.
           read sl-gen-file
               at end
                   move ws-y        to ws-sl-gen-eof.

       230-apply-sl-record.
      *a redemption carries the credit number as its invoice - it
      *is not the sale behind any return, so it matches nothing
           if sl-store-credit
               if sl-code-sale
                   perform 240-hold-redemption
               end-if
           else
               perform 231-match-one-return
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-ret-count
           end-if.

           perform 221-read-sl-record.

       231-match-one-return.
           if ws-ret-matched(ws-scan-idx) = ws-n
            and ws-ret-invoice(ws-scan-idx) = sl-invoice
               move ws-y            to ws-ret-matched(ws-scan-idx)
           end-if.

       240-hold-redemption.
           if ws-rdm-count < ws-rdm-count-max
               add ws-one           to ws-rdm-count
               move sl-invoice      to ws-rdm-credit-num(ws-rdm-count)
               move sl-trans-date   to ws-rdm-date(ws-rdm-count)
               move sl-transaction  to ws-rdm-amount(ws-rdm-count)
           else
               add ws-one           to ws-total-untabulated
           end-if.

      *----------------------------------------------------------------
      * Build the candidate cases
      *----------------------------------------------------------------
       300-build-return-cases.
      *the same SKU back again and again at one store
           move "RS"                to ws-key-pattern.
           move ws-ret-store(ws-index) to ws-key-store.
           move ws-ret-sku(ws-index)   to ws-key-subject.
           move ws-ret-amount(ws-index) to ws-key-amount.
           perform 380-add-to-case.

      *a return no sale on hand accounts for, by who rang it
           if ws-ret-matched(ws-index) = ws-n
               move "NS"            to ws-key-pattern
               move ws-ret-associate(ws-index) to ws-key-subject
               perform 380-add-to-case
           end-if.

           perform 310-check-under-ceiling.

      *every refund counts toward its store's authorized share
           move ws-ret-store(ws-index) to ws-store-sub.
           if ws-store-sub >= 1
               add ws-one           to ws-srf-refund-ct(ws-store-sub)
               perform 320-check-consumed-auth
               if ws-consumed-flag = ws-y
                   add ws-one       to ws-srf-auth-ct(ws-store-sub)
                   add ws-ret-amount(ws-index)
                     to ws-srf-auth-amt(ws-store-sub)
               end-if
           end-if.

      *a refund inside the band just under its payment type's
      *ceiling - close enough to have been shaped to pass
       310-check-under-ceiling.
           move 0                   to ws-limit-found-idx.
           if ws-limit-table-count > 0
               perform 311-scan-limits
                 varying ws-limit-scan-idx from 1 by 1
                   until ws-limit-scan-idx > ws-limit-table-count
                      or ws-limit-found-idx > 0
           end-if.

           if ws-limit-found-idx > 0
               compute ws-band-floor rounded =
                   ws-limit-amount(ws-limit-found-idx)
                 - (ws-limit-amount(ws-limit-found-idx)
                     * ws-ceiling-band-pct / ws-hundred)
               if ws-ret-amount(ws-index) <=
                       ws-limit-amount(ws-limit-found-idx)
                and ws-ret-amount(ws-index) >= ws-band-floor
                   move "UC"        to ws-key-pattern
                   move ws-ret-store(ws-index)     to ws-key-store
                   move ws-ret-associate(ws-index) to ws-key-subject
                   move ws-ret-amount(ws-index)    to ws-key-amount
                   perform 380-add-to-case
               end-if
           end-if.

       311-scan-limits.
           if ws-ret-paytype(ws-index) =
                   ws-limit-paytype(ws-limit-scan-idx)
               move ws-limit-scan-idx to ws-limit-found-idx
           end-if.

      *an authorization Final-ReturnProccess has consumed, in any
      *run - an unused one has not let a refund through yet
       320-check-consumed-auth.
           move ws-n                to ws-consumed-flag.
           if ws-auth-count > 0
               perform 321-scan-auth
                 varying ws-auth-scan-idx from 1 by 1
                   until ws-auth-scan-idx > ws-auth-count
                      or ws-consumed-flag = ws-y
           end-if.

       321-scan-auth.
           if ws-aut-invoice(ws-auth-scan-idx) =
                   ws-ret-invoice(ws-index)
            and ws-aut-used(ws-auth-scan-idx) = "y"
               move ws-y            to ws-consumed-flag
           end-if.

      *a credit redeemed within the quick window of being issued -
      *the issue date from the register while the credit is open,
      *else from the SC return that issued it
       340-build-redemption-case.
           move 0                   to ws-issue-date.
           move 0                   to ws-key-store.
           perform 341-scan-credit-register
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-credit-count
                  or ws-issue-date > 0.
           if ws-issue-date = 0
               perform 342-scan-sc-returns
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-ret-count
                      or ws-issue-date > 0
           end-if.

           if ws-issue-date > 0
               move ws-issue-date   to ws-dts-date
               perform 800-date-to-serial
               move ws-dts-serial   to ws-serial-issue
               move ws-rdm-date(ws-index) to ws-dts-date
               perform 800-date-to-serial
               move ws-dts-serial   to ws-serial-redeem
               compute ws-days-apart =
                   ws-serial-redeem - ws-serial-issue
               if ws-days-apart >= 0
                and ws-days-apart <= ws-quick-days
                   move "QR"        to ws-key-pattern
                   move ws-rdm-credit-num(ws-index) to ws-key-subject
                   move ws-rdm-amount(ws-index)     to ws-key-amount
                   perform 380-add-to-case
               end-if
           end-if.

       341-scan-credit-register.
           if ws-crg-num(ws-scan-idx) = ws-rdm-credit-num(ws-index)
               move ws-crg-issue-date(ws-scan-idx) to ws-issue-date
               move ws-crg-store(ws-scan-idx)      to ws-key-store
           end-if.

       342-scan-sc-returns.
           if ws-ret-invoice(ws-scan-idx) = ws-rdm-credit-num(ws-index)
            and ws-ret-paytype(ws-scan-idx) = "SC"
               move ws-ret-date(ws-scan-idx)  to ws-issue-date
               move ws-ret-store(ws-scan-idx) to ws-key-store
           end-if.

      *a store whose refunds lean on supervisor authorizations
       360-build-auth-share-case.
           if ws-srf-refund-ct(ws-store-sub) >= ws-auth-min-refunds
               compute ws-auth-pct rounded =
                   (ws-srf-auth-ct(ws-store-sub) * ws-hundred)
                       / ws-srf-refund-ct(ws-store-sub)
               if ws-auth-pct >= ws-auth-share-pct
                and ws-srf-auth-ct(ws-store-sub) > 0
                   move "SA"        to ws-key-pattern
                   move ws-store-sub to ws-key-store
                   move spaces      to ws-key-subject
                   move 0           to ws-key-amount
                   perform 380-add-to-case
                   if ws-found-idx > 0
                       move ws-srf-auth-ct(ws-store-sub)
                         to ws-cas-count(ws-found-idx)
                       move ws-srf-auth-amt(ws-store-sub)
                         to ws-cas-amount(ws-found-idx)
                   end-if
               end-if
           end-if.

       380-add-to-case.
           move 0                   to ws-found-idx.
           if ws-case-count > 0
               perform 381-scan-cases
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-case-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx = 0
               if ws-case-count < ws-case-count-max
                   add ws-one       to ws-case-count
                   move ws-case-count to ws-found-idx
                   move ws-key-pattern to ws-cas-pattern(ws-found-idx)
                   move ws-key-store   to ws-cas-store(ws-found-idx)
                   move ws-key-subject to ws-cas-subject(ws-found-idx)
                   move 0           to ws-cas-count(ws-found-idx)
                                       ws-cas-amount(ws-found-idx)
                                       ws-cas-score(ws-found-idx)
                   move ws-n        to ws-cas-ranked(ws-found-idx)
               else
                   add ws-one       to ws-total-untabulated
               end-if
           end-if.

           if ws-found-idx > 0
               add ws-one           to ws-cas-count(ws-found-idx)
               add ws-key-amount    to ws-cas-amount(ws-found-idx)
           end-if.

       381-scan-cases.
           if ws-cas-pattern(ws-scan-idx) = ws-key-pattern
            and ws-cas-store(ws-scan-idx) = ws-key-store
            and ws-cas-subject(ws-scan-idx) = ws-key-subject
               move ws-scan-idx     to ws-found-idx
           end-if.

      *----------------------------------------------------------------
      * Score - an entry under its pattern's threshold scores zero
      * and is never listed
      *----------------------------------------------------------------
       400-score-one-case.
           move 0                   to ws-cas-score(ws-index).

           if ws-cas-repeat-sku(ws-index)
               if ws-cas-count(ws-index) >= ws-repeat-sku-min
                   compute ws-cas-score(ws-index) =
                       ws-cas-count(ws-index) * ws-weight-rs
                   add ws-one       to ws-total-rs
               end-if
           end-if.
           if ws-cas-no-sale(ws-index)
               compute ws-cas-score(ws-index) =
                   ws-cas-count(ws-index) * ws-weight-ns
               add ws-one           to ws-total-ns
           end-if.
           if ws-cas-under-ceiling(ws-index)
               if ws-cas-count(ws-index) >= ws-ceiling-min
                   compute ws-cas-score(ws-index) =
                       ws-cas-count(ws-index) * ws-weight-uc
                   add ws-one       to ws-total-uc
               end-if
           end-if.
           if ws-cas-quick-redeem(ws-index)
               compute ws-cas-score(ws-index) =
                   ws-cas-count(ws-index) * ws-weight-qr
               add ws-one           to ws-total-qr
           end-if.
           if ws-cas-auth-share(ws-index)
               compute ws-cas-score(ws-index) =
                   ws-cas-count(ws-index) * ws-weight-sa
               add ws-one           to ws-total-sa
           end-if.

           if ws-cas-score(ws-index) > 0
               add ws-one           to ws-total-cases
           else
               move ws-y            to ws-cas-ranked(ws-index)
           end-if.

      *----------------------------------------------------------------
      * Report - highest score first, the larger amount breaking a
      * tie, ranked the selection way the other reports rank
      *----------------------------------------------------------------
       500-write-report-headings.
           move ws-business-date    to ws-title-date.
           move ws-run-number       to ws-title-run.
           move ws-total-ret-gens   to ws-scope-ret-gen-edit.
           move ws-total-sl-gens    to ws-scope-sl-gen-edit.
           move ws-ret-count        to ws-scope-returns-edit.

           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.
           write report-line from ws-heading3-scope
             after advancing ws-two line.
           write report-line from ws-heading4-columns
             after advancing ws-two line.

       510-rank-one-position.
           move 0                   to ws-rank-best-idx.
           perform 520-find-best-unranked
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-case-count.

           if ws-rank-best-idx > 0
               move ws-y            to ws-cas-ranked(ws-rank-best-idx)
               perform 530-write-case-line
           end-if.

       520-find-best-unranked.
           if ws-cas-ranked(ws-scan-idx) = ws-n
               if ws-rank-best-idx = 0
                   move ws-scan-idx to ws-rank-best-idx
               else
               if ws-cas-score(ws-scan-idx) >
                       ws-cas-score(ws-rank-best-idx)
                   move ws-scan-idx to ws-rank-best-idx
               else
               if ws-cas-score(ws-scan-idx) =
                       ws-cas-score(ws-rank-best-idx)
                and ws-cas-amount(ws-scan-idx) >
                       ws-cas-amount(ws-rank-best-idx)
                   move ws-scan-idx to ws-rank-best-idx
               end-if
               end-if
               end-if
           end-if.

       530-write-case-line.
           move ws-rank-pos         to ws-cdl-rank-edit.
           move ws-cas-score(ws-rank-best-idx)   to ws-cdl-score-edit.
           move ws-cas-store(ws-rank-best-idx)   to ws-cdl-store-edit.
           move ws-cas-subject(ws-rank-best-idx) to ws-cdl-subject.
           move ws-cas-count(ws-rank-best-idx)   to ws-cdl-count-edit.
           move ws-cas-amount(ws-rank-best-idx)  to ws-cdl-amount-edit.

           if ws-cas-repeat-sku(ws-rank-best-idx)
               move "SAME SKU RETURNED REPEATEDLY"   to ws-cdl-pattern
           end-if.
           if ws-cas-no-sale(ws-rank-best-idx)
               move "RETURNS MATCHING NO SALE"       to ws-cdl-pattern
           end-if.
           if ws-cas-under-ceiling(ws-rank-best-idx)
               move "REFUNDS JUST UNDER CEILING"     to ws-cdl-pattern
           end-if.
           if ws-cas-quick-redeem(ws-rank-best-idx)
               move "CREDIT ISSUED AND QUICKLY USED" to ws-cdl-pattern
           end-if.
           if ws-cas-auth-share(ws-rank-best-idx)
               move "HIGH SUPERVISOR-AUTHORIZED SHARE"
                 to ws-cdl-pattern
               move "STORE-WIDE"    to ws-cdl-subject
           end-if.

           move "STORE NOT ON MASTER" to ws-cdl-store-name.
           move ws-cas-store(ws-rank-best-idx) to ws-store-sub.
           perform 531-scan-store-name
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-store-table-count.

           write report-line from ws-case-display-line.

       531-scan-store-name.
           if ws-mst-store-num(ws-scan-idx) = ws-store-sub
               move ws-mst-store-name(ws-scan-idx) to ws-cdl-store-name
           end-if.

       700-report-footer.
           move ws-total-cases      to ws-total-cases-edit.
           move ws-total-rs         to ws-total-rs-edit.
           move ws-total-ns         to ws-total-ns-edit.
           move ws-total-uc         to ws-total-uc-edit.
           move ws-total-qr         to ws-total-qr-edit.
           move ws-total-sa         to ws-total-sa-edit.
           move ws-total-untabulated to ws-total-untabulated-edit.

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
           write report-line from ws-summary-line6
             after advancing ws-one line.
           write report-line from ws-summary-line7
             after advancing ws-one line.

       800-date-to-serial.
      *serial days from a yyyymmdd date - year days plus leap days
      *plus the month offset plus the day, one less before march in
      *a leap year. the same arithmetic either side of the
      *subtraction
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

       end program Final-ReturnAbuse.

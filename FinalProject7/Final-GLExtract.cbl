      *Description: This Program is the pipeline's journal-entry
      *            stage, run by Final-PipelineDriver once
      *            Final-ReturnProccess has finished. It turns the
      *            run's posted transactions and the per-store tax file
      *            into a balanced general-ledger journal: debits to the
      *            cash and card clearing accounts by payment type,
      *            credits to sales by store, tax-payable lines from
      *            the per-store tax SAndLProcessing collected, and
      *            contra entries for returns. Every journal line
      *            carries the run stamp so a posting can be traced
      *            back to the pipeline run that produced it.
      *            Movements owed by programs outside the pipeline -
      *            inventory shrink from an approved physical count,
      *            lease buyouts, termination fees and returned lease
      *            units from Final-LeaseEvents -
      *            arrive on the pending GL entry file and post into
      *            the same batch exactly once. Every sale and
      *            authorized return that posts is also costed at the
      *            SKU master's unit cost: cost of goods sold against
      *            inventory relief by store, each costed line kept on
      *            the run's cost-of-sales generation for the gross
      *            margin reporting. Each batch is also kept as the
      *            run's Final-GL-Journal generation, cataloged with
      *            the rest of the run, so Final-DayReversal can post
      *            the run back out after the live journal file has
      *            moved on to later nights. US-dollar cash posts
      *            through its own clearing account at the Canadian
      *            dollars it rang for, and each USD deposit the bank
      *            credits at its own rate posts the difference from
      *            the day's till rate as a foreign exchange gain or
      *            loss. Money taken on a layaway posts to the
      *            customer deposits liability from the layaway
      *            ledger's pending entries - a pickup's sale is
      *            paid out of it, and what a cancel or forfeit
      *            keeps or owes back leaves it - and the deposits
      *            the ledger still holds are shown on the report.
      *            No account is fixed here any more: each side of
      *            each posting event - a sale by tender, tax, a
      *            refund by tender, a chargeback, store credit, cost
      *            of sales, exchange and every pending entry's event
      *            - is looked up on the posting rules for its chart
      *            of accounts entry, both kept by Final-MasterMaint,
      *            and every journal line carries the account string
      *            with the store's cost centre. An event with a side
      *            that does not map is rejected whole, so the batch
      *            still balances, and listed on the report; a
      *            rejected pending entry or chargeback stays on its
      *            file to post once it is mapped. A side that posts
      *            at no store - a tender's clearing account, or
      *            anything for a store not on the store master -
      *            lands in cost centre 0000 and is rejected the same
      *            way when its account is kept at store level.
      *            What the batch posts from the pending file and the
      *            chargeback ledger is kept as the run's
      *            Final-GL-Taken-Up generation, so Final-DayReversal
      *            can put it back when it reverses the batch.

       environment division.

       input-output section.
       file-control.

      *the run's posted transactions - a voided sale is already
      *netted out, and a refund held for approval by
      *Final-ReturnProccess is marked held and posts nothing
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

           select store-master-file
               assign to "../../../../data/Final-Store-Master.dat"
               organization is line sequential
               file status is ws-store-mast-status.

      *the chart of accounts and the posting rules Final-MasterMaint
      *keeps - together they say which ledger account each side of
      *each posting event lands in
           select gl-account-file
               assign to "../../../../data/Final-GL-Accounts.dat"
               organization is line sequential
               file status is ws-gla-status.

           select posting-rule-file
               assign to
                   "../../../../data/Final-GL-Posting-Rules.dat"
               organization is line sequential
               file status is ws-glr-status.

      *per-store sales tax SAndLProcessing collected this run
           select store-tax-file
               organization is line sequential
               file status is ws-taxh-status.

      *the unit cost every posted sale and return is costed at
           select sku-master-file
               assign to "../../../../data/Final-SKU-Master.dat"
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-status.

      *this run's costed sales and returns - the detail behind the
      *cost-of-goods-sold lines, read by Final-GrossMargin
           select cost-of-sales-file
               assign to dynamic ws-cost-file-name
               organization is line sequential.

      *the generation catalog the cost-of-sales file is noted on,
      *so housekeeping retires it with the rest of the run
           select generation-catalog-file
               assign to
                   "../../../../data/Final-Generation-Catalog.dat"
               organization is line sequential
               file status is ws-gen-cat-status.

      *the bank's daily deposit file - a USD deposit carries the
      *Canadian dollars the bank credited for it
           select deposit-file
               assign to "../../../../data/Final-Bank-Deposits.dat"
               organization is line sequential
               file status is ws-deposit-status.

      *daily exchange rates - the rate the tills rang US cash at
           select exchange-rate-file
               assign to
                   "../../../../data/Final-Exchange-Rates.dat"
               organization is line sequential
               file status is ws-xrate-status.

      *ledger movements owed by programs outside the pipeline,
      *taken up once and emptied behind the posting
           select gl-pending-file
               assign to "../../../../data/Final-GL-Pending.dat"
               organization is line sequential
               file status is ws-gl-pending-status.

      *the customer deposits Final-Layaway holds by store
           select layaway-balance-file
               assign to
                   "../../../../data/Final-Layaway-Balance.dat"
               organization is line sequential
               file status is ws-lay-bal-status.

      *the journal itself - one balanced set of lines per run,
      *wrapped as a proper interface batch (header, lines, trailer
      *with count and debit/credit hash totals) so corporate's
               assign to "../../../../data/Final-GL-Journal.dat"
               organization is line sequential.

      *the run's own copy of the batch, kept by generation
           select journal-gen-file
               assign to dynamic ws-journal-gen-name
               organization is line sequential.

      *what the batch posted from the pending file and the
      *chargeback ledger, kept by generation beside it
           select taken-up-file
               assign to dynamic ws-taken-up-name
               organization is line sequential.

      *the batch sequence carried run to run, so a missing or
      *doubled transmission shows as a gap or repeat at the other
      *end

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
           88 sl-ca                     value 'CA'.
           88 sl-cr                     value 'CR'.
           88 sl-db                     value 'DB'.
           88 sl-sc                     value 'SC'.
           88 sl-us                     value 'US'.
      *a layaway pickup, paid by the deposits Final-Layaway held
           88 sl-ly                     value 'LY'.
         05 sl-store-num            pic 99.
         05 sl-invoice              pic x(9).
         05 sl-sku-code             pic x(15).
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
           88 rt-ca                     value 'CA'.
           88 rt-cr                     value 'CR'.
           88 rt-db                     value 'DB'.
           88 rt-sc                     value 'SC'.
           88 rt-us                     value 'US'.
         05 rt-store-num            pic 99.
         05 rt-invoice              pic x(9).
         05 rt-sku-code             pic x(15).
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

       fd gl-account-file
           data record is ga-gl-account-rec
           record contains 27 characters.

       copy "GLACCT.cpy".

       fd posting-rule-file
           data record is gr-posting-rule-rec
           record contains 15 characters.

       copy "GLRULE.cpy".

       fd store-tax-file
           data record is stx-store-tax-rec

       copy "CBLEDG.cpy".

      *bank deposit record - bd-amount in the deposit's currency
       fd deposit-file
           data record is bd-deposit-rec
           record contains 31 characters.

       01 bd-deposit-rec.
         05 bd-store-num            pic 99.
         05 bd-deposit-date         pic 9(8).
         05 bd-amount               pic 9(7)v99.
         05 bd-currency             pic x(3).
           88 bd-us-deposit             value 'USD'.
         05 bd-cad-amount           pic 9(7)v99.

      *daily exchange rate file
       fd exchange-rate-file
           data record is xr-exchange-rate-rec
           record contains 19 characters.
       copy "XRATE.cpy".

       fd layaway-balance-file
           data record is lb-balance-rec
           record contains 24 characters.

       copy "LAYBAL.cpy".

      *one journal line per account movement, stamped with the run
      *the same way CTLTOT.cpy entries are so a posting can be traced
      *back to its pipeline run
       01 gs-batch-seq-rec.
         05 gs-batch-seq            pic 9(6).

       fd journal-gen-file
           data record is jg-journal-line
           record contains 52 characters.

       01 jg-journal-line           pic x(52).

      *pending entry or chargeback the run posted
       fd taken-up-file
           data record is gt-taken-up-rec
           record contains 52 characters.

       copy "GLTAKEN.cpy".

       fd report-file
           data record is report-line
           record contains 80 characters.

       copy "TAXHIST.cpy".

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

      *costed sale/return record
       fd cost-of-sales-file
           data record is cs-costed-rec
           record contains 65 characters.

       copy "COSTSL.cpy".

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

      *pending GL entry record
       fd gl-pending-file
           data record is gp-gl-pending-rec
           record contains 51 characters.

       copy "GLPEND.cpy".

      *run lock record
       fd run-lock-file
           data record is lk-run-lock-rec

       working-storage section.

      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-posted-file-name       pic x(64)   value spaces.
       01 ws-store-tax-name         pic x(64)   value spaces.
       01 ws-cost-file-name         pic x(64)   value spaces.
       01 ws-journal-gen-name       pic x(64)   value spaces.
       01 ws-taken-up-name          pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)

       01 ws-heading3-headings.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(16)   value "ACCOUNT".
         05 filler                  pic x(5)    value "STORE".
         05 filler                  pic x(10)   value spaces.
         05 filler                  pic x(5)    value "DEBIT".
         05 filler                  pic x(10)   value spaces.
         05 filler                  pic x(6)    value "CREDIT".
         05 filler                  pic x(1)    value spaces.
         05 filler                  pic x(12)   value "ACCOUNT NAME".

       01 ws-journal-display-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-disp-account         pic x(16).
         05 ws-disp-store-edit      pic z9.
         05 filler                  pic x(3)    value spaces.
         05 ws-disp-debit-edit      pic $$,$$$,$$9.99.
         05 filler                  pic x(2)    value spaces.
         05 ws-disp-credit-edit     pic $$,$$$,$$9.99.
         05 filler                  pic x(4)    value spaces.
         05 ws-disp-account-name    pic x(20).

       01 ws-balance-line.
         05 filler                  pic x(4)    value spaces.
           10 ws-store-rtax         pic 9(7)v99 value 0.
           10 ws-store-cbacks       pic 9(7)v99 value 0.
           10 ws-store-cbrev        pic 9(7)v99 value 0.
           10 ws-store-cogs         pic 9(7)v99 value 0.
           10 ws-store-rcogs        pic 9(7)v99 value 0.
      *foreign exchange on the store's USD deposits - a gain above
      *zero, a loss below
           10 ws-store-fx           pic s9(7)v99 value 0.

      *sales and refund totals by payment type - the clearing-account
      *side of the journal
         05 ws-refund-cr            pic 9(7)v99 value 0.
         05 ws-refund-db            pic 9(7)v99 value 0.
         05 ws-refund-sc            pic 9(7)v99 value 0.
      *US cash, at the Canadian dollars it rang for
         05 ws-sales-us             pic 9(7)v99 value 0.
         05 ws-refund-us            pic 9(7)v99 value 0.
      *layaway pickups, paid out of the customer deposits
         05 ws-sales-ly             pic 9(7)v99 value 0.

      *records whose store is not on the master still have to post
      *somewhere or the journal would not balance - they carry store
         05 ws-unassigned-returns   pic 9(7)v99 value 0.
         05 ws-unassigned-rtax      pic 9(7)v99 value 0.
         05 ws-unassigned-cbacks    pic 9(7)v99 value 0.
         05 ws-unassigned-cogs      pic 9(7)v99 value 0.
         05 ws-unassigned-rcogs     pic 9(7)v99 value 0.
         05 ws-unassigned-fx        pic s9(7)v99 value 0.

      *costing work fields
       01 ws-cost-fields.
         05 ws-sku-status           pic xx      value "00".
         05 ws-sku-available        pic x       value 'y'.
         05 ws-gen-cat-status       pic xx      value "00".
         05 ws-line-unit-cost       pic 9(4)v99 value 0.
         05 ws-line-cost            pic 9(7)v99 value 0.

      *chargeback money leaves through the clearing account of the
      *card type it was disputed on, and a won-back representment
         05 ws-glcb-idx             pic 999     value 0.
         05 ws-cbledg-changed       pic x       value 'n'.

      *the pending entries in memory - an event this stage does not
      *post stays on the file for the run that can
       01 ws-glpd-count-max         pic 999     value 500.
       01 ws-glpd-count             pic 999     value 0.
       01 ws-glpd-table.
         05 ws-glpd-entry occurs 0 to 500 times
               depending on ws-glpd-count.
           10 ws-glp-image          pic x(51).
           10 ws-glp-posted         pic x.

       01 ws-glpd-fields.
         05 ws-glpd-idx             pic 999     value 0.
         05 ws-glpd-held            pic 999     value 0.
         05 ws-gl-pending-status    pic xx      value "00".
         05 ws-gl-pending-eof       pic x       value 'n'.
         05 ws-gl-pending-on-file   pic x       value 'n'.
         05 ws-gl-pending-load-done pic x       value 'y'.
         05 ws-pending-amount       pic 9(7)v99 value 0.
      *the entry's event code, as the posting rules key its sides
         05 ws-pending-debit-key.
           10 ws-pdk-event          pic x(8)    value spaces.
           10 filler                pic x       value "D".
         05 ws-pending-credit-key.
           10 ws-pck-event          pic x(8)    value spaces.
           10 filler                pic x       value "C".

       01 ws-pending-held-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(26)
               value "PENDING ENTRIES HELD =".
         05 ws-pending-held-edit    pic zz9.

      *USD deposit work fields - the deposit valued at the day's
      *till rate, and what the bank's rate made of it over that
       01 ws-fx-fields.
         05 ws-deposit-status       pic xx      value "00".
         05 ws-deposit-eof          pic x       value 'n'.
         05 ws-fx-till-value        pic 9(7)v99 value 0.
         05 ws-fx-difference        pic s9(7)v99 value 0.
         05 ws-fx-amount            pic 9(7)v99 value 0.
         05 ws-fx-unrated           pic 999     value 0.
         05 ws-fx-store             pic 99      value 0.

      *the deposits the layaway ledger still holds, all stores
       01 ws-layaway-fields.
         05 ws-lay-bal-status       pic xx      value "00".
         05 ws-lay-bal-eof          pic x       value 'n'.
         05 ws-lay-bal-date         pic 9(8)    value 0.
         05 ws-lay-liability        pic 9(8)v99 value 0.

       01 ws-layaway-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(29)
               value "LAYAWAY LIABILITY PER LEDGER".
         05 ws-lay-bal-date-edit    pic 9(8).
         05 filler                  pic x(3)    value " = ".
         05 ws-lay-liability-edit   pic $$,$$$,$$9.99.

      *chart of accounts and posting rule tables (loaded at startup
      *- see 0240-load-gl-accounts)
       copy "GLMAPWS.cpy".

      *posting rule work fields - the key the next journal line is
      *written under, the two sides an event must map before any of
      *it posts, and the event being rejected when one does not
       01 ws-posting-fields.
         05 ws-post-key             pic x(9)    value spaces.
         05 ws-check-debit-key      pic x(9)    value spaces.
         05 ws-check-credit-key     pic x(9)    value spaces.
      *a side posted at no store cannot take a store-level account
         05 ws-check-debit-company  pic x       value 'n'.
         05 ws-check-credit-company pic x       value 'n'.
         05 ws-map-reason           pic x(24)   value spaces.
         05 ws-reject-event         pic x(8)    value spaces.
         05 ws-reject-store         pic 99      value 0.
         05 ws-reject-ref           pic x(15)   value spaces.
         05 ws-reject-amount        pic s9(7)v99 value 0.

      *a sale or refund's tender side, keyed the way its rule is
       01 ws-tender-key.
         05 ws-tk-event-code.
           10 ws-tk-event           pic x(6)    value spaces.
           10 ws-tk-tender          pic xx      value spaces.
         05 ws-tk-side              pic x       value space.

      *the account string a journal line carries - natural account
      *and cost centre
       01 ws-account-string.
         05 ws-as-natural           pic x(6)    value spaces.
         05 filler                  pic x       value "-".
         05 ws-as-cost-centre       pic 9(4)    value 0.
         05 filler                  pic x(9)    value spaces.

      *the events rejected for want of a mapping, for the report
       01 ws-glrj-count-max         pic 999     value 500.
       01 ws-glrj-count             pic 999     value 0.
       01 ws-glrj-idx               pic 999     value 0.
       01 ws-glrj-total             pic 9(5)    value 0.
       01 ws-glrj-table.
         05 ws-glrj-entry occurs 0 to 500 times
               depending on ws-glrj-count.
           10 ws-grj-event          pic x(8).
           10 ws-grj-store          pic 99.
           10 ws-grj-reference      pic x(15).
           10 ws-grj-amount         pic s9(7)v99.
           10 ws-grj-reason         pic x(24).

       01 ws-heading-rejects.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(37)
               value "EVENTS REJECTED - NO POSTING MAPPING".

       01 ws-heading-reject-cols.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(10)   value "EVENT".
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(16)   value "REFERENCE".
         05 filler                  pic x(16)   value "       AMOUNT".
         05 filler                  pic x(6)    value "REASON".

       01 ws-reject-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-rjd-event            pic x(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-rjd-store            pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-rjd-reference        pic x(15).
         05 filler                  pic x       value space.
         05 ws-rjd-amount           pic $$,$$$,$$9.99-.
         05 filler                  pic x(2)    value spaces.
         05 ws-rjd-reason           pic x(24).

       01 ws-reject-count-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(26)
               value "EVENTS REJECTED =".
         05 ws-reject-count-edit    pic zzzz9.

       01 ws-journal-totals.
         05 ws-total-debits         pic 9(8)v99 value 0.
         05 ws-total-credits        pic 9(8)v99 value 0.
         05 filler                  pic x(12)   value "BATCH SEQ   ".
         05 ws-disp-batch-seq       pic 9(6).

       01 ws-found-store-idx        pic 99      value 0.
       01 ws-scan-idx               pic 99      value 0.
       01 ws-index                  pic 99      value 0.
         05 ws-store-tax-eof        pic x       value 'n'.
         05 ws-cback-eof            pic x       value 'n'.
         05 ws-cbacks-on-file       pic x       value 'n'.
         05 ws-journal-eof          pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-store-tax-status     pic xx      value "00".
         05 ws-cback-status         pic xx      value "00".

      *run-lock check fields (see LOCKCHK.cpy)
       copy "RUNLKWS.cpy".

      *daily exchange rate table (loaded at startup - see
      *0210-load-exchange-rates)
       copy "XRATEWS.cpy".


       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-the-tax                pic 9v99    value 0.13.
       77 ws-usd                    pic x(3)    value "USD".
       77 ws-debit-side             pic x       value "D".
       77 ws-credit-side            pic x       value "C".
      *the posting rule keys - event code and side - of the journal
      *lines this stage writes from the run itself. a reversal
      *posts under its event's own keys, debit and credit swapped
       77 ws-key-sale-ca            pic x(9)    value "SALE  CAD".
       77 ws-key-sale-cr            pic x(9)    value "SALE  CRD".
       77 ws-key-sale-db            pic x(9)    value "SALE  DBD".
       77 ws-key-sale-us            pic x(9)    value "SALE  USD".
       77 ws-key-sale-sc            pic x(9)    value "SALE  SCD".
       77 ws-key-sale-ly            pic x(9)    value "SALE  LYD".
       77 ws-key-sale               pic x(9)    value "SALE    C".
       77 ws-key-tax-dr             pic x(9)    value "SALETX  D".
       77 ws-key-tax-cr             pic x(9)    value "SALETX  C".
       77 ws-key-refund             pic x(9)    value "REFUND  D".
       77 ws-key-refund-ca          pic x(9)    value "REFUNDCAC".
       77 ws-key-refund-cr          pic x(9)    value "REFUNDCRC".
       77 ws-key-refund-db          pic x(9)    value "REFUNDDBC".
       77 ws-key-refund-us          pic x(9)    value "REFUNDUSC".
       77 ws-key-refund-sc          pic x(9)    value "REFUNDSCC".
       77 ws-key-cback              pic x(9)    value "CHGBK   D".
       77 ws-key-cback-cr           pic x(9)    value "CHGBK CRC".
       77 ws-key-cback-db           pic x(9)    value "CHGBK DBC".
       77 ws-key-cogs-dr            pic x(9)    value "COGS    D".
       77 ws-key-cogs-cr            pic x(9)    value "COGS    C".
       77 ws-key-fx-dr              pic x(9)    value "FXDIFF  D".
       77 ws-key-fx-cr              pic x(9)    value "FXDIFF  C".

       procedure division.
       000-main.
           perform 0040-load-store-master.
           perform 0045-init-store-stats.
           perform 0190-load-tax-history.
           perform 0210-load-exchange-rates.
           perform 0240-load-gl-accounts.
           perform 0245-load-posting-rules.
           if ws-glr-table-count = 0
               display "*** NO GL POSTING RULES ON FILE - EVERY"
                       " EVENT WILL BE REJECTED ***"
           end-if.

      *each sale and return is costed as it is accumulated
           open input sku-master-file.
           if ws-sku-status not = "00"
               move ws-n             to ws-sku-available
           end-if.
           open output cost-of-sales-file.

           perform 100-accumulate-sales.
           perform 200-accumulate-returns.

           close cost-of-sales-file.
           if ws-sku-available = ws-y
               close sku-master-file
           end-if.
           perform 0066-note-generations.
           perform 300-load-store-tax.
           open output taken-up-file.
           perform 350-load-chargebacks.
           perform 360-load-gl-pending.
           perform 370-load-fx-deposits.
           perform 480-check-run-events.
           perform 484-check-unassigned-events.

           perform 0048-step-batch-sequence.

           perform 520-post-tax-lines.
           perform 530-post-return-contras.
           perform 540-post-chargeback-contras.
           perform 548-post-cost-of-sales.
           perform 543-post-fx-gain-loss.
           perform 550-post-pending-entries.
           close taken-up-file.

           perform 560-write-batch-trailer.

           end-if.

           perform 600-report-balance.
           perform 620-report-rejected-events.

           close journal-file, report-file.

           perform 0068-keep-journal-generation.

      *what posted is gone from the pending file - only the events
      *this stage does not post go back
           if ws-gl-pending-on-file = ws-y
            and ws-gl-pending-load-done = ws-y
               perform 556-rewrite-gl-pending
           end-if.

           goback.

       copy "RUNLOAD.cpy".

       copy "XRATELOAD.cpy".

       copy "GLMAPLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.
           move spaces to ws-store-tax-name.
           string "../../../../data/Final-Store-Tax"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-store-tax-name.
           move spaces to ws-cost-file-name.
           string "../../../../data/Final-cost-of-sales"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-cost-file-name.
           move spaces to ws-journal-gen-name.
           string "../../../../data/Final-GL-Journal"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-journal-gen-name.
           move spaces to ws-taken-up-name.
           string "../../../../data/Final-GL-Taken-Up"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-taken-up-name.

       0066-note-generations.
           open extend generation-catalog-file.
           if ws-gen-cat-status = "35"
               open output generation-catalog-file
           end-if.

           move ws-run-stamp         to gc-stamp.
           move space                to gc-status.
           move ws-cost-file-name    to gc-file-name.
           write gc-catalog-rec.
           move ws-journal-gen-name  to gc-file-name.
           write gc-catalog-rec.
           move ws-taken-up-name     to gc-file-name.
           write gc-catalog-rec.

           close generation-catalog-file.

      *the batch just written, copied whole to the run's generation
       0068-keep-journal-generation.
           move ws-n                 to ws-journal-eof.

           open input journal-file.
           open output journal-gen-file.
           perform 0069-read-journal-record.
           perform 0070-copy-journal-record
               until ws-journal-eof = ws-y.
           close journal-file, journal-gen-file.

       0069-read-journal-record.
           read journal-file
               at end
                   move ws-y         to ws-journal-eof.

       0070-copy-journal-record.
           move jl-journal-rec       to jg-journal-line.
           write jg-journal-line.

           perform 0069-read-journal-record.

       copy "STORLOAD.cpy".

       0046-copy-store-num.
           move ws-mst-store-num(ws-index) to ws-store-num(ws-index).

       110-find-sl-store-index.
           move 0                    to ws-found-store-idx.
           if ws-store-table-count > 0
       100-accumulate-sales.
           move ws-n                 to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y             to ws-sl-eof
           else
               perform 120-read-sl-record
               perform 130-apply-sl-record
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

       120-read-sl-record.
           read posted-file
               at end
                   move ws-y         to ws-sl-eof.

       130-apply-sl-record.
      *a voided sale posts nothing - the void already cancelled it
      *out of the posted generation upstream; a return posts on
      *the returns pass
           if sl-sale-or-lease
               perform 131-post-sl-record
           else
               perform 120-read-sl-record
           end-if.

      *a sale posts only when both its sides map - its tender's and
      *the sales side. one that does not is rejected whole, though
      *its units are still costed out of inventory
       131-post-sl-record.
           move "SALE"               to ws-tk-event.
           move sl-payment-type      to ws-tk-tender.
           move ws-debit-side        to ws-tk-side.
           move ws-tender-key        to ws-check-debit-key.
      *a tender this stage keeps no total for cannot post at all
           if not (sl-ca or sl-cr or sl-db or sl-sc or sl-us or sl-ly)
               move spaces           to ws-check-debit-key
           end-if.
           move ws-key-sale          to ws-check-credit-key.
      *the tender side always posts at no store, the sales side
      *too when the store is not on the store master
           perform 110-find-sl-store-index.
           move ws-y                 to ws-check-debit-company.
           move ws-n                 to ws-check-credit-company.
           if ws-found-store-idx = 0
               move ws-y             to ws-check-credit-company
           end-if.
           perform 470-check-event-mapping.

           if ws-map-reason = spaces
               perform 132-add-sl-totals
           else
               move ws-tk-event-code to ws-reject-event
               move sl-store-num     to ws-reject-store
               move sl-invoice       to ws-reject-ref
               move sl-transaction   to ws-reject-amount
               perform 475-note-rejected-event
           end-if.

           perform 140-cost-sale-line.

           perform 120-read-sl-record.

       132-add-sl-totals.
           if sl-ca
               add sl-transaction    to ws-sales-ca
           else
           else
           if sl-sc
               add sl-transaction    to ws-sales-sc
           else
           if sl-us
               add sl-transaction    to ws-sales-us
           else
           if sl-ly
               add sl-transaction    to ws-sales-ly
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-found-store-idx > 0
               add sl-transaction
                 to ws-store-sales(ws-found-store-idx)
               add sl-transaction    to ws-unassigned-sales
           end-if.

      *the units sold leave inventory at what they cost
       140-cost-sale-line.
           move sl-sku-code          to km-sku-code.
           perform 145-look-up-unit-cost.
           compute ws-line-cost = sl-quantity * ws-line-unit-cost.

           if ws-found-store-idx > 0
               add ws-line-cost
                 to ws-store-cogs(ws-found-store-idx)
           else
               add ws-line-cost      to ws-unassigned-cogs
           end-if.

           move "S"                  to cs-line-type.
           move sl-store-num         to cs-store-num.
           move sl-invoice           to cs-invoice.
           move sl-sku-code          to cs-sku-code.
           move sl-vendor-num        to cs-vendor-num.
           move sl-trans-date        to cs-trans-date.
           move sl-quantity          to cs-quantity.
           move sl-transaction       to cs-sales-amount.
           move ws-line-unit-cost    to cs-unit-cost.
           move ws-line-cost         to cs-cost-amount.
           write cs-costed-rec.

      *a SKU with no cost on file costs nothing - it shows on the
      *margin report at full margin until a cost is set
       145-look-up-unit-cost.
           move 0                    to ws-line-unit-cost.
           if ws-sku-available = ws-y
               read sku-master-file
                   key is km-sku-code
                   invalid key
                       continue
                   not invalid key
                       if km-unit-cost is numeric
                           move km-unit-cost to ws-line-unit-cost
                       end-if
               end-read
           end-if.

       210-find-rt-store-index.
           move 0                    to ws-found-store-idx.
       200-accumulate-returns.
           move ws-n                 to ws-return-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y             to ws-return-eof
           else
               perform 220-read-return-record
               perform 230-apply-return-record
                   until ws-return-eof = ws-y
               close posted-file
           end-if.

       220-read-return-record.
           read posted-file
               at end
                   move ws-y         to ws-return-eof.

      *a refund over its payment type's ceiling is being held for
      *approval by Final-ReturnProccess - it posts nothing here
      *until it is approved and re-fed through the pipeline
           if rt-return
            and not rt-held
               perform 236-post-return-record
           end-if.

           perform 220-read-return-record.

      *a refund posts only when both its sides map - the sales
      *returns side and its tender's. one that does not is rejected
      *whole, though its units are still costed back into inventory
       236-post-return-record.
           move "REFUND"             to ws-tk-event.
           move rt-payment-type      to ws-tk-tender.
           move ws-credit-side       to ws-tk-side.
           move ws-tender-key        to ws-check-credit-key.
           if not (rt-ca or rt-cr or rt-db or rt-sc or rt-us)
               move spaces           to ws-check-credit-key
           end-if.
           move ws-key-refund        to ws-check-debit-key.
           perform 210-find-rt-store-index.
           move ws-n                 to ws-check-debit-company.
           move ws-y                 to ws-check-credit-company.
           if ws-found-store-idx = 0
               move ws-y             to ws-check-debit-company
           end-if.
           perform 470-check-event-mapping.

           if ws-map-reason = spaces
               perform 237-add-return-totals
           else
               move ws-tk-event-code to ws-reject-event
               move rt-store-num     to ws-reject-store
               move rt-invoice       to ws-reject-ref
               move rt-transaction   to ws-reject-amount
               perform 475-note-rejected-event
           end-if.

           perform 240-cost-return-line.

       237-add-return-totals.
           if rt-ca
               add rt-transaction    to ws-refund-ca
           else
           else
           if rt-sc
               add rt-transaction    to ws-refund-sc
           else
           if rt-us
               add rt-transaction    to ws-refund-us
           end-if
           end-if
           end-if
           end-if
      *the return's tax is given back at the rate in force on the
      *return's own date, the same dated lookup Final-ReturnProccess
      *uses for its net-tax section
           if ws-found-store-idx > 0
               move rt-store-num     to ws-rate-lookup-store
               move rt-trans-date    to ws-rate-lookup-date
                   compute ws-tax rounded = (rt-transaction *
                       ws-mst-tax-rate(ws-found-store-idx))
               end-if
      *an exempt sale was charged no tax, so its return has none
      *to give back
               if rt-exempt-cert not = spaces
                   move 0            to ws-tax
               end-if
               add rt-transaction
                 to ws-store-returns(ws-found-store-idx)
               add ws-tax
           else
               compute ws-tax rounded =
                   (rt-transaction * ws-the-tax)
               if rt-exempt-cert not = spaces
                   move 0            to ws-tax
               end-if
               add rt-transaction    to ws-unassigned-returns
               add ws-tax            to ws-unassigned-rtax
           end-if.

      *the units returned go back into inventory at what they cost
       240-cost-return-line.
           move rt-sku-code          to km-sku-code.
           perform 145-look-up-unit-cost.
           compute ws-line-cost = rt-quantity * ws-line-unit-cost.

           if ws-found-store-idx > 0
               add ws-line-cost
                 to ws-store-rcogs(ws-found-store-idx)
           else
               add ws-line-cost      to ws-unassigned-rcogs
           end-if.

           move "R"                  to cs-line-type.
           move rt-store-num         to cs-store-num.
           move rt-invoice           to cs-invoice.
           move rt-sku-code          to cs-sku-code.
           move rt-vendor-num        to cs-vendor-num.
           move rt-trans-date        to cs-trans-date.
           move rt-quantity          to cs-quantity.
           move rt-transaction       to cs-sales-amount.
           move ws-line-unit-cost    to cs-unit-cost.
           move ws-line-cost         to cs-cost-amount.
           write cs-costed-rec.

       300-load-store-tax.
      *per-store sales tax from SAndLProcessing - a missing file
      *just means no sales tax to post this run
                   move ws-y         to ws-cback-eof.

       352-apply-chargeback.
      *a dispute whose sides do not map is not taken up - it stays
      *unposted on the ledger until it does. a represented one with
      *its reversal posted but not its chargeback had the chargeback
      *put back by Final-DayReversal, and posts it again
           if (cl-status-open or cl-rep-posted = "y")
            and cl-cb-posted not = "y"
               perform 357-check-cback-mapping
               if ws-map-reason = spaces
                   perform 354-take-up-chargeback
                   move "y"          to cl-cb-posted
                   move ws-y         to ws-cbledg-changed
                   move "C"          to gt-kind
                   move cl-chargeback-rec to gt-entry
                   write gt-taken-up-rec
               end-if
           else
           if cl-status-represented
            and cl-cb-posted not = "y"
           else
           if cl-status-represented
            and cl-rep-posted not = "y"
               perform 357-check-cback-mapping
               if ws-map-reason = spaces
                   perform 355-take-up-reversal
                   move "y"          to cl-rep-posted
                   move ws-y         to ws-cbledg-changed
                   move "R"          to gt-kind
                   move cl-chargeback-rec to gt-entry
                   write gt-taken-up-rec
               end-if
           end-if
           end-if
           end-if.
               add cl-amount         to ws-unassigned-cbrev
           end-if.

      *the chargebacks side and the disputed card's side - a
      *representment is the same event reversed
       357-check-cback-mapping.
           move ws-key-cback         to ws-check-debit-key.
           if cl-card-type = "DB"
               move ws-key-cback-db  to ws-check-credit-key
           else
               move ws-key-cback-cr  to ws-check-credit-key
           end-if.
           perform 353-scan-for-cback-store.
           move ws-n                 to ws-check-debit-company.
           move ws-y                 to ws-check-credit-company.
           if ws-found-store-idx = 0
               move ws-y             to ws-check-debit-company
           end-if.
           perform 470-check-event-mapping.

           if ws-map-reason not = spaces
               move ws-check-credit-key to ws-reject-event
               move cl-store-num     to ws-reject-store
               move cl-invoice       to ws-reject-ref
               if cl-status-represented
                   compute ws-reject-amount = 0 - cl-amount
               else
                   move cl-amount    to ws-reject-amount
               end-if
               perform 475-note-rejected-event
           end-if.

       353-scan-for-cback-store.
           move 0                    to ws-found-store-idx.
           if ws-store-table-count > 0
               move ws-scan-idx      to ws-found-store-idx
           end-if.

       360-load-gl-pending.
      *a missing file means nothing outside the pipeline is owed.
      *a file too big for the table posts nothing and is left as it
      *is, so no entry can post twice or be lost
           move ws-n                 to ws-gl-pending-eof.
           move 0                    to ws-glpd-count.

           open input gl-pending-file.
           if ws-gl-pending-status = "35"
               move ws-y             to ws-gl-pending-eof
           else
               move ws-y             to ws-gl-pending-on-file
               perform 361-read-gl-pending
               perform 362-build-gl-pending-entry
                   until ws-gl-pending-eof = ws-y
                      or ws-glpd-count = ws-glpd-count-max
               if ws-gl-pending-eof not = ws-y
                   move ws-n         to ws-gl-pending-load-done
                   move 0            to ws-glpd-count
                   display "*** GL PENDING FILE OVER TABLE CAP"
                           " - FILE LEFT AS IS ***"
               end-if
               close gl-pending-file
           end-if.

       361-read-gl-pending.
           read gl-pending-file
               at end
                   move ws-y         to ws-gl-pending-eof.

       362-build-gl-pending-entry.
           add ws-one                to ws-glpd-count.
           move gp-gl-pending-rec    to ws-glp-image(ws-glpd-count).
           move ws-n                 to ws-glp-posted(ws-glpd-count).

           perform 361-read-gl-pending.

       370-load-fx-deposits.
      *the tills rang US cash at the day's rate; the bank credits a
      *USD deposit at its own. the difference on this business
      *date's USD deposits is the exchange gain or loss - a deposit
      *with no rate to value it at posts nothing and is reported
           move ws-n                 to ws-deposit-eof.
           move 0                    to ws-fx-unrated.

           open input deposit-file.
           if ws-deposit-status = "35"
               move ws-y             to ws-deposit-eof
           else
               perform 371-read-deposit
               perform 372-apply-fx-deposit
                   until ws-deposit-eof = ws-y
               close deposit-file
           end-if.

           if ws-fx-unrated > 0
               display "*** " ws-fx-unrated
                       " USD DEPOSIT(S) WITH NO RATE FOR "
                       ws-business-date " - NO FX POSTED ***"
           end-if.

       371-read-deposit.
           read deposit-file
               at end
                   move ws-y         to ws-deposit-eof.

       372-apply-fx-deposit.
           if bd-deposit-date = ws-business-date
            and bd-us-deposit
               move bd-deposit-date  to ws-xrate-lookup-date
               move ws-usd           to ws-xrate-lookup-currency
               perform 0215-find-exchange-rate
               if ws-xrate-found = ws-n
                or bd-amount is not numeric
                or bd-cad-amount is not numeric
                   add ws-one        to ws-fx-unrated
               else
                   compute ws-fx-till-value rounded =
                       bd-amount * ws-xrate-rate
                   compute ws-fx-difference =
                       bd-cad-amount - ws-fx-till-value
                   perform 373-find-deposit-store-index
                   if ws-found-store-idx > 0
                       add ws-fx-difference
                         to ws-store-fx(ws-found-store-idx)
                   else
                       add ws-fx-difference to ws-unassigned-fx
                   end-if
               end-if
           end-if.

           perform 371-read-deposit.

       373-find-deposit-store-index.
           move 0                    to ws-found-store-idx.
           if ws-store-table-count > 0
               perform 374-scan-deposit-stores
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-store-table-count
                      or ws-found-store-idx > 0
           end-if.

       374-scan-deposit-stores.
           if bd-store-num = ws-store-num(ws-scan-idx)
               move ws-scan-idx      to ws-found-store-idx
           end-if.

      *----------------------------------------------------------------
      * Posting rule mapping - an event posts only when every side of
      * it maps to an account on the chart
      *----------------------------------------------------------------
       465-resolve-posting-key.
           perform 0255-find-posting-rule.
           move 0                    to ws-found-gla-idx.
           if ws-found-glr-idx > 0
               move ws-glr-account-num(ws-found-glr-idx)
                 to ws-gla-lookup-account
               perform 0250-find-gl-account
           end-if.

       470-check-event-mapping.
           move spaces               to ws-map-reason.

           move ws-check-debit-key   to ws-glr-lookup-key.
           perform 465-resolve-posting-key.
           if ws-found-glr-idx = 0
               move "NO DEBIT RULE"  to ws-map-reason
           else
           if ws-found-gla-idx = 0
               move "DEBIT ACCT NOT ON CHART" to ws-map-reason
           else
           if ws-check-debit-company = ws-y
            and ws-gla-level(ws-found-gla-idx) = "S"
               move "DEBIT ACCT STORE-LEVEL" to ws-map-reason
           end-if
           end-if
           end-if.

           if ws-map-reason = spaces
               move ws-check-credit-key to ws-glr-lookup-key
               perform 465-resolve-posting-key
               if ws-found-glr-idx = 0
                   move "NO CREDIT RULE" to ws-map-reason
               else
               if ws-found-gla-idx = 0
                   move "CREDIT ACCT NOT ON CHART" to ws-map-reason
               else
               if ws-check-credit-company = ws-y
                and ws-gla-level(ws-found-gla-idx) = "S"
                   move "CREDIT ACCT STORE-LEVEL" to ws-map-reason
               end-if
               end-if
               end-if
           end-if.

       475-note-rejected-event.
           add ws-one                to ws-glrj-total.
           if ws-glrj-count < ws-glrj-count-max
               add ws-one            to ws-glrj-count
               move ws-reject-event  to ws-grj-event(ws-glrj-count)
               move ws-reject-store  to ws-grj-store(ws-glrj-count)
               move ws-reject-ref    to ws-grj-reference(ws-glrj-count)
               move ws-reject-amount to ws-grj-amount(ws-glrj-count)
               move ws-map-reason    to ws-grj-reason(ws-glrj-count)
           end-if.

      *tax, cost of sales and exchange post store by store from the
      *run's totals - an event that does not map is rejected at
      *every store and its totals cleared, so what posts still
      *balances. the run stamp stands as the reference
       480-check-run-events.
           move ws-run-stamp         to ws-reject-ref.
           move ws-n                 to ws-check-debit-company.
           move ws-n                 to ws-check-credit-company.

           move ws-key-tax-dr        to ws-check-debit-key.
           move ws-key-tax-cr        to ws-check-credit-key.
           perform 470-check-event-mapping.
           if ws-map-reason not = spaces
               move ws-check-debit-key to ws-reject-event
               perform 481-reject-store-tax
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-store-table-count
               move 0                to ws-reject-store
               if ws-unassigned-rtax > 0
                   compute ws-reject-amount = 0 - ws-unassigned-rtax
                   perform 475-note-rejected-event
                   move 0            to ws-unassigned-rtax
               end-if
           end-if.

           move ws-key-cogs-dr       to ws-check-debit-key.
           move ws-key-cogs-cr       to ws-check-credit-key.
           perform 470-check-event-mapping.
           if ws-map-reason not = spaces
               move ws-check-debit-key to ws-reject-event
               perform 482-reject-store-cost
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-store-table-count
               move 0                to ws-reject-store
               if ws-unassigned-cogs > 0
                   move ws-unassigned-cogs to ws-reject-amount
                   perform 475-note-rejected-event
                   move 0            to ws-unassigned-cogs
               end-if
               if ws-unassigned-rcogs > 0
                   compute ws-reject-amount = 0 - ws-unassigned-rcogs
                   perform 475-note-rejected-event
                   move 0            to ws-unassigned-rcogs
               end-if
           end-if.

           move ws-key-fx-dr         to ws-check-debit-key.
           move ws-key-fx-cr         to ws-check-credit-key.
           perform 470-check-event-mapping.
           if ws-map-reason not = spaces
               move ws-check-debit-key to ws-reject-event
               perform 483-reject-store-fx
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-store-table-count
               move 0                to ws-reject-store
               if ws-unassigned-fx not = 0
                   move ws-unassigned-fx to ws-reject-amount
                   perform 475-note-rejected-event
                   move 0            to ws-unassigned-fx
               end-if
           end-if.

      *what no store on the store master claims posts at cost centre
      *0000, which a store-level account cannot take - those totals
      *alone are rejected, and the stores' still post
       484-check-unassigned-events.
           move ws-run-stamp         to ws-reject-ref.
           move 0                    to ws-reject-store.
           move ws-y                 to ws-check-debit-company.
           move ws-y                 to ws-check-credit-company.

           if ws-unassigned-rtax > 0
               move ws-key-tax-dr    to ws-check-debit-key
               move ws-key-tax-cr    to ws-check-credit-key
               perform 470-check-event-mapping
               if ws-map-reason not = spaces
                   move ws-check-debit-key to ws-reject-event
                   compute ws-reject-amount = 0 - ws-unassigned-rtax
                   perform 475-note-rejected-event
                   move 0            to ws-unassigned-rtax
               end-if
           end-if.

           if ws-unassigned-cogs > 0
            or ws-unassigned-rcogs > 0
               move ws-key-cogs-dr   to ws-check-debit-key
               move ws-key-cogs-cr   to ws-check-credit-key
               perform 470-check-event-mapping
               if ws-map-reason not = spaces
                   move ws-check-debit-key to ws-reject-event
                   if ws-unassigned-cogs > 0
                       move ws-unassigned-cogs to ws-reject-amount
                       perform 475-note-rejected-event
                       move 0        to ws-unassigned-cogs
                   end-if
                   if ws-unassigned-rcogs > 0
                       compute ws-reject-amount =
                           0 - ws-unassigned-rcogs
                       perform 475-note-rejected-event
                       move 0        to ws-unassigned-rcogs
                   end-if
               end-if
           end-if.

           if ws-unassigned-fx not = 0
               move ws-key-fx-dr     to ws-check-debit-key
               move ws-key-fx-cr     to ws-check-credit-key
               perform 470-check-event-mapping
               if ws-map-reason not = spaces
                   move ws-check-debit-key to ws-reject-event
                   move ws-unassigned-fx to ws-reject-amount
                   perform 475-note-rejected-event
                   move 0            to ws-unassigned-fx
               end-if
           end-if.

      *a refund's tax comes back out of the same event reversed
       481-reject-store-tax.
           move ws-store-num(ws-index) to ws-reject-store.
           if ws-store-stax(ws-index) > 0
               move ws-store-stax(ws-index) to ws-reject-amount
               perform 475-note-rejected-event
               move 0                to ws-store-stax(ws-index)
           end-if.
           if ws-store-rtax(ws-index) > 0
               compute ws-reject-amount = 0 - ws-store-rtax(ws-index)
               perform 475-note-rejected-event
               move 0                to ws-store-rtax(ws-index)
           end-if.

       482-reject-store-cost.
           move ws-store-num(ws-index) to ws-reject-store.
           if ws-store-cogs(ws-index) > 0
               move ws-store-cogs(ws-index) to ws-reject-amount
               perform 475-note-rejected-event
               move 0                to ws-store-cogs(ws-index)
           end-if.
           if ws-store-rcogs(ws-index) > 0
               compute ws-reject-amount = 0 - ws-store-rcogs(ws-index)
               perform 475-note-rejected-event
               move 0                to ws-store-rcogs(ws-index)
           end-if.

       483-reject-store-fx.
           move ws-store-num(ws-index) to ws-reject-store.
           if ws-store-fx(ws-index) not = 0
               move ws-store-fx(ws-index) to ws-reject-amount
               perform 475-note-rejected-event
               move 0                to ws-store-fx(ws-index)
           end-if.

       0048-step-batch-sequence.
      *the sequence steps every extract and goes straight back to
      *disk, so even an abend after this point burns the number -

      *one journal line, written to both the journal file and the
      *listing, and rolled into the balance totals - a zero-amount
      *line is suppressed at every call site. its account is the
      *chart account the posting rule for ws-post-key names, with
      *the store's cost centre when the account posts at store
      *level - every caller has already proven the key maps
       700-write-journal-line.
           move ws-post-key           to ws-glr-lookup-key.
           perform 465-resolve-posting-key.
           move spaces                to jl-account.
           move spaces                to ws-disp-account-name.
           if ws-found-gla-idx > 0
               move ws-gla-account-num(ws-found-gla-idx)
                 to ws-as-natural
               if ws-gla-level(ws-found-gla-idx) = "S"
                   move jl-store-num  to ws-as-cost-centre
               else
                   move 0             to ws-as-cost-centre
               end-if
               move ws-account-string to jl-account
               move ws-gla-name(ws-found-gla-idx)
                 to ws-disp-account-name
           end-if.

           move ws-run-stamp          to jl-run-stamp.
           write jl-journal-rec.

       500-post-sales-debits.
      *gross sales land in the clearing accounts by payment type
           if ws-sales-ca > 0
               move ws-key-sale-ca     to ws-post-key
               move 0                 to jl-store-num
               move ws-sales-ca       to jl-debit
               move 0                 to jl-credit
           end-if.

           if ws-sales-cr > 0
               move ws-key-sale-cr     to ws-post-key
               move 0                 to jl-store-num
               move ws-sales-cr       to jl-debit
               move 0                 to jl-credit
           end-if.

           if ws-sales-db > 0
               move ws-key-sale-db     to ws-post-key
               move 0                 to jl-store-num
               move ws-sales-db       to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line
           end-if.

           if ws-sales-us > 0
               move ws-key-sale-us     to ws-post-key
               move 0                 to jl-store-num
               move ws-sales-us       to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line
           end-if.

      *redeemed store credit pays for its sale out of the liability
      *account, not a clearing account
           if ws-sales-sc > 0
               move ws-key-sale-sc     to ws-post-key
               move 0                 to jl-store-num
               move ws-sales-sc       to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line
           end-if.

      *a layaway pickup is paid out of the deposits the customer
      *had already put down
           if ws-sales-ly > 0
               move ws-key-sale-ly     to ws-post-key
               move 0                 to jl-store-num
               move ws-sales-ly       to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line
           end-if.

       510-post-sales-credits.
      *the same sales pool credits the sales account by store
           perform 511-post-one-store-sales
               until ws-index > ws-store-table-count.

           if ws-unassigned-sales > 0
               move ws-key-sale        to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-unassigned-sales to jl-credit

       511-post-one-store-sales.
           if ws-store-sales(ws-index) > 0
               move ws-key-sale        to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move 0                 to jl-debit
               move ws-store-sales(ws-index) to jl-credit

       521-post-one-store-tax.
           if ws-store-stax(ws-index) > 0
               move ws-key-tax-dr      to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move ws-store-stax(ws-index) to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-tax-cr      to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move 0                 to jl-debit
               move ws-store-stax(ws-index) to jl-credit
               until ws-index > ws-store-table-count.

           if ws-unassigned-returns > 0
               move ws-key-refund      to ws-post-key
               move 0                 to jl-store-num
               move ws-unassigned-returns to jl-debit
               move 0                 to jl-credit
           end-if.

           if ws-unassigned-rtax > 0
               move ws-key-tax-cr      to ws-post-key
               move 0                 to jl-store-num
               move ws-unassigned-rtax to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-tax-dr      to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-unassigned-rtax to jl-credit
           end-if.

           if ws-refund-ca > 0
               move ws-key-refund-ca   to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-refund-ca      to jl-credit
           end-if.

           if ws-refund-cr > 0
               move ws-key-refund-cr   to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-refund-cr      to jl-credit
           end-if.

           if ws-refund-db > 0
               move ws-key-refund-db   to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-refund-db      to jl-credit
               perform 700-write-journal-line
           end-if.

           if ws-refund-us > 0
               move ws-key-refund-us   to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-refund-us      to jl-credit
               perform 700-write-journal-line
           end-if.

      *a refund issued as store credit pays nothing out - it builds
      *the liability the redemption will later draw down
           if ws-refund-sc > 0
               move ws-key-refund-sc   to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-refund-sc      to jl-credit

       531-post-one-store-return.
           if ws-store-returns(ws-index) > 0
               move ws-key-refund      to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move ws-store-returns(ws-index) to jl-debit
               move 0                 to jl-credit
           end-if.

           if ws-store-rtax(ws-index) > 0
               move ws-key-tax-cr      to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move ws-store-rtax(ws-index) to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-tax-dr      to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move 0                 to jl-debit
               move ws-store-rtax(ws-index) to jl-credit
               until ws-index > ws-store-table-count.

           if ws-unassigned-cbacks > 0
               move ws-key-cback       to ws-post-key
               move 0                 to jl-store-num
               move ws-unassigned-cbacks to jl-debit
               move 0                 to jl-credit
           end-if.

           if ws-cback-cr > 0
               move ws-key-cback-cr    to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-cback-cr       to jl-credit
           end-if.

           if ws-cback-db > 0
               move ws-key-cback-db    to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-cback-db       to jl-credit
               until ws-index > ws-store-table-count.

           if ws-unassigned-cbrev > 0
               move ws-key-cback       to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-unassigned-cbrev to jl-credit
           end-if.

           if ws-cbrev-cr > 0
               move ws-key-cback-cr    to ws-post-key
               move 0                 to jl-store-num
               move ws-cbrev-cr       to jl-debit
               move 0                 to jl-credit
           end-if.

           if ws-cbrev-db > 0
               move ws-key-cback-db    to ws-post-key
               move 0                 to jl-store-num
               move ws-cbrev-db       to jl-debit
               move 0                 to jl-credit

       541-post-one-store-cback.
           if ws-store-cbacks(ws-index) > 0
               move ws-key-cback       to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move ws-store-cbacks(ws-index) to jl-debit
               move 0                 to jl-credit

       542-post-one-store-cbrev.
           if ws-store-cbrev(ws-index) > 0
               move ws-key-cback       to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move 0                 to jl-debit
               move ws-store-cbrev(ws-index) to jl-credit
               perform 700-write-journal-line
           end-if.

       543-post-fx-gain-loss.
      *a gain leaves the US cash clearing account short of what the
      *bank's credit relieves, so clearing is debited and the gain
      *credited; a loss runs the other way, store by store
           perform 544-post-one-store-fx
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

           if ws-unassigned-fx not = 0
               move 0                 to ws-fx-store
               move ws-unassigned-fx  to ws-fx-difference
               perform 545-post-fx-pair
           end-if.

       544-post-one-store-fx.
           if ws-store-fx(ws-index) not = 0
               move ws-store-num(ws-index) to ws-fx-store
               move ws-store-fx(ws-index) to ws-fx-difference
               perform 545-post-fx-pair
           end-if.

       545-post-fx-pair.
           if ws-fx-difference > 0
               move ws-fx-difference  to ws-fx-amount
               move ws-key-fx-dr       to ws-post-key
               move ws-fx-store       to jl-store-num
               move ws-fx-amount      to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-fx-cr       to ws-post-key
               move ws-fx-store       to jl-store-num
               move 0                 to jl-debit
               move ws-fx-amount      to jl-credit
               perform 700-write-journal-line
           else
               compute ws-fx-amount = 0 - ws-fx-difference
               move ws-key-fx-cr       to ws-post-key
               move ws-fx-store       to jl-store-num
               move ws-fx-amount      to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-fx-dr       to ws-post-key
               move ws-fx-store       to jl-store-num
               move 0                 to jl-debit
               move ws-fx-amount      to jl-credit
               perform 700-write-journal-line
           end-if.

       548-post-cost-of-sales.
      *the cost of what sold is charged to cost of goods sold and
      *relieved out of inventory; what came back reverses it, store
      *by store
           perform 549-post-one-store-cost
             varying ws-index from ws-one by ws-one
               until ws-index > ws-store-table-count.

           if ws-unassigned-cogs > 0
               move ws-key-cogs-dr     to ws-post-key
               move 0                 to jl-store-num
               move ws-unassigned-cogs to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-cogs-cr     to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-unassigned-cogs to jl-credit
               perform 700-write-journal-line
           end-if.

           if ws-unassigned-rcogs > 0
               move ws-key-cogs-cr     to ws-post-key
               move 0                 to jl-store-num
               move ws-unassigned-rcogs to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-cogs-dr     to ws-post-key
               move 0                 to jl-store-num
               move 0                 to jl-debit
               move ws-unassigned-rcogs to jl-credit
               perform 700-write-journal-line
           end-if.

       549-post-one-store-cost.
           if ws-store-cogs(ws-index) > 0
               move ws-key-cogs-dr     to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move ws-store-cogs(ws-index) to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-cogs-cr     to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move 0                 to jl-debit
               move ws-store-cogs(ws-index) to jl-credit
               perform 700-write-journal-line
           end-if.

           if ws-store-rcogs(ws-index) > 0
               move ws-key-cogs-cr     to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move ws-store-rcogs(ws-index) to jl-debit
               move 0                 to jl-credit
               perform 700-write-journal-line

               move ws-key-cogs-dr     to ws-post-key
               move ws-store-num(ws-index) to jl-store-num
               move 0                 to jl-debit
               move ws-store-rcogs(ws-index) to jl-credit
               perform 700-write-journal-line
           end-if.

       550-post-pending-entries.
      *each pending entry posts its event's pair of lines at the
      *store it names - a negative amount posts the pair reversed
           perform 551-post-one-pending-entry
             varying ws-glpd-idx from 1 by 1
               until ws-glpd-idx > ws-glpd-count.

       551-post-one-pending-entry.
           move ws-glp-image(ws-glpd-idx) to gp-gl-pending-rec.

      *the event posts when both its sides map - one that does not
      *stays on the file, reported, for the run after it is mapped
           move gp-event-code        to ws-pdk-event.
           move gp-event-code        to ws-pck-event.
           move ws-pending-debit-key to ws-check-debit-key.
           move ws-pending-credit-key to ws-check-credit-key.
           move ws-n                 to ws-check-debit-company.
           if gp-store-num = 0
               move ws-y             to ws-check-debit-company
           end-if.
           move ws-check-debit-company to ws-check-credit-company.
           perform 470-check-event-mapping.

           if ws-map-reason = spaces
               move ws-y             to ws-glp-posted(ws-glpd-idx)
               perform 553-post-pending-pair
               move "P"              to gt-kind
               move gp-gl-pending-rec to gt-entry
               write gt-taken-up-rec
           else
               add ws-one            to ws-glpd-held
               move gp-event-code    to ws-reject-event
               move gp-store-num     to ws-reject-store
               move gp-reference     to ws-reject-ref
               move gp-amount        to ws-reject-amount
               perform 475-note-rejected-event
           end-if.

      *the pair in the event's direction - reversed when negative
       553-post-pending-pair.
           if gp-amount < 0
               compute ws-pending-amount = 0 - gp-amount
               move ws-pending-credit-key to ws-post-key
               move gp-store-num     to jl-store-num
               move ws-pending-amount to jl-debit
               move 0                to jl-credit
               perform 700-write-journal-line
               move ws-pending-debit-key to ws-post-key
               move gp-store-num     to jl-store-num
               move 0                to jl-debit
               move ws-pending-amount to jl-credit
               perform 700-write-journal-line
           else
           if gp-amount > 0
               move gp-amount        to ws-pending-amount
               move ws-pending-debit-key to ws-post-key
               move gp-store-num     to jl-store-num
               move ws-pending-amount to jl-debit
               move 0                to jl-credit
               perform 700-write-journal-line
               move ws-pending-credit-key to ws-post-key
               move gp-store-num     to jl-store-num
               move 0                to jl-debit
               move ws-pending-amount to jl-credit
               perform 700-write-journal-line
           end-if
           end-if.

       556-rewrite-gl-pending.
           open output gl-pending-file.
           perform 557-write-one-held-entry
             varying ws-glpd-idx from 1 by 1
               until ws-glpd-idx > ws-glpd-count.
           close gl-pending-file.

       557-write-one-held-entry.
           if ws-glp-posted(ws-glpd-idx) = ws-n
               move ws-glp-image(ws-glpd-idx) to gp-gl-pending-rec
               write gp-gl-pending-rec
           end-if.

       546-rewrite-chargeback-ledger.
           open output chargeback-ledger-file.
           perform 547-write-one-ledger-entry
           write report-line from ws-verdict-line
             after advancing ws-one line.

           if ws-glpd-held > 0
               move ws-glpd-held      to ws-pending-held-edit
               write report-line from ws-pending-held-line
                 after advancing ws-one line
           end-if.

           perform 610-report-layaway-liability.

      *every event rejected for want of a mapping - none of it is in
      *the batch, and the listing is what accounting journals it from
      *by hand or maps it for the next run
       620-report-rejected-events.
           if ws-glrj-total > 0
               write report-line from ws-heading-rejects
                 after advancing ws-two line
               write report-line from ws-heading-reject-cols
                 after advancing ws-one line
               write report-line from spaces
               perform 621-write-one-reject
                 varying ws-glrj-idx from 1 by 1
                   until ws-glrj-idx > ws-glrj-count
               move ws-glrj-total    to ws-reject-count-edit
               write report-line from ws-reject-count-line
                 after advancing ws-two line
           end-if.

       621-write-one-reject.
           move ws-grj-event(ws-glrj-idx)     to ws-rjd-event.
           move ws-grj-store(ws-glrj-idx)     to ws-rjd-store.
           move ws-grj-reference(ws-glrj-idx) to ws-rjd-reference.
           move ws-grj-amount(ws-glrj-idx)    to ws-rjd-amount.
           move ws-grj-reason(ws-glrj-idx)    to ws-rjd-reason.
           write report-line from ws-reject-display-line.

      *the deposits still held stand on the books as the customer
      *deposits balance - shown here so the two can be agreed. no
      *balance file means no layaway has ever been opened
       610-report-layaway-liability.
           move ws-n                  to ws-lay-bal-eof.
           move 0                     to ws-lay-liability.
           move ws-business-date      to ws-lay-bal-date.

           open input layaway-balance-file.
           if ws-lay-bal-status not = "35"
               perform 611-read-layaway-balance
               perform 612-add-layaway-balance
                 until ws-lay-bal-eof = ws-y
               close layaway-balance-file
               move ws-lay-bal-date   to ws-lay-bal-date-edit
               move ws-lay-liability  to ws-lay-liability-edit
               write report-line from ws-layaway-line
                 after advancing ws-one line
           end-if.

       611-read-layaway-balance.
           read layaway-balance-file
               at end
                   move ws-y          to ws-lay-bal-eof.

       612-add-layaway-balance.
           move lb-business-date      to ws-lay-bal-date.
           add lb-liability           to ws-lay-liability.

           perform 611-read-layaway-balance.


       copy "LOCKCHK.cpy".


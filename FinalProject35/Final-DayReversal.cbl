       identification division.
       program-id. Final-DayReversal.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: Backs one processed business day out of every
      *            ledger that accumulates it, for the day found
      *            after the fact to have run from a bad feed. The
      *            master snapshots put the masters back; this job
      *            takes the rest. A request record names the
      *            business date and run stamp, and the run must
      *            still be in the generation catalog, not already
      *            reversed, and the latest live run of its date.
      *            The date's postings come out of the tax, exempt
      *            tax, vendor and cash over/short month-to-date
      *            files, the inventory movement file and the
      *            transfers it shipped still in transit (and back out
      *            of on-hand, which no snapshot covers) and the
      *            permanent sales history; the store credits the
      *            run issued are taken back and its redemptions
      *            given back on the credit register; the refund
      *            authorizations it consumed are reopened; the
      *            run's journal batch goes back to corporate
      *            reversed, as a batch of its own in the batch
      *            sequence; and the run's catalog entries are marked
      *            reversed so the look-back reports pass them by.
      *            The return authorizations the date issued that
      *            are still waiting on their vendor come off the
      *            return-to-vendor register (their units never
      *            reached on-hand, so nothing goes back there).
      *            A movement row of the date that received or
      *            transferred units, or took them back off a
      *            terminated lease, stays on file without its
      *            sales, as no reversal takes those back.
      *            The date's layaway movements come off the layaway
      *            ledger and back out of the layaway master, a
      *            layaway opened on the date going with them. What
      *            the run's batch posted from the pending GL file
      *            and the chargeback ledger is put back when the
      *            batch is reversed - the pending entries back on
      *            the pending file (a layaway's excepted, its
      *            ledger being reversed instead) and the posted
      *            flags the run set cleared - so the corrected
      *            rerun posts them again.
      *            Every step prints its records and value before
      *            and after, so the corrected rerun of the date
      *            can be seen to start clean. Run it after the
      *            night's journal batch has been transmitted - the
      *            reversing batch takes the journal file's place.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *the request - business date and run stamp of the run to be
      *backed out
           select request-file
               assign to
                   "../../../../data/Final-Reversal-Request.dat"
               organization is line sequential
               file status is ws-request-status.

           select generation-catalog-file
               assign to
                   "../../../../data/Final-Generation-Catalog.dat"
               organization is line sequential
               file status is ws-gen-cat-status.

      *work file every ledger's surviving records pass through on
      *their way back - the same two-step rewrite the sales history
      *gets in Final-DataSplitAndCount
           select work-file
               assign to "../../../../data/Final-Reversal.tmp"
               organization is line sequential
               file status is ws-work-status.

      *the accumulating ledgers
           select tax-mtd-file
               assign to "../../../../data/Final-Tax-MTD.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select exempt-mtd-file
               assign to "../../../../data/Final-Tax-Exempt-MTD.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select vendor-mtd-file
               assign to "../../../../data/Final-Vendor-MTD.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select cash-mtd-file
               assign to
                   "../../../../data/Final-Cash-OverShort-MTD.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select movement-file
               assign to "../../../../data/Final-Inventory-Moves.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select inventory-master-file
               assign to "../../../../data/Final-Inventory-Master.dat"
               organization is line sequential
               file status is ws-ledger-status.

      *the transfer register - a shipment the date made that is
      *still in transit is taken back off it
           select transfer-register-file
               assign to "../../../../data/Final-Transfers.dat"
               organization is line sequential
               file status is ws-ledger-status.

      *the return-to-vendor register - an authorization the date
      *issued that is still open is taken back off it
           select rtv-register-file
               assign to "../../../../data/Final-RTV-Register.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select sales-history-file
               assign to "../../../../data/Final-Sales-History.dat"
               organization is line sequential
               file status is ws-ledger-status.

      *the layaway master and the movements of its deposits
           select layaway-master-file
               assign to "../../../../data/Final-Layaway-Master.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select layaway-ledger-file
               assign to "../../../../data/Final-Layaway-Ledger.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select credit-register-file
               assign to "../../../../data/Final-Store-Credit.dat"
               organization is line sequential
               file status is ws-ledger-status.

      *the reversed run's posted transactions - the store-credit
      *sales and refunds the register was moved by, voids netted
      *and a refund held for approval (which issued no credit, so
      *takes none back) marked held
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

      *supervisor-approved refund authorizations - the ones the
      *reversed run consumed go back to unused
           select refund-auth-file
               assign to "../../../../data/Final-Refund-Auth.dat"
               organization is line sequential
               file status is ws-auth-status.

      *the reversed run's own journal batch, kept by generation by
      *Final-GLExtract
           select journal-gen-file
               assign to dynamic ws-journal-gen-name
               organization is line sequential
               file status is ws-journal-gen-status.

      *what the run's batch posted from the pending file and the
      *chargeback ledger, kept by generation by Final-GLExtract
           select taken-up-file
               assign to dynamic ws-taken-up-name
               organization is line sequential
               file status is ws-taken-up-status.

      *the pending GL entries and the chargeback ledger the batch
      *posted from - what it took up goes back
           select gl-pending-file
               assign to "../../../../data/Final-GL-Pending.dat"
               organization is line sequential
               file status is ws-ledger-status.

           select chargeback-ledger-file
               assign to
                   "../../../../data/Final-Chargeback-Ledger.dat"
               organization is line sequential
               file status is ws-ledger-status.

      *the live journal file - read when the run's batch is still
      *the one on it, and rewritten with the reversing batch
           select journal-file
               assign to "../../../../data/Final-GL-Journal.dat"
               organization is line sequential
               file status is ws-journal-status.

      *the batch sequence carried run to run - the reversing batch
      *takes the next number like any other
           select batch-seq-file
               assign to "../../../../data/Final-GL-Batch-Seq.dat"
               organization is line sequential
               file status is ws-batch-seq-status.

           select report-file
               assign to "../../../../data/Final-day-reversal.out"
               organization is line sequential.

       data division.
       file section.
      *reversal request record
       fd request-file
           data record is rv-request-rec
           record contains 20 characters.

       01 rv-request-rec.
         05 rv-business-date        pic 9(8).
         05 rv-run-stamp            pic x(12).

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

       fd work-file
           data record is wk-line
           record contains 95 characters.

       01 wk-line                   pic x(95).

      *same 22-byte record Final-TaxRemit keeps
       fd tax-mtd-file
           data record is tm-mtd-rec
           record contains 22 characters.

       01 tm-mtd-rec.
         05 tm-date                 pic 9(8).
         05 tm-jurisdiction         pic x(4).
         05 tm-amount               pic s9(7)v99
                                        sign leading separate.

      *same 52-byte record Final-TaxRemit keeps - EXMPTTX.cpy in
      *working storage gives the detail's field view
       fd exempt-mtd-file
           data record is xm-exempt-mtd-rec
           record contains 52 characters.

       01 xm-exempt-mtd-rec.
         05 xm-date                 pic 9(8).
         05 xm-detail               pic x(44).

      *same 40-byte record Final-VendorSettlement keeps
       fd vendor-mtd-file
           data record is vm-mtd-rec
           record contains 40 characters.

       01 vm-mtd-rec.
         05 vm-date                 pic 9(8).
         05 vm-vendor-num           pic 9(5).
         05 vm-sales                pic 9(7)v99.
         05 vm-returns              pic 9(7)v99.
         05 vm-defectives           pic 9(7)v99.

      *same 23-byte record Final-CashRecon keeps - US cash carries
      *its over/short in US dollars, on its own row
       fd cash-mtd-file
           data record is cm-mtd-rec
           record contains 23 characters.

       01 cm-mtd-rec.
         05 cm-date                 pic 9(8).
         05 cm-store-num            pic 99.
         05 cm-amount               pic s9(7)v99
                                        sign leading separate.
         05 cm-currency             pic x(3).
           88 cm-us-dollars             value 'USD'.

      *same 55-byte record Final-Inventory keeps
       fd movement-file
           data record is md-movement-rec
           record contains 55 characters.

       01 md-movement-rec.
         05 md-date                 pic 9(8).
         05 md-sku-code             pic x(15).
         05 md-store-num            pic 99.
         05 md-sold                 pic 9(5).
         05 md-returned             pic 9(5).
         05 md-received             pic 9(5).
         05 md-xfer-in              pic 9(5).
         05 md-xfer-out             pic 9(5).
         05 md-lease-returned       pic 9(5).

       fd inventory-master-file
           data record is in-inventory-rec
           record contains 33 characters.

       copy "INVMAST.cpy".

       fd transfer-register-file
           data record is tf-transfer-rec
           record contains 63 characters.

       copy "XFERREG.cpy".

       fd rtv-register-file
           data record is vr-rtv-rec
           record contains 71 characters.

       copy "RTVREG.cpy".

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

       fd layaway-master-file
           data record is ly-layaway-rec
           record contains 95 characters.

       copy "LAYAWAY.cpy".

       fd layaway-ledger-file
           data record is lg-ledger-rec
           record contains 30 characters.

       copy "LAYLEDG.cpy".

      *same 34-byte record the register has everywhere
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

      *same 84-byte layout POSTTRN.cpy describes - seen as a sale
      *or as a return by its code
       fd posted-file
           data records are sl-rec rt-rec
           record contains 84 characters.

       01 sl-rec.
         05 sl-code                 pic x.
           88 sl-sale-or-lease          value 'S' 'L'.
         05 sl-transaction          pic 9(5)v99.
         05 sl-payment-type         pic xx.
           88 sl-sc                     value 'SC'.
         05 sl-store-num            pic 99.
         05 sl-invoice              pic x(9).
         05 filler                  pic x(63).

       01 rt-rec.
         05 rt-code                 pic x.
           88 rt-return                 value 'R'.
         05 rt-transaction          pic 9(5)v99.
         05 rt-payment-type         pic xx.
           88 rt-sc                     value 'SC'.
         05 rt-store-num            pic 99.
         05 rt-invoice              pic x(9).
         05 filler                  pic x(62).
         05 rt-post-status          pic x.
           88 rt-held                   value 'H'.

      *refund authorization record
       fd refund-auth-file
           data record is ra-auth-rec
           record contains 30 characters.

       copy "RFAUTH.cpy".

      *journal batches ride whole - ws-journal-image gives the
      *header, line and trailer views
       fd journal-gen-file
           data record is jg-journal-line
           record contains 52 characters.

       01 jg-journal-line           pic x(52).

       fd taken-up-file
           data record is gt-taken-up-rec
           record contains 52 characters.

       copy "GLTAKEN.cpy".

       fd gl-pending-file
           data record is gp-gl-pending-rec
           record contains 51 characters.

       copy "GLPEND.cpy".

       fd chargeback-ledger-file
           data record is cl-chargeback-rec
           record contains 31 characters.

       copy "CBLEDG.cpy".

       fd journal-file
           data record is jn-journal-line
           record contains 52 characters.

       01 jn-journal-line           pic x(52).

       fd batch-seq-file
           data record is gs-batch-seq-rec
           record contains 6 characters.

       01 gs-batch-seq-rec.
         05 gs-batch-seq            pic 9(6).

       fd report-file
           data record is report-line
           record contains 90 characters.

       01 report-line               pic x(90).

       working-storage section.

      *the reversed run's generation names
       01 ws-sl-file-name           pic x(64)   value spaces.
       01 ws-posted-file-name       pic x(64)   value spaces.
       01 ws-journal-gen-name       pic x(64)   value spaces.
       01 ws-taken-up-name          pic x(64)   value spaces.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(30)
               value "Final: Business Date Reversal".

       01 ws-heading2-title.
         05 filler                  pic x(24)   value spaces.
         05 filler                  pic x(22)
               value "BUSINESS DATE REVERSAL".

       01 ws-request-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(14)   value "BUSINESS DATE ".
         05 ws-rq-date              pic x(8).
         05 filler                  pic x(12)   value "  RUN STAMP ".
         05 ws-rq-stamp             pic x(12).

       01 ws-control-heading.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(24)   value "LEDGER".
         05 filler                  pic x(6)    value "BEFORE".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value " AFTER".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(17)
               value "     VALUE BEFORE".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(17)
               value "      VALUE AFTER".

      *one step's records and value before and after
       01 ws-control-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-cl-ledger            pic x(24).
         05 ws-cl-recs-before-edit  pic zzzzz9.
         05 filler                  pic x(2)    value spaces.
         05 ws-cl-recs-after-edit   pic zzzzz9.
         05 filler                  pic x(2)    value spaces.
         05 ws-cl-value-before      pic x(17).
         05 filler                  pic x(2)    value spaces.
         05 ws-cl-value-after       pic x(17).
         05 filler                  pic x(2)    value spaces.
         05 ws-cl-note              pic x(8).

      *a value is money or a count of units or records
       01 ws-cl-amount-area.
         05 ws-cl-amount-edit       pic --,---,---,--9.99.

       01 ws-cl-units-area.
         05 filler                  pic x(3)    value spaces.
         05 ws-cl-units-edit        pic --,---,---,--9.

       01 ws-gl-batch-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-gb-label             pic x(24).
         05 filler                  pic x(4)    value "SEQ ".
         05 ws-gb-seq               pic 9(6).
         05 filler                  pic x(8)    value "  LINES ".
         05 ws-gb-lines-edit        pic zzzzz9.
         05 filler                  pic x(5)    value "  DR ".
         05 ws-gb-debit-edit        pic $$$,$$$,$$9.99.
         05 filler                  pic x(5)    value "  CR ".
         05 ws-gb-credit-edit       pic $$$,$$$,$$9.99.

       01 ws-result-line.
         05 filler                  pic x(4)    value spaces.
         05 ws-result-text          pic x(80).

      *the reversed run's date, number, stamp and generation tag,
      *held in the fields every stage keeps its own in
       copy "RUNWS.cpy".

      *refund authorizations (loaded at startup - see RFALOAD.cpy)
       copy "RFAUTHWS.cpy".

      *field view of an exempt month-to-date line
       copy "EXMPTTX.cpy".

      *what the catalog says about the requested run
       01 ws-catalog-fields.
         05 ws-gen-cat-status       pic xx      value "00".
         05 ws-gen-cat-eof          pic x       value 'n'.
         05 ws-run-entries          pic 9(4)    value 0.
         05 ws-run-live-entries     pic 9(4)    value 0.
         05 ws-run-on-hand          pic x       value 'n'.
         05 ws-later-run-on-hand    pic x       value 'n'.

       01 ws-request-fields.
         05 ws-request-status       pic xx      value "00".
         05 ws-request-found        pic x       value 'n'.
         05 ws-reversal-ok          pic x       value 'n'.
         05 ws-refusal-text         pic x(60)   value spaces.

      *one ledger step's tallies
       01 ws-step-fields.
         05 ws-recs-before          pic 9(6)    value 0.
         05 ws-recs-after           pic 9(6)    value 0.
         05 ws-recs-removed         pic 9(6)    value 0.
         05 ws-recs-changed         pic 9(6)    value 0.
         05 ws-value-before         pic s9(9)v99 value 0.
         05 ws-value-after          pic s9(9)v99 value 0.
         05 ws-value-in-units       pic x       value 'n'.
         05 ws-ledger-on-file       pic x       value 'n'.

      *cash over/short is kept in each currency, so each is valued
      *on a line of its own - CAD first, then USD
       01 ws-cash-step-fields.
         05 ws-cash-entry occurs 2 times.
           10 ws-csh-ledger         pic x(24).
           10 ws-csh-recs-before    pic 9(6)    value 0.
           10 ws-csh-recs-after     pic 9(6)    value 0.
           10 ws-csh-recs-removed   pic 9(6)    value 0.
           10 ws-csh-value-before   pic s9(9)v99 value 0.
           10 ws-csh-value-after    pic s9(9)v99 value 0.

      *the date's movement rows, held to back out of on-hand
       01 ws-move-count-max         pic 9(4)    value 5000.
       01 ws-move-count             pic 9(4)    value 0.
       01 ws-move-table.
         05 ws-move-entry occurs 0 to 5000 times
               depending on ws-move-count.
           10 ws-mov-sku            pic x(15).
           10 ws-mov-store          pic 99.
           10 ws-mov-sold           pic 9(5).
           10 ws-mov-returned       pic 9(5).
      *what the row received, transferred and took back off a
      *lease, put back on file without its sales once the date's
      *shipments are known
           10 ws-mov-received       pic 9(5).
           10 ws-mov-xfer-in        pic 9(5).
           10 ws-mov-xfer-out       pic 9(5).
           10 ws-mov-lease-ret      pic 9(5).
           10 ws-mov-shipped        pic 9(5).
           10 ws-mov-arrived        pic x.

      *the date's layaway movements, held to back out of the master
       01 ws-lmv-count-max          pic 9(4)    value 2000.
       01 ws-lmv-count              pic 9(4)    value 0.
       01 ws-lmv-table.
         05 ws-lmv-entry occurs 0 to 2000 times
               depending on ws-lmv-count.
           10 ws-lmv-image          pic x(30).

       01 ws-layaway-work.
         05 ws-new-paid             pic s9(7)v99 value 0.
         05 ws-layaway-dropped      pic x       value 'n'.
         05 ws-lmv-untabled         pic 9(6)    value 0.
         05 ws-layaways-short       pic 9(4)    value 0.

      *the chargebacks the run's batch posted, by the flag it set
       01 ws-tcb-count-max          pic 999     value 500.
       01 ws-tcb-count              pic 999     value 0.
       01 ws-tcb-table.
         05 ws-tcb-entry occurs 0 to 500 times
               depending on ws-tcb-count.
           10 ws-tcb-kind           pic x.
           10 ws-tcb-image          pic x(31).
           10 ws-tcb-applied        pic x.

       01 ws-taken-up-work.
      *invoice, store, card type, amount and arrival date - the
      *first 28 bytes of the ledger record - name a dispute
         05 ws-cb-key               pic x(28)   value spaces.
         05 ws-tcb-untabled         pic 9(4)    value 0.
         05 ws-taken-up-eof         pic x       value 'n'.

      *the reversed run's store-credit activity by credit number -
      *credit issued to take back and redemptions to give back
       01 ws-cadj-count-max         pic 9(4)    value 1000.
       01 ws-cadj-count             pic 9(4)    value 0.
       01 ws-cadj-table.
         05 ws-cadj-entry occurs 0 to 1000 times
               depending on ws-cadj-count.
           10 ws-cadj-num           pic x(9).
           10 ws-cadj-store         pic 99.
           10 ws-cadj-issued        pic 9(7)v99.
           10 ws-cadj-redeemed      pic 9(7)v99.
           10 ws-cadj-applied       pic x.

       01 ws-credit-work.
         05 ws-cadj-lookup          pic x(9)    value spaces.
         05 ws-cadj-lookup-store    pic 99      value 0.
         05 ws-found-cadj-idx       pic 9(4)    value 0.
         05 ws-new-remaining        pic s9(7)v99 value 0.
         05 ws-new-original         pic s9(7)v99 value 0.
         05 ws-credits-short        pic 9(4)    value 0.

      *the reversed run's journal lines, held while the live journal
      *file is rewritten
       01 ws-gl-count-max           pic 9(4)    value 3000.
       01 ws-gl-count               pic 9(4)    value 0.
       01 ws-gl-table.
         05 ws-gl-entry occurs 0 to 3000 times
               depending on ws-gl-count.
           10 ws-gl-account         pic x(20).
           10 ws-gl-store           pic 99.
           10 ws-gl-debit           pic 9(7)v99.
           10 ws-gl-credit          pic 9(7)v99.

      *one 52-byte batch record and its three views - the first two
      *bytes of a journal line are stamp digits, so BH and BT cannot
      *collide with a line
       01 ws-journal-image.
         05 ws-jn-record-type       pic xx.
           88 ws-jn-header              value 'BH'.
           88 ws-jn-trailer             value 'BT'.
         05 filler                  pic x(50).

       01 ws-jn-line-view redefines ws-journal-image.
         05 ws-jn-run-stamp         pic x(12).
         05 ws-jn-account           pic x(20).
         05 ws-jn-store-num         pic 99.
         05 ws-jn-debit             pic 9(7)v99.
         05 ws-jn-credit            pic 9(7)v99.

       01 ws-jn-header-view redefines ws-journal-image.
         05 filler                  pic xx.
         05 ws-jh-source-system     pic x(8).
         05 ws-jh-business-date     pic 9(8).
         05 ws-jh-run-number        pic 9(4).
         05 ws-jh-batch-seq         pic 9(6).
         05 filler                  pic x(24).

       01 ws-jn-trailer-view redefines ws-journal-image.
         05 filler                  pic xx.
         05 ws-jt-line-count        pic 9(6).
         05 ws-jt-debit-hash        pic 9(9)v99.
         05 ws-jt-credit-hash       pic 9(9)v99.
         05 filler                  pic x(22).

       01 ws-gl-fields.
         05 ws-gl-source-found      pic x       value 'n'.
         05 ws-gl-overflow          pic x       value 'n'.
         05 ws-gl-orig-seq          pic 9(6)    value 0.
         05 ws-gl-orig-debits       pic 9(9)v99 value 0.
         05 ws-gl-orig-credits      pic 9(9)v99 value 0.
         05 ws-batch-seq            pic 9(6)    value 0.
         05 ws-rev-line-count       pic 9(6)    value 0.
         05 ws-rev-debits           pic 9(9)v99 value 0.
         05 ws-rev-credits          pic 9(9)v99 value 0.
      *y once the reversing batch is written - only then does what
      *the run took up go back
         05 ws-gl-reversed          pic x       value 'n'.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-idx            pic 9(4)    value 0.
         05 ws-moves-untabled       pic 9(6)    value 0.
         05 ws-cadj-untabled        pic 9(6)    value 0.
         05 ws-cash-idx             pic 9       value 0.

       01 ws-flags.
         05 ws-ledger-eof           pic x       value 'n'.
         05 ws-work-eof             pic x       value 'n'.
         05 ws-posted-eof           pic x       value 'n'.
         05 ws-journal-eof          pic x       value 'n'.

       01 ws-file-status.
         05 ws-work-status          pic xx      value "00".
         05 ws-ledger-status        pic xx      value "00".
         05 ws-posted-status        pic xx      value "00".
         05 ws-journal-gen-status   pic xx      value "00".
         05 ws-journal-status       pic xx      value "00".
         05 ws-batch-seq-status     pic xx      value "00".
         05 ws-taken-up-status      pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-note-no-file           pic x(8)    value "NO FILE".
       77 ws-note-changed           pic x(8)    value "REVERSED".
       77 ws-note-unchanged         pic x(8)    value "NONE".
      *the pending entries Final-Layaway writes carry this source
       77 ws-layaway-source         pic x(8)    value "LAYAWAY".

       procedure division.
       000-main.
           perform 0020-read-request.

           open output report-file.
           perform 050-write-report-headings.

           perform 100-check-request.

           if ws-reversal-ok = ws-y
               write report-line from ws-control-heading
                 after advancing ws-two line
               write report-line from spaces

               perform 0150-load-refund-auth

               perform 200-reverse-tax-mtd
               perform 210-reverse-exempt-mtd
               perform 220-reverse-vendor-mtd
               perform 230-reverse-cash-mtd
               perform 240-reverse-movement
               perform 235-reverse-transfers
               perform 280-put-back-arrivals
               perform 255-reverse-rtv-register
               perform 245-reverse-on-hand
               perform 250-reverse-sales-history
               perform 260-collect-credit-activity
               perform 270-reverse-credit-register
               perform 300-reopen-refund-auths
               perform 310-reverse-layaway-ledger
               perform 320-reverse-layaway-master
               perform 400-write-reversing-batch
               perform 460-restore-gl-pending
               perform 470-reopen-chargebacks
               perform 500-mark-catalog-reversed

               move spaces          to ws-result-text
               string "RUN " delimited by size
                      ws-run-stamp delimited by size
                      " REVERSED - THE DATE IS CLEAR TO RERUN"
                          delimited by size
                   into ws-result-text
               write report-line from ws-result-line
                 after advancing ws-two line
               display ws-result-text
           else
               move ws-refusal-text to ws-result-text
               write report-line from ws-result-line
                 after advancing ws-two line
               display "*** REVERSAL REFUSED - " ws-refusal-text
               move 8               to return-code
           end-if.

           close report-file.

           goback.

       0020-read-request.
           move spaces              to rv-request-rec.
           move ws-n                to ws-request-found.

           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end
                       continue
                   not at end
                       move ws-y    to ws-request-found
               end-read
               close request-file
           end-if.

      *the reversed run's own date, number and stamp stand in for
      *the run control - RFALOAD answers against ws-run-stamp, so
      *the authorizations that run consumed are the ones reopened
       0032-build-generation-names.
           move rv-business-date    to ws-business-date.
           move rv-run-stamp(7:4)   to ws-run-number.
           move rv-run-stamp        to ws-run-stamp.

           move "-"                 to ws-gen-suffix(1:1).
           move ws-business-date    to ws-gen-suffix(2:8).
           move "-"                 to ws-gen-suffix(10:1).
           move ws-run-number       to ws-gen-suffix(11:4).

           move spaces to ws-sl-file-name.
           string "../../../../data/Final-sl-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-sl-file-name.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.
           move spaces to ws-journal-gen-name.
           string "../../../../data/Final-GL-Journal"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-journal-gen-name.
           move spaces to ws-taken-up-name.
           string "../../../../data/Final-GL-Taken-Up"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-taken-up-name.

       050-write-report-headings.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.

           move rv-business-date    to ws-rq-date.
           move rv-run-stamp        to ws-rq-stamp.
           write report-line from ws-request-line
             after advancing ws-two line.

      *----------------------------------------------------------------
      * The request must name a run still on hand, not already
      * reversed, and the latest live run of its date - the ledgers
      * hold a date's postings once, from its latest run, so backing
      * out an earlier run would take the later run's postings
      *----------------------------------------------------------------
       100-check-request.
           move ws-n                to ws-reversal-ok.

           if ws-request-found = ws-n
               move "NO REVERSAL REQUEST ON FILE" to ws-refusal-text
           else
           if rv-business-date is not numeric
            or rv-run-stamp(1:6) not = rv-business-date(3:6)
            or rv-run-stamp(7:4) is not numeric
               move "REQUEST DATE AND RUN STAMP DO NOT AGREE"
                 to ws-refusal-text
           else
               perform 0032-build-generation-names
               perform 110-load-catalog
               if ws-run-on-hand = ws-n
                   move "RUN IS NOT IN THE GENERATION CATALOG"
                     to ws-refusal-text
               else
               if ws-run-live-entries = 0
                   move "RUN HAS ALREADY BEEN REVERSED"
                     to ws-refusal-text
               else
               if ws-later-run-on-hand = ws-y
                   move "A LATER RUN OF THE DATE IS ON HAND"
                     to ws-refusal-text
               else
                   move ws-y        to ws-reversal-ok
               end-if
               end-if
               end-if
           end-if
           end-if.

       110-load-catalog.
           move ws-n                to ws-gen-cat-eof.
           move 0                   to ws-run-entries.
           move 0                   to ws-run-live-entries.

           open input generation-catalog-file.
           if ws-gen-cat-status = "35"
               move ws-y            to ws-gen-cat-eof
           else
               perform 111-read-catalog-record
               perform 112-note-catalog-record
                   until ws-gen-cat-eof = ws-y
               close generation-catalog-file
           end-if.

       111-read-catalog-record.
           read generation-catalog-file
               at end
                   move ws-y        to ws-gen-cat-eof.

       112-note-catalog-record.
           if gc-stamp = ws-run-stamp
               add ws-one           to ws-run-entries
               if not gc-reversed
                   add ws-one       to ws-run-live-entries
               end-if
               if gc-file-name = ws-sl-file-name
                   move ws-y        to ws-run-on-hand
               end-if
           else
           if gc-stamp(1:6) = ws-run-stamp(1:6)
            and gc-stamp(7:4) > ws-run-stamp(7:4)
            and not gc-reversed
               move ws-y            to ws-later-run-on-hand
           end-if
           end-if.

           perform 111-read-catalog-record.

      *----------------------------------------------------------------
      * Common step plumbing - the control line, and the work file
      * the survivors come back from
      *----------------------------------------------------------------
       150-start-step.
           move 0                   to ws-recs-before.
           move 0                   to ws-recs-after.
           move 0                   to ws-recs-removed.
           move 0                   to ws-recs-changed.
           move 0                   to ws-value-before.
           move 0                   to ws-value-after.
           move ws-n                to ws-value-in-units.
           move ws-n                to ws-ledger-on-file.
           move ws-n                to ws-ledger-eof.

       155-write-control-line.
           move ws-recs-before      to ws-cl-recs-before-edit.
           move ws-recs-after       to ws-cl-recs-after-edit.

           if ws-value-in-units = ws-y
               move ws-value-before to ws-cl-units-edit
               move ws-cl-units-area to ws-cl-value-before
               move ws-value-after  to ws-cl-units-edit
               move ws-cl-units-area to ws-cl-value-after
           else
               move ws-value-before to ws-cl-amount-edit
               move ws-cl-amount-area to ws-cl-value-before
               move ws-value-after  to ws-cl-amount-edit
               move ws-cl-amount-area to ws-cl-value-after
           end-if.

           if ws-ledger-on-file = ws-n
               move ws-note-no-file to ws-cl-note
           else
           if ws-recs-removed > 0
            or ws-recs-changed > 0
               move ws-note-changed to ws-cl-note
           else
               move ws-note-unchanged to ws-cl-note
           end-if
           end-if.

           write report-line from ws-control-line.

       160-open-work-for-copy.
           move ws-n                to ws-work-eof.
           open input work-file.
           perform 161-read-work-record.

       161-read-work-record.
           read work-file
               at end
                   move ws-y        to ws-work-eof.

      *----------------------------------------------------------------
      * Tax month to date - the date's jurisdiction records go
      *----------------------------------------------------------------
       200-reverse-tax-mtd.
           perform 150-start-step.
           move "TAX MTD"           to ws-cl-ledger.

           open input tax-mtd-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 201-read-tax-mtd
               perform 202-apply-tax-mtd
                   until ws-ledger-eof = ws-y
               close tax-mtd-file, work-file
               if ws-recs-removed > 0
                   perform 160-open-work-for-copy
                   open output tax-mtd-file
                   perform 203-copy-tax-mtd
                       until ws-work-eof = ws-y
                   close tax-mtd-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

       201-read-tax-mtd.
           read tax-mtd-file
               at end
                   move ws-y        to ws-ledger-eof.

       202-apply-tax-mtd.
           add ws-one               to ws-recs-before.
           add tm-amount            to ws-value-before.

           if tm-date = ws-business-date
               add ws-one           to ws-recs-removed
           else
               add ws-one           to ws-recs-after
               add tm-amount        to ws-value-after
               write wk-line from tm-mtd-rec
           end-if.

           perform 201-read-tax-mtd.

       203-copy-tax-mtd.
           move wk-line             to tm-mtd-rec.
           write tm-mtd-rec.
           perform 161-read-work-record.

      *----------------------------------------------------------------
      * Exempt tax month to date - valued at the tax exempted
      *----------------------------------------------------------------
       210-reverse-exempt-mtd.
           perform 150-start-step.
           move "TAX EXEMPT MTD"    to ws-cl-ledger.

           open input exempt-mtd-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 211-read-exempt-mtd
               perform 212-apply-exempt-mtd
                   until ws-ledger-eof = ws-y
               close exempt-mtd-file, work-file
               if ws-recs-removed > 0
                   perform 160-open-work-for-copy
                   open output exempt-mtd-file
                   perform 213-copy-exempt-mtd
                       until ws-work-eof = ws-y
                   close exempt-mtd-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

       211-read-exempt-mtd.
           read exempt-mtd-file
               at end
                   move ws-y        to ws-ledger-eof.

       212-apply-exempt-mtd.
           move xm-detail           to xt-exempt-tran-rec.
           add ws-one               to ws-recs-before.
           add xt-tax-exempted      to ws-value-before.

           if xm-date = ws-business-date
               add ws-one           to ws-recs-removed
           else
               add ws-one           to ws-recs-after
               add xt-tax-exempted  to ws-value-after
               write wk-line from xm-exempt-mtd-rec
           end-if.

           perform 211-read-exempt-mtd.

       213-copy-exempt-mtd.
           move wk-line             to xm-exempt-mtd-rec.
           write xm-exempt-mtd-rec.
           perform 161-read-work-record.

      *----------------------------------------------------------------
      * Vendor settlement month to date - valued at vendor sales
      *----------------------------------------------------------------
       220-reverse-vendor-mtd.
           perform 150-start-step.
           move "VENDOR MTD"        to ws-cl-ledger.

           open input vendor-mtd-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 221-read-vendor-mtd
               perform 222-apply-vendor-mtd
                   until ws-ledger-eof = ws-y
               close vendor-mtd-file, work-file
               if ws-recs-removed > 0
                   perform 160-open-work-for-copy
                   open output vendor-mtd-file
                   perform 223-copy-vendor-mtd
                       until ws-work-eof = ws-y
                   close vendor-mtd-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

       221-read-vendor-mtd.
           read vendor-mtd-file
               at end
                   move ws-y        to ws-ledger-eof.

       222-apply-vendor-mtd.
           add ws-one               to ws-recs-before.
           add vm-sales             to ws-value-before.

           if vm-date = ws-business-date
               add ws-one           to ws-recs-removed
           else
               add ws-one           to ws-recs-after
               add vm-sales         to ws-value-after
               write wk-line from vm-mtd-rec
           end-if.

           perform 221-read-vendor-mtd.

       223-copy-vendor-mtd.
           move wk-line             to vm-mtd-rec.
           write vm-mtd-rec.
           perform 161-read-work-record.

      *----------------------------------------------------------------
      * Cash over/short month to date - each currency valued in its
      * own money on its own line, a US-dollar row never added into
      * the Canadian total
      *----------------------------------------------------------------
       230-reverse-cash-mtd.
           perform 150-start-step.
           move "CASH OVER/SHORT MTD CAD" to ws-csh-ledger(1).
           move "CASH OVER/SHORT MTD USD" to ws-csh-ledger(2).

           open input cash-mtd-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 231-read-cash-mtd
               perform 232-apply-cash-mtd
                   until ws-ledger-eof = ws-y
               close cash-mtd-file, work-file
               if ws-recs-removed > 0
                   perform 160-open-work-for-copy
                   open output cash-mtd-file
                   perform 233-copy-cash-mtd
                       until ws-work-eof = ws-y
                   close cash-mtd-file, work-file
               end-if
           end-if.

           perform 229-write-cash-control-line
             varying ws-cash-idx from ws-one by ws-one
               until ws-cash-idx > ws-two.

       231-read-cash-mtd.
           read cash-mtd-file
               at end
                   move ws-y        to ws-ledger-eof.

      *a row from before the currency was carried is Canadian
       232-apply-cash-mtd.
           move 1                   to ws-cash-idx.
           if cm-us-dollars
               move 2               to ws-cash-idx
           end-if.
           add ws-one               to ws-csh-recs-before(ws-cash-idx).
           add cm-amount            to ws-csh-value-before(ws-cash-idx).

           if cm-date = ws-business-date
               add ws-one           to ws-recs-removed
               add ws-one           to
                       ws-csh-recs-removed(ws-cash-idx)
           else
               add ws-one           to ws-csh-recs-after(ws-cash-idx)
               add cm-amount        to
                       ws-csh-value-after(ws-cash-idx)
               write wk-line from cm-mtd-rec
           end-if.

           perform 231-read-cash-mtd.

       233-copy-cash-mtd.
           move wk-line             to cm-mtd-rec.
           write cm-mtd-rec.
           perform 161-read-work-record.

       229-write-cash-control-line.
           move ws-csh-ledger(ws-cash-idx)       to ws-cl-ledger.
           move ws-csh-recs-before(ws-cash-idx)  to ws-recs-before.
           move ws-csh-recs-after(ws-cash-idx)   to ws-recs-after.
           move ws-csh-recs-removed(ws-cash-idx) to ws-recs-removed.
           move ws-csh-value-before(ws-cash-idx) to ws-value-before.
           move ws-csh-value-after(ws-cash-idx)  to ws-value-after.
           perform 155-write-control-line.

      *----------------------------------------------------------------
      * Transfer register - a shipment the date made that is still in
      * transit goes, its units held with the date's movement so the
      * on-hand step puts them back on the sending store. One already
      * received stays: the stock has arrived, the same as a
      * warehouse receipt, which no reversal takes back. Valued at
      * units in transit.
      *----------------------------------------------------------------
       235-reverse-transfers.
           perform 150-start-step.
           move "TRANSFERS IN TRANSIT" to ws-cl-ledger.
           move ws-y                to ws-value-in-units.

           open input transfer-register-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 236-read-transfer
               perform 237-apply-transfer
                   until ws-ledger-eof = ws-y
               close transfer-register-file, work-file
               if ws-recs-removed > 0
                   perform 160-open-work-for-copy
                   open output transfer-register-file
                   perform 239-copy-transfer
                       until ws-work-eof = ws-y
                   close transfer-register-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

       236-read-transfer.
           read transfer-register-file
               at end
                   move ws-y        to ws-ledger-eof.

       237-apply-transfer.
           add ws-one               to ws-recs-before.
           if tf-in-transit
               add tf-quantity      to ws-value-before
           end-if.

      *a shipment with no room left in the held movement could not
      *go back on on-hand, so it stays in transit
           move 0                   to ws-found-idx.
           if tf-in-transit
            and tf-ship-business-date = ws-business-date
               perform 238-hold-shipment
           end-if.

           if ws-found-idx > 0
               add ws-one           to ws-recs-removed
           else
               if tf-in-transit
                and tf-ship-business-date = ws-business-date
                   add ws-one       to ws-moves-untabled
               end-if
               add ws-one           to ws-recs-after
               if tf-in-transit
                   add tf-quantity  to ws-value-after
               end-if
               write wk-line from tf-transfer-rec
           end-if.

           perform 236-read-transfer.

      *the units shipped count as sold by the sending store, added
      *to the date's own movement row for the pairing if it has one
       238-hold-shipment.
           if ws-move-count > 0
               perform 234-scan-held-moves
                 varying ws-scan-idx from ws-one by ws-one
                   until ws-scan-idx > ws-move-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx = 0
            and ws-move-count < ws-move-count-max
               add ws-one           to ws-move-count
               move tf-sku-code     to ws-mov-sku(ws-move-count)
               move tf-from-store   to ws-mov-store(ws-move-count)
               move 0               to ws-mov-sold(ws-move-count)
               move 0               to ws-mov-returned(ws-move-count)
               move 0               to ws-mov-received(ws-move-count)
               move 0               to ws-mov-xfer-in(ws-move-count)
               move 0               to ws-mov-xfer-out(ws-move-count)
               move 0               to ws-mov-lease-ret(ws-move-count)
               move 0               to ws-mov-shipped(ws-move-count)
               move ws-n            to ws-mov-arrived(ws-move-count)
               move ws-move-count   to ws-found-idx
           end-if.

           if ws-found-idx > 0
               add tf-quantity      to ws-mov-sold(ws-found-idx)
               add tf-quantity      to ws-mov-shipped(ws-found-idx)
           end-if.

       234-scan-held-moves.
           if ws-mov-sku(ws-scan-idx) = tf-sku-code
            and ws-mov-store(ws-scan-idx) = tf-from-store
               move ws-scan-idx     to ws-found-idx
           end-if.

       239-copy-transfer.
           move wk-line             to tf-transfer-rec.
           write tf-transfer-rec.
           perform 161-read-work-record.

      *----------------------------------------------------------------
      * Inventory movement - the date's rows go, held on the way out
      * to back out of on-hand below. A row that received or
      * transferred units, or took them back off a terminated lease,
      * stays, stripped of its sales: receipts, arrived transfers and
      * lease returns are not taken back, and their feeds are spent,
      * so the rerun would not put them on file again. Valued at net
      * units sold.
      *----------------------------------------------------------------
       240-reverse-movement.
           perform 150-start-step.
           move "INVENTORY MOVES"   to ws-cl-ledger.
           move ws-y                to ws-value-in-units.
           move 0                   to ws-move-count.

           open input movement-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 241-read-movement
               perform 242-apply-movement
                   until ws-ledger-eof = ws-y
               close movement-file, work-file
               if ws-recs-removed > 0
                or ws-recs-changed > 0
                   perform 160-open-work-for-copy
                   open output movement-file
                   perform 243-copy-movement
                       until ws-work-eof = ws-y
                   close movement-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

           if ws-moves-untabled > 0
               display "*** MOVEMENT ROWS OVER TABLE CAP LEFT ON"
                       " FILE: " ws-moves-untabled " ***"
           end-if.

       241-read-movement.
           read movement-file
               at end
                   move ws-y        to ws-ledger-eof.

       242-apply-movement.
           add ws-one               to ws-recs-before.
           add md-sold              to ws-value-before.
           subtract md-returned     from ws-value-before.

      *a row past the table cap could not come back out of on-hand,
      *so it stays - the two files must never disagree
           if md-date = ws-business-date
            and ws-move-count < ws-move-count-max
               add ws-one           to ws-move-count
               move md-sku-code     to ws-mov-sku(ws-move-count)
               move md-store-num    to ws-mov-store(ws-move-count)
               move md-sold         to ws-mov-sold(ws-move-count)
               move md-returned     to ws-mov-returned(ws-move-count)
               move md-received     to ws-mov-received(ws-move-count)
               move md-xfer-in      to ws-mov-xfer-in(ws-move-count)
               move md-xfer-out     to ws-mov-xfer-out(ws-move-count)
               move md-lease-returned
                 to ws-mov-lease-ret(ws-move-count)
               move 0               to ws-mov-shipped(ws-move-count)
               if md-received > 0
                or md-xfer-in > 0
                or md-xfer-out > 0
                or md-lease-returned > 0
                   move ws-y        to ws-mov-arrived(ws-move-count)
                   add ws-one       to ws-recs-changed
                   add ws-one       to ws-recs-after
               else
                   move ws-n        to ws-mov-arrived(ws-move-count)
                   add ws-one       to ws-recs-removed
               end-if
           else
               if md-date = ws-business-date
                   add ws-one       to ws-moves-untabled
               end-if
               add ws-one           to ws-recs-after
               add md-sold          to ws-value-after
               subtract md-returned from ws-value-after
               write wk-line from md-movement-rec
           end-if.

           perform 241-read-movement.

       243-copy-movement.
           move wk-line             to md-movement-rec.
           write md-movement-rec.
           perform 161-read-work-record.

      *the rows kept for their receipts, transfers and lease returns
      *go back on the end of the file once the transfer step has said
      *which of the date's shipments came back - those are no longer
      *shipped
       280-put-back-arrivals.
           move 0                   to ws-found-idx.
           if ws-move-count > 0
               perform 281-scan-arrived-moves
                 varying ws-scan-idx from ws-one by ws-one
                   until ws-scan-idx > ws-move-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx > 0
               open extend movement-file
               perform 282-write-arrived-move
                 varying ws-scan-idx from ws-found-idx by ws-one
                   until ws-scan-idx > ws-move-count
               close movement-file
           end-if.

       281-scan-arrived-moves.
           if ws-mov-arrived(ws-scan-idx) = ws-y
               move ws-scan-idx     to ws-found-idx
           end-if.

       282-write-arrived-move.
           if ws-mov-arrived(ws-scan-idx) = ws-y
               move ws-business-date to md-date
               move ws-mov-sku(ws-scan-idx)      to md-sku-code
               move ws-mov-store(ws-scan-idx)    to md-store-num
               move 0                to md-sold
               move 0                to md-returned
               move ws-mov-received(ws-scan-idx) to md-received
               move ws-mov-xfer-in(ws-scan-idx)  to md-xfer-in
               move ws-mov-lease-ret(ws-scan-idx)
                 to md-lease-returned
               if ws-mov-xfer-out(ws-scan-idx) >
                       ws-mov-shipped(ws-scan-idx)
                   compute md-xfer-out =
                       ws-mov-xfer-out(ws-scan-idx) -
                           ws-mov-shipped(ws-scan-idx)
               else
                   move 0            to md-xfer-out
               end-if
               write md-movement-rec
           end-if.

      *----------------------------------------------------------------
      * On-hand - what the date sold comes back, what it took back
      * in goes out again. Valued at total units on hand.
      *----------------------------------------------------------------
       245-reverse-on-hand.
           perform 150-start-step.
           move "INVENTORY ON HAND"  to ws-cl-ledger.
           move ws-y                to ws-value-in-units.

           open input inventory-master-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 246-read-on-hand
               perform 247-apply-on-hand
                   until ws-ledger-eof = ws-y
               close inventory-master-file, work-file
               if ws-recs-changed > 0
                   perform 160-open-work-for-copy
                   open output inventory-master-file
                   perform 249-copy-on-hand
                       until ws-work-eof = ws-y
                   close inventory-master-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

       246-read-on-hand.
           read inventory-master-file
               at end
                   move ws-y        to ws-ledger-eof.

       247-apply-on-hand.
           add ws-one               to ws-recs-before.
           add in-on-hand           to ws-value-before.

           move 0                   to ws-found-idx.
           if ws-move-count > 0
               perform 248-scan-moves
                 varying ws-scan-idx from ws-one by ws-one
                   until ws-scan-idx > ws-move-count
                      or ws-found-idx > 0
           end-if.

           if ws-found-idx > 0
               add ws-mov-sold(ws-found-idx)     to in-on-hand
               subtract ws-mov-returned(ws-found-idx)
                 from in-on-hand
               add ws-one           to ws-recs-changed
           end-if.

           add ws-one               to ws-recs-after.
           add in-on-hand           to ws-value-after.
           write wk-line from in-inventory-rec.

           perform 246-read-on-hand.

       248-scan-moves.
           if ws-mov-sku(ws-scan-idx) = in-sku-code
            and ws-mov-store(ws-scan-idx) = in-store-num
               move ws-scan-idx     to ws-found-idx
           end-if.

       249-copy-on-hand.
           move wk-line             to in-inventory-rec.
           write in-inventory-rec.
           perform 161-read-work-record.

      *----------------------------------------------------------------
      * Return-to-vendor register - the date's authorizations still
      * open go. Valued at units awaiting their vendor.
      *----------------------------------------------------------------
       255-reverse-rtv-register.
           perform 150-start-step.
           move "RTV AUTHORIZATIONS" to ws-cl-ledger.
           move ws-y                to ws-value-in-units.

           open input rtv-register-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 256-read-rtv
               perform 257-apply-rtv
                   until ws-ledger-eof = ws-y
               close rtv-register-file, work-file
               if ws-recs-removed > 0
                   perform 160-open-work-for-copy
                   open output rtv-register-file
                   perform 258-copy-rtv
                       until ws-work-eof = ws-y
                   close rtv-register-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

       256-read-rtv.
           read rtv-register-file
               at end
                   move ws-y        to ws-ledger-eof.

       257-apply-rtv.
           add ws-one               to ws-recs-before.
           if vr-open
               add vr-quantity      to ws-value-before
           end-if.

           if vr-open
            and vr-issue-date = ws-business-date
               add ws-one           to ws-recs-removed
           else
               add ws-one           to ws-recs-after
               if vr-open
                   add vr-quantity  to ws-value-after
               end-if
               write wk-line from vr-rtv-rec
           end-if.

           perform 256-read-rtv.

       258-copy-rtv.
           move wk-line             to vr-rtv-rec.
           write vr-rtv-rec.
           perform 161-read-work-record.

      *----------------------------------------------------------------
      * Permanent daily sales history - the date's store rows go
      *----------------------------------------------------------------
       250-reverse-sales-history.
           perform 150-start-step.
           move "SALES HISTORY"     to ws-cl-ledger.

           open input sales-history-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 251-read-history
               perform 252-apply-history
                   until ws-ledger-eof = ws-y
               close sales-history-file, work-file
               if ws-recs-removed > 0
                   perform 160-open-work-for-copy
                   open output sales-history-file
                   perform 253-copy-history
                       until ws-work-eof = ws-y
                   close sales-history-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

       251-read-history.
           read sales-history-file
               at end
                   move ws-y        to ws-ledger-eof.

       252-apply-history.
           add ws-one               to ws-recs-before.
           add sh-sales             to ws-value-before.

           if sh-business-date = ws-business-date
               add ws-one           to ws-recs-removed
           else
               add ws-one           to ws-recs-after
               add sh-sales         to ws-value-after
               write wk-line from sh-history-rec
           end-if.

           perform 251-read-history.

       253-copy-history.
           move wk-line             to sh-history-rec.
           write sh-history-rec.
           perform 161-read-work-record.

      *----------------------------------------------------------------
      * Store credit - what the run moved the register by, from its
      * posted transactions: SC-tendered sales and leases redeemed
      * a credit (its number rides in the invoice field), and SC
      * refunds that were not held issued or topped one up
      *----------------------------------------------------------------
       260-collect-credit-activity.
           move 0                   to ws-cadj-count.
           move ws-n                to ws-posted-eof.

           open input posted-file.
           if ws-posted-status not = "00"
               move ws-y            to ws-posted-eof
               display "NO POSTED GENERATION FOR THE RUN - "
                       "STORE CREDIT NOT GIVEN BACK"
           else
               perform 261-read-posted-record
               perform 262-apply-posted-record
                   until ws-posted-eof = ws-y
               close posted-file
           end-if.

       261-read-posted-record.
           read posted-file
               at end
                   move ws-y        to ws-posted-eof.

       262-apply-posted-record.
           if sl-sc
            and sl-sale-or-lease
               move sl-invoice      to ws-cadj-lookup
               move sl-store-num    to ws-cadj-lookup-store
               perform 265-find-credit-adjustment
               if ws-found-cadj-idx > 0
                   add sl-transaction to
                           ws-cadj-redeemed(ws-found-cadj-idx)
               end-if
           end-if.

           if rt-sc
            and rt-return
               if not rt-held
                   move rt-invoice  to ws-cadj-lookup
                   move rt-store-num to ws-cadj-lookup-store
                   perform 265-find-credit-adjustment
                   if ws-found-cadj-idx > 0
                       add rt-transaction to
                               ws-cadj-issued(ws-found-cadj-idx)
                   end-if
               end-if
           end-if.

           perform 261-read-posted-record.

      *finds the credit's entry, opening one when there is room
       265-find-credit-adjustment.
           move 0                   to ws-found-cadj-idx.
           if ws-cadj-count > 0
               perform 266-scan-credit-adjustments
                 varying ws-scan-idx from ws-one by ws-one
                   until ws-scan-idx > ws-cadj-count
                      or ws-found-cadj-idx > 0
           end-if.

           if ws-found-cadj-idx = 0
               if ws-cadj-count < ws-cadj-count-max
                   add ws-one       to ws-cadj-count
                   move ws-cadj-lookup to ws-cadj-num(ws-cadj-count)
                   move ws-cadj-lookup-store to
                           ws-cadj-store(ws-cadj-count)
                   move 0           to ws-cadj-issued(ws-cadj-count)
                   move 0           to ws-cadj-redeemed(ws-cadj-count)
                   move ws-n        to ws-cadj-applied(ws-cadj-count)
                   move ws-cadj-count to ws-found-cadj-idx
               else
                   add ws-one       to ws-cadj-untabled
               end-if
           end-if.

       266-scan-credit-adjustments.
           if ws-cadj-num(ws-scan-idx) = ws-cadj-lookup
               move ws-scan-idx     to ws-found-cadj-idx
           end-if.

      *----------------------------------------------------------------
      * The register - credit the run issued comes back off, its
      * redemptions go back on. A credit that existed only for the
      * run's refund goes; one the run redeemed to nothing and that
      * has since dropped off the register is put back open. Valued
      * at the outstanding balance.
      *----------------------------------------------------------------
       270-reverse-credit-register.
           perform 150-start-step.
           move "STORE CREDIT REGISTER" to ws-cl-ledger.
           move 0                   to ws-credits-short.

           open input credit-register-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
           end-if.

           open output work-file.
           if ws-ledger-on-file = ws-y
               perform 271-read-credit
               perform 272-apply-credit
                   until ws-ledger-eof = ws-y
               close credit-register-file
           end-if.

           perform 274-restore-dropped-credit
             varying ws-index from ws-one by ws-one
               until ws-index > ws-cadj-count.
           close work-file.

           if ws-recs-removed > 0
            or ws-recs-changed > 0
               perform 160-open-work-for-copy
               open output credit-register-file
               perform 273-copy-credit
                   until ws-work-eof = ws-y
               close credit-register-file, work-file
               move ws-y            to ws-ledger-on-file
           end-if.

           perform 155-write-control-line.

           if ws-credits-short > 0
               display "*** CREDITS ALREADY SPENT BELOW THE RUN'S"
                       " ISSUE, SET TO ZERO: " ws-credits-short " ***"
           end-if.
           if ws-cadj-untabled > 0
               display "*** CREDIT ACTIVITY OVER TABLE CAP NOT"
                       " REVERSED: " ws-cadj-untabled " ***"
           end-if.

       271-read-credit.
           read credit-register-file
               at end
                   move ws-y        to ws-ledger-eof.

       272-apply-credit.
           add ws-one               to ws-recs-before.
           add cg-remaining         to ws-value-before.

           move cg-credit-num       to ws-cadj-lookup.
           move 0                   to ws-found-cadj-idx.
           if ws-cadj-count > 0
               perform 266-scan-credit-adjustments
                 varying ws-scan-idx from ws-one by ws-one
                   until ws-scan-idx > ws-cadj-count
                      or ws-found-cadj-idx > 0
           end-if.

           if ws-found-cadj-idx > 0
               move ws-y            to
                       ws-cadj-applied(ws-found-cadj-idx)
               perform 275-adjust-credit
           end-if.

           if ws-found-cadj-idx > 0
            and ws-new-original = 0
               add ws-one           to ws-recs-removed
           else
               add ws-one           to ws-recs-after
               add cg-remaining     to ws-value-after
               write wk-line from cg-credit-rec
           end-if.

           perform 271-read-credit.

       273-copy-credit.
           move wk-line             to cg-credit-rec.
           write cg-credit-rec.
           perform 161-read-work-record.

      *a redemption of a credit no longer on the register - it was
      *drawn to nothing and dropped - comes back as an open credit
      *for what was drawn; its original issue date is gone with it
       274-restore-dropped-credit.
           if ws-cadj-applied(ws-index) = ws-n
            and ws-cadj-redeemed(ws-index) > ws-cadj-issued(ws-index)
               move ws-cadj-num(ws-index)   to cg-credit-num
               move ws-cadj-store(ws-index) to cg-store-num
               move 0                       to cg-issue-date
               compute cg-original =
                   ws-cadj-redeemed(ws-index) - ws-cadj-issued(ws-index)
               move cg-original             to cg-remaining
               move "O"                     to cg-status
               add ws-one           to ws-recs-changed
               add ws-one           to ws-recs-after
               add cg-remaining     to ws-value-after
               write wk-line from cg-credit-rec
           end-if.

       275-adjust-credit.
           compute ws-new-remaining = cg-remaining
               + ws-cadj-redeemed(ws-found-cadj-idx)
               - ws-cadj-issued(ws-found-cadj-idx).
           compute ws-new-original = cg-original
               - ws-cadj-issued(ws-found-cadj-idx).

           if ws-new-original < 0
               move 0               to ws-new-original
           end-if.
           if ws-new-remaining < 0
               add ws-one           to ws-credits-short
               move 0               to ws-new-remaining
           end-if.

           move ws-new-original     to cg-original.
           move ws-new-remaining    to cg-remaining.
           if cg-remaining > 0
               move "O"             to cg-status
           else
               move "C"             to cg-status
           end-if.
           add ws-one               to ws-recs-changed.

      *----------------------------------------------------------------
      * Refund authorizations the run consumed go back to unused, so
      * the corrected rerun can pass the same refunds. Valued at the
      * count the run holds consumed.
      *----------------------------------------------------------------
       300-reopen-refund-auths.
           perform 150-start-step.
           move "REFUND AUTHORIZATIONS" to ws-cl-ledger.
           move ws-y                to ws-value-in-units.

           if ws-auth-status not = "35"
               move ws-y            to ws-ledger-on-file
           end-if.

           move ws-auth-count       to ws-recs-before.
           move ws-auth-count       to ws-recs-after.
           if ws-auth-count > 0
               perform 301-reopen-one-auth
                 varying ws-auth-scan-idx from 1 by 1
                   until ws-auth-scan-idx > ws-auth-count
           end-if.

      *a load cut short by the cap leaves the file exactly as it is
           if ws-recs-changed > 0
               if ws-auth-load-done = "y"
                   perform 302-rewrite-refund-auth
               else
                   move ws-value-before to ws-value-after
                   move 0           to ws-recs-changed
               end-if
           end-if.

           perform 155-write-control-line.

       301-reopen-one-auth.
           if ws-aut-used(ws-auth-scan-idx) not = "n"
            and ws-aut-used-stamp(ws-auth-scan-idx) = ws-run-stamp
               add ws-one           to ws-value-before
               add ws-one           to ws-recs-changed
               move "n"             to ws-aut-used(ws-auth-scan-idx)
               move spaces          to
                       ws-aut-used-stamp(ws-auth-scan-idx)
           end-if.

       302-rewrite-refund-auth.
           open output refund-auth-file.
           perform 303-write-one-auth
             varying ws-auth-scan-idx from 1 by 1
               until ws-auth-scan-idx > ws-auth-count.
           close refund-auth-file.

       303-write-one-auth.
           move ws-aut-invoice(ws-auth-scan-idx)    to ra-invoice.
           move ws-aut-authorizer(ws-auth-scan-idx) to ra-authorizer.
           move ws-aut-used(ws-auth-scan-idx)       to ra-used.
           move ws-aut-used-stamp(ws-auth-scan-idx) to ra-used-stamp.
           write ra-auth-rec.

      *----------------------------------------------------------------
      * Layaway ledger - the date's movements go, held on the way out
      * to back out of the master below. Valued at the deposits the
      * ledger holds: money in less what drew it down.
      *----------------------------------------------------------------
       310-reverse-layaway-ledger.
           perform 150-start-step.
           move "LAYAWAY LEDGER"    to ws-cl-ledger.
           move 0                   to ws-lmv-count.
           move 0                   to ws-lmv-untabled.

           open input layaway-ledger-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 311-read-layaway-ledger
               perform 312-apply-layaway-ledger
                   until ws-ledger-eof = ws-y
               close layaway-ledger-file, work-file
               if ws-recs-removed > 0
                   perform 160-open-work-for-copy
                   open output layaway-ledger-file
                   perform 313-copy-layaway-ledger
                       until ws-work-eof = ws-y
                   close layaway-ledger-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

           if ws-lmv-untabled > 0
               display "*** LAYAWAY MOVEMENTS OVER TABLE CAP LEFT ON"
                       " FILE: " ws-lmv-untabled " ***"
           end-if.

       311-read-layaway-ledger.
           read layaway-ledger-file
               at end
                   move ws-y        to ws-ledger-eof.

      *a movement past the table cap could not come back out of the
      *master, so it stays for Final-Layaway's rerun to take out
       312-apply-layaway-ledger.
           add ws-one               to ws-recs-before.
           if lg-money-in
               add lg-amount        to ws-value-before
           else
               subtract lg-amount   from ws-value-before
           end-if.

           if lg-business-date = ws-business-date
            and ws-lmv-count < ws-lmv-count-max
               add ws-one           to ws-recs-removed
               add ws-one           to ws-lmv-count
               move lg-ledger-rec   to ws-lmv-image(ws-lmv-count)
           else
               if lg-business-date = ws-business-date
                   add ws-one       to ws-lmv-untabled
               end-if
               add ws-one           to ws-recs-after
               if lg-money-in
                   add lg-amount    to ws-value-after
               else
                   subtract lg-amount from ws-value-after
               end-if
               write wk-line from lg-ledger-rec
           end-if.

           perform 311-read-layaway-ledger.

       313-copy-layaway-ledger.
           move wk-line             to lg-ledger-rec.
           write lg-ledger-rec.
           perform 161-read-work-record.

      *----------------------------------------------------------------
      * Layaway master - each of the date's movements comes back out
      * the way Final-Layaway's own rerun takes it out: money in comes
      * off the deposits, what drew them down goes back on and
      * reopens the layaway, and a layaway opened on the date goes.
      * Valued at the deposits held.
      *----------------------------------------------------------------
       320-reverse-layaway-master.
           perform 150-start-step.
           move "LAYAWAY MASTER"    to ws-cl-ledger.
           move 0                   to ws-layaways-short.

           open input layaway-master-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
               open output work-file
               perform 321-read-layaway-master
               perform 322-apply-layaway-master
                   until ws-ledger-eof = ws-y
               close layaway-master-file, work-file
               if ws-recs-removed > 0
                or ws-recs-changed > 0
                   perform 160-open-work-for-copy
                   open output layaway-master-file
                   perform 323-copy-layaway-master
                       until ws-work-eof = ws-y
                   close layaway-master-file, work-file
               end-if
           end-if.

           perform 155-write-control-line.

           if ws-layaways-short > 0
               display "*** LAYAWAYS DRAWN BELOW THE DATE'S DEPOSITS,"
                       " SET TO ZERO: " ws-layaways-short " ***"
           end-if.

       321-read-layaway-master.
           read layaway-master-file
               at end
                   move ws-y        to ws-ledger-eof.

       322-apply-layaway-master.
           add ws-one               to ws-recs-before.
           add ly-paid              to ws-value-before.

           move ws-n                to ws-layaway-dropped.
           move 0                   to ws-found-idx.
           move ly-paid             to ws-new-paid.
           if ws-lmv-count > 0
               perform 324-back-out-layaway-move
                 varying ws-scan-idx from ws-one by ws-one
                   until ws-scan-idx > ws-lmv-count
           end-if.

           if ws-layaway-dropped = ws-y
               add ws-one           to ws-recs-removed
           else
               if ws-found-idx > 0
                   if ws-new-paid < 0
                       add ws-one   to ws-layaways-short
                       move 0       to ws-new-paid
                   end-if
                   move ws-new-paid to ly-paid
                   add ws-one       to ws-recs-changed
               end-if
               add ws-one           to ws-recs-after
               add ly-paid          to ws-value-after
               write wk-line from ly-layaway-rec
           end-if.

           perform 321-read-layaway-master.

       323-copy-layaway-master.
           move wk-line             to ly-layaway-rec.
           write ly-layaway-rec.
           perform 161-read-work-record.

       324-back-out-layaway-move.
           move ws-lmv-image(ws-scan-idx) to lg-ledger-rec.
           if lg-layaway-num = ly-layaway-num
               move ws-scan-idx     to ws-found-idx
               if lg-opening
                   move ws-y        to ws-layaway-dropped
               else
               if lg-money-in
                   subtract lg-amount from ws-new-paid
               else
                   add lg-amount    to ws-new-paid
                   move "O"         to ly-status
                   move 0           to ly-closed-date
               end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * The journal - the run's batch from its generation, or from
      * the live journal file while that still holds it, goes back
      * to corporate line for line with debit and credit swapped,
      * under the run's own stamp and the next batch sequence
      *----------------------------------------------------------------
       400-write-reversing-batch.
           move 0                   to ws-gl-count.
           move ws-n                to ws-gl-source-found.
           move ws-n                to ws-gl-overflow.

           perform 410-load-generation-batch.
           if ws-gl-source-found = ws-n
               perform 420-load-live-batch
           end-if.

           if ws-gl-source-found = ws-n
               move spaces          to ws-result-text
               move "NO JOURNAL BATCH ON HAND FOR THE RUN - NO GL"
                 to ws-result-text
               write report-line from ws-result-line
                 after advancing ws-two line
               display ws-result-text
           else
           if ws-gl-overflow = ws-y
               move spaces          to ws-result-text
               move "JOURNAL BATCH OVER TABLE CAP - NO GL REVERSAL"
                 to ws-result-text
               write report-line from ws-result-line
                 after advancing ws-two line
               display ws-result-text
           else
               perform 430-step-batch-sequence
               perform 440-write-batch
               move ws-y            to ws-gl-reversed

               move "GL ORIGINAL BATCH" to ws-gb-label
               move ws-gl-orig-seq  to ws-gb-seq
               move ws-gl-count     to ws-gb-lines-edit
               move ws-gl-orig-debits  to ws-gb-debit-edit
               move ws-gl-orig-credits to ws-gb-credit-edit
               write report-line from ws-gl-batch-line
                 after advancing ws-two line

               move "GL REVERSING BATCH" to ws-gb-label
               move ws-batch-seq    to ws-gb-seq
               move ws-rev-line-count to ws-gb-lines-edit
               move ws-rev-debits   to ws-gb-debit-edit
               move ws-rev-credits  to ws-gb-credit-edit
               write report-line from ws-gl-batch-line
           end-if
           end-if.

       410-load-generation-batch.
           move ws-n                to ws-journal-eof.

           open input journal-gen-file.
           if ws-journal-gen-status = "00"
               move ws-y            to ws-gl-source-found
               perform 411-read-generation-batch
               perform 412-hold-generation-record
                   until ws-journal-eof = ws-y
               close journal-gen-file
           end-if.

       411-read-generation-batch.
           read journal-gen-file into ws-journal-image
               at end
                   move ws-y        to ws-journal-eof.

       412-hold-generation-record.
           perform 450-hold-batch-record.
           perform 411-read-generation-batch.

      *a run from before the batch was kept by generation can still
      *be reversed while the live journal file holds its batch
       420-load-live-batch.
           move ws-n                to ws-journal-eof.

           open input journal-file.
           if ws-journal-status = "00"
               perform 421-read-live-batch
               if ws-journal-eof = ws-n
                and ws-jn-header
                and ws-jh-business-date = ws-business-date
                and ws-jh-run-number = ws-run-number
                   move ws-y        to ws-gl-source-found
                   perform 422-hold-live-record
                       until ws-journal-eof = ws-y
               end-if
               close journal-file
           end-if.

       421-read-live-batch.
           read journal-file into ws-journal-image
               at end
                   move ws-y        to ws-journal-eof.

       422-hold-live-record.
           perform 450-hold-batch-record.
           perform 421-read-live-batch.

       430-step-batch-sequence.
      *the sequence steps and goes straight back to disk, the same
      *as Final-GLExtract steps it - a gap is safer than a repeat
           move 0                   to ws-batch-seq.

           open input batch-seq-file.
           if ws-batch-seq-status = "00"
               read batch-seq-file
                   at end
                       continue
                   not at end
                       move gs-batch-seq to ws-batch-seq
               end-read
               close batch-seq-file
           end-if.

           add ws-one               to ws-batch-seq.

           open output batch-seq-file.
           move ws-batch-seq        to gs-batch-seq.
           write gs-batch-seq-rec.
           close batch-seq-file.

       440-write-batch.
           move 0                   to ws-rev-line-count.
           move 0                   to ws-rev-debits.
           move 0                   to ws-rev-credits.

           open output journal-file.

           move spaces              to ws-journal-image.
           move "BH"                to ws-jn-record-type.
           move "FINAL-GL"          to ws-jh-source-system.
           move ws-business-date    to ws-jh-business-date.
           move ws-run-number       to ws-jh-run-number.
           move ws-batch-seq        to ws-jh-batch-seq.
           write jn-journal-line from ws-journal-image.

           perform 441-write-reversing-line
             varying ws-index from ws-one by ws-one
               until ws-index > ws-gl-count.

           move spaces              to ws-journal-image.
           move "BT"                to ws-jn-record-type.
           move ws-rev-line-count   to ws-jt-line-count.
           move ws-rev-debits       to ws-jt-debit-hash.
           move ws-rev-credits      to ws-jt-credit-hash.
           write jn-journal-line from ws-journal-image.

           close journal-file.

       441-write-reversing-line.
           move ws-run-stamp        to ws-jn-run-stamp.
           move ws-gl-account(ws-index) to ws-jn-account.
           move ws-gl-store(ws-index)   to ws-jn-store-num.
           move ws-gl-credit(ws-index)  to ws-jn-debit.
           move ws-gl-debit(ws-index)   to ws-jn-credit.
           write jn-journal-line from ws-journal-image.

           add ws-one               to ws-rev-line-count.
           add ws-jn-debit          to ws-rev-debits.
           add ws-jn-credit         to ws-rev-credits.

      *the header and trailer are the original's own - only its
      *lines are reversed
       450-hold-batch-record.
           if ws-jn-header
               move ws-jh-batch-seq to ws-gl-orig-seq
           else
           if ws-jn-trailer
               move ws-jt-debit-hash  to ws-gl-orig-debits
               move ws-jt-credit-hash to ws-gl-orig-credits
           else
           if ws-gl-count < ws-gl-count-max
               add ws-one           to ws-gl-count
               move ws-jn-account   to ws-gl-account(ws-gl-count)
               move ws-jn-store-num to ws-gl-store(ws-gl-count)
               move ws-jn-debit     to ws-gl-debit(ws-gl-count)
               move ws-jn-credit    to ws-gl-credit(ws-gl-count)
           else
               move ws-y            to ws-gl-overflow
           end-if
           end-if
           end-if.

      *----------------------------------------------------------------
      * Pending GL entries - once the batch is reversed, every entry
      * it posted from the pending file goes back on it for the
      * corrected rerun to post again. A layaway's are the exception:
      * the layaway steps took the date's movements back out, so
      * Final-Layaway's rerun writes them afresh, and any the date
      * left waiting on the file go too. Valued at the amount owed.
      *----------------------------------------------------------------
       460-restore-gl-pending.
           perform 150-start-step.
           move "GL PENDING ENTRIES" to ws-cl-ledger.
           move 0                   to ws-tcb-count.
           move 0                   to ws-tcb-untabled.

           open input gl-pending-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
           end-if.

           open output work-file.
           if ws-ledger-on-file = ws-y
               perform 461-read-gl-pending
               perform 462-apply-gl-pending
                   until ws-ledger-eof = ws-y
               close gl-pending-file
           end-if.

           if ws-gl-reversed = ws-y
               perform 465-load-taken-up
           end-if.
           close work-file.

           if ws-recs-removed > 0
            or ws-recs-changed > 0
               perform 160-open-work-for-copy
               open output gl-pending-file
               perform 463-copy-gl-pending
                   until ws-work-eof = ws-y
               close gl-pending-file, work-file
               move ws-y            to ws-ledger-on-file
           end-if.

           perform 155-write-control-line.

           if ws-tcb-untabled > 0
               display "*** CHARGEBACKS OVER TABLE CAP NOT REOPENED: "
                       ws-tcb-untabled " ***"
           end-if.

       461-read-gl-pending.
           read gl-pending-file
               at end
                   move ws-y        to ws-ledger-eof.

       462-apply-gl-pending.
           add ws-one               to ws-recs-before.
           add gp-amount            to ws-value-before.

           if gp-source = ws-layaway-source
            and gp-business-date = ws-business-date
               add ws-one           to ws-recs-removed
           else
               add ws-one           to ws-recs-after
               add gp-amount        to ws-value-after
               write wk-line from gp-gl-pending-rec
           end-if.

           perform 461-read-gl-pending.

       463-copy-gl-pending.
           move wk-line             to gp-gl-pending-rec.
           write gp-gl-pending-rec.
           perform 161-read-work-record.

      *the run's taken-up generation - its pending entries go in
      *behind the file's own, its chargebacks are held for the
      *ledger step. a run from before the generation was kept puts
      *nothing back
       465-load-taken-up.
           move ws-n                to ws-taken-up-eof.

           open input taken-up-file.
           if ws-taken-up-status not = "00"
               display "NO TAKEN-UP GENERATION FOR THE RUN - PENDING "
                       "ENTRIES AND CHARGEBACKS NOT PUT BACK"
           else
               perform 466-read-taken-up
               perform 467-apply-taken-up
                   until ws-taken-up-eof = ws-y
               close taken-up-file
           end-if.

       466-read-taken-up.
           read taken-up-file
               at end
                   move ws-y        to ws-taken-up-eof.

       467-apply-taken-up.
           if gt-pending
               move gt-entry        to gp-gl-pending-rec
               if gp-source not = ws-layaway-source
                   add ws-one       to ws-recs-changed
                   add ws-one       to ws-recs-after
                   add gp-amount    to ws-value-after
                   write wk-line from gp-gl-pending-rec
               end-if
           else
               if ws-tcb-count < ws-tcb-count-max
                   add ws-one       to ws-tcb-count
                   move gt-kind     to ws-tcb-kind(ws-tcb-count)
                   move gt-entry    to ws-tcb-image(ws-tcb-count)
                   move ws-n        to ws-tcb-applied(ws-tcb-count)
               else
                   add ws-one       to ws-tcb-untabled
               end-if
           end-if.

           perform 466-read-taken-up.

      *----------------------------------------------------------------
      * Chargeback ledger - once the batch is reversed, each posted
      * flag the run set is cleared, so the rerun posts the dispute,
      * or its won-back reversal, again. A dispute Final-CardRecon
      * has since dropped, its representment posted, comes back
      * represented with only that flag cleared. Valued at the
      * posted flags set.
      *----------------------------------------------------------------
       470-reopen-chargebacks.
           perform 150-start-step.
           move "CHARGEBACK LEDGER" to ws-cl-ledger.
           move ws-y                to ws-value-in-units.

           open input chargeback-ledger-file.
           if ws-ledger-status = "35"
               move ws-y            to ws-ledger-eof
           else
               move ws-y            to ws-ledger-on-file
           end-if.

           open output work-file.
           if ws-ledger-on-file = ws-y
               perform 471-read-chargeback
               perform 472-apply-chargeback
                   until ws-ledger-eof = ws-y
               close chargeback-ledger-file
           end-if.

           perform 475-restore-dropped-chargeback
             varying ws-index from ws-one by ws-one
               until ws-index > ws-tcb-count.
           close work-file.

           if ws-recs-changed > 0
               perform 160-open-work-for-copy
               open output chargeback-ledger-file
               perform 473-copy-chargeback
                   until ws-work-eof = ws-y
               close chargeback-ledger-file, work-file
               move ws-y            to ws-ledger-on-file
           end-if.

           perform 155-write-control-line.

       471-read-chargeback.
           read chargeback-ledger-file
               at end
                   move ws-y        to ws-ledger-eof.

       472-apply-chargeback.
           add ws-one               to ws-recs-before.
           add ws-one               to ws-recs-after.
           if cl-cb-posted = "y"
               add ws-one           to ws-value-before
           end-if.
           if cl-rep-posted = "y"
               add ws-one           to ws-value-before
           end-if.

           move cl-chargeback-rec(1:28) to ws-cb-key.
           if ws-tcb-count > 0
               perform 474-clear-taken-up-flag
                 varying ws-scan-idx from ws-one by ws-one
                   until ws-scan-idx > ws-tcb-count
           end-if.

           if cl-cb-posted = "y"
               add ws-one           to ws-value-after
           end-if.
           if cl-rep-posted = "y"
               add ws-one           to ws-value-after
           end-if.
           write wk-line from cl-chargeback-rec.

           perform 471-read-chargeback.

       473-copy-chargeback.
           move wk-line             to cl-chargeback-rec.
           write cl-chargeback-rec.
           perform 161-read-work-record.

       474-clear-taken-up-flag.
           if ws-tcb-image(ws-scan-idx)(1:28) = ws-cb-key
               move ws-y            to ws-tcb-applied(ws-scan-idx)
               if ws-tcb-kind(ws-scan-idx) = "C"
                and cl-cb-posted = "y"
                   move "n"         to cl-cb-posted
                   add ws-one       to ws-recs-changed
               end-if
               if ws-tcb-kind(ws-scan-idx) = "R"
                and cl-rep-posted = "y"
                   move "n"         to cl-rep-posted
                   add ws-one       to ws-recs-changed
               end-if
           end-if.

      *a dispute drops off the ledger only once it is represented
      *and both its postings are made
       475-restore-dropped-chargeback.
           if ws-tcb-applied(ws-index) = ws-n
               move ws-tcb-image(ws-index) to cl-chargeback-rec
               move "R"             to cl-status
               move "y"             to cl-cb-posted
               move "y"             to cl-rep-posted
               if ws-tcb-kind(ws-index) = "C"
                   move "n"         to cl-cb-posted
               else
                   move "n"         to cl-rep-posted
               end-if
               add ws-one           to ws-recs-changed
               add ws-one           to ws-recs-after
               add ws-one           to ws-value-after
               write wk-line from cl-chargeback-rec
           end-if.

      *----------------------------------------------------------------
      * The catalog - the run's entries are marked reversed. Valued
      * at the run's live entries.
      *----------------------------------------------------------------
       500-mark-catalog-reversed.
           perform 150-start-step.
           move "GENERATION CATALOG" to ws-cl-ledger.
           move ws-y                to ws-value-in-units.
           move ws-y                to ws-ledger-on-file.
           move ws-n                to ws-gen-cat-eof.

           open input generation-catalog-file.
           open output work-file.
           perform 111-read-catalog-record.
           perform 502-apply-catalog-record
               until ws-gen-cat-eof = ws-y.
           close generation-catalog-file, work-file.

           perform 160-open-work-for-copy.
           open output generation-catalog-file.
           perform 503-copy-catalog-record
               until ws-work-eof = ws-y.
           close generation-catalog-file, work-file.

           perform 155-write-control-line.

       502-apply-catalog-record.
           add ws-one               to ws-recs-before.
           add ws-one               to ws-recs-after.

           if gc-stamp = ws-run-stamp
            and not gc-reversed
               add ws-one           to ws-value-before
               add ws-one           to ws-recs-changed
               move "R"             to gc-status
           end-if.

           write wk-line from gc-catalog-rec.

           perform 111-read-catalog-record.

       503-copy-catalog-record.
           move wk-line             to gc-catalog-rec.
           write gc-catalog-rec.
           perform 161-read-work-record.

       copy "RFALOAD.cpy".

       end program Final-DayReversal.

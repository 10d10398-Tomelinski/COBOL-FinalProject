      *            splits the data into (S and L).dat and R.dat files.
      *            it also produces a seperate summary based on the 
      *            processed records.
      *            Inter-store transfer (X) records are split out to
      *            their own generation of Final-transfer-records for
      *            Final-Inventory, and kept out of the S/L totals.
      *            Layaway (Y) records go the same way to a
      *            generation of Final-layaway-records for
      *            Final-Layaway - a deposit is not a sale.


       environment division.
               assign to dynamic ws-void-file-name
               organization is line sequential.

      *inter-store transfers split out on their own, so
      *Final-Inventory can ship them out of the sending store
           select transfer-file
               assign to dynamic ws-transfer-file-name
               organization is line sequential.

      *layaway openings, payments, pickups, cancels and forfeits
      *split out for Final-Layaway's ledger
           select layaway-file
               assign to dynamic ws-layaway-file-name
               organization is line sequential.

      *every generation-dated file this stage writes is noted here,
      *so the driver's housekeeping can retire old generations
           select generation-catalog-file
       file section.
       fd data-file
           data record is item-rec
           record contains 83 characters.
      *

       01 item-rec.
           88 it-code-s                 value 'S'.
           88 it-code-r                 value 'R'.
           88 it-code-v                 value 'V'.
           88 it-code-x                 value 'X'.
           88 it-code-y                 value 'Y'.
         05 it-transaction          pic 9(5)v99.
         05 it-payment-type         pic xx.
      *US-dollar cash is cash in the tender mix - its amount is the
      *Canadian dollars it rang for
           88 it-ca                     value 'CA' 'US'.
           88 it-cr                     value 'CR'.
           88 it-db                     value 'DB'.
      *SC is store credit - redeemed on S/L records, issued on R
           88 it-sc                     value 'SC'.
      *an X (transfer) record carries the receiving store where the
      *payment type would be - its own store is the sender
         05 it-to-store-num redefines it-payment-type
                                    pic 99.
         05 it-store-num            pic 99.
         05 it-invoice              pic x(9).
         05 it-sku-code             pic x(15).
      *carried through from Final-Valid.dat so Final-ReturnProccess
      *can break returns out by reason
         05 it-return-reason        pic xx.
      *associate who rang the transaction - carried onto every
      *split file for the cashier accountability reporting
         05 it-associate-id         pic x(6).
      *exemption certificate a tax-exempt sale or return was made
      *under - carried through so the tax stages charge it nothing
         05 it-exempt-cert          pic x(10).
      *US dollars taken on a US-cash tender, zero on any other
         05 it-foreign-amount       pic 9(5)v99.

      *
      *return-file carries the return reason through to
      *Final-ReturnProccess; sl-file has no use for it, so its
      *record is the first 58 bytes of the validated record with
      *the associate id, exemption certificate and foreign amount
      *behind them -
      *built in ws-sl-image by
      *330-build-sl-line, since the reason sits between the two.
       fd return-file
           data record is return-line
           record contains 83 characters.

       01 return-line               pic x(83).

       fd sl-file
           data record is sl-line
           record contains 81 characters.

       01 sl-line                   pic x(81).

      *void records keep the sl-file shape - a void has no return
      *reason to carry
       fd void-file
           data record is void-line
           record contains 81 characters.

       01 void-line                 pic x(81).

      *transfer records keep the full validated record - the
      *receiving store rides in the payment-type bytes
       fd transfer-file
           data record is transfer-line
           record contains 83 characters.

       01 transfer-line             pic x(83).

      *layaway records keep the full validated record too - the
      *action rides in the reason bytes and the agreed term in the
      *foreign-amount bytes
       fd layaway-file
           data record is layaway-line
           record contains 83 characters.

       01 layaway-line              pic x(83).

       fd summary-file
           data record is summary-line
      *new/retired store is a data change, not a four-program recompile
       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.
       copy "STORMAST.cpy".

       fd trend-file
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

      *run control file definition
       fd run-control-file
       01 ws-return-file-name       pic x(64)   value spaces.
       01 ws-sl-file-name           pic x(64)   value spaces.
       01 ws-void-file-name         pic x(64)   value spaces.
       01 ws-transfer-file-name     pic x(64)   value spaces.
       01 ws-layaway-file-name      pic x(64)   value spaces.
       01 ws-gen-cat-status         pic xx      value "00".

      *one sl-file/void-file record, built by 330-build-sl-line
       01 ws-sl-image.
         05 ws-sl-detail            pic x(58).
         05 ws-sl-associate-id      pic x(6).
         05 ws-sl-exempt-cert       pic x(10).
         05 ws-sl-foreign-amount    pic 9(5)v99.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(23)
               value "VOID RECORDS =".
         05 ws-total-void-edit      pic zzzzz9.

       01 ws-summary-line3c.
         05 filler                  pic x(43)    value spaces.
         05 filler                  pic x(23)
               value "TRANSFER RECORDS =".
         05 ws-total-xfer-edit      pic zzzzz9.

       01 ws-summary-line3d.
         05 filler                  pic x(43)    value spaces.
         05 filler                  pic x(23)
               value "LAYAWAY RECORDS =".
         05 ws-total-layaway-edit   pic zzzzz9.
                                    
       01 ws-summary-line4.         
         05 filler                  pic x(13)   value "PAYMENT TYPE:".
         05 ws-total-sl             pic 9(6)    value 0.
         05 ws-total-return         pic 9(6)    value 0.
         05 ws-total-void           pic 9(6)    value 0.
         05 ws-total-xfer           pic 9(6)    value 0.
         05 ws-total-layaway        pic 9(6)    value 0.
                                    
       01 ws-transaction            pic 9(6)v99.

           open output return-file,
                       sl-file,
                       void-file,
                       transfer-file,
                       layaway-file,
                       summary-file.

      *set end of file variable
                 return-file,
                 sl-file,
                 void-file,
                 transfer-file,
                 layaway-file,
                 summary-file.
           goback.

                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-void-file-name.
           move spaces to ws-transfer-file-name.
           string "../../../../data/Final-transfer-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-transfer-file-name.
           move spaces to ws-layaway-file-name.
           string "../../../../data/Final-layaway-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"        delimited by size
               into ws-layaway-file-name.

       0065-note-generations.
           open extend generation-catalog-file.
           end-if.

           move ws-run-stamp        to gc-stamp.
           move space               to gc-status.
           move ws-return-file-name to gc-file-name.
           write gc-catalog-rec.
           move ws-sl-file-name     to gc-file-name.
           write gc-catalog-rec.
           move ws-void-file-name   to gc-file-name.
           write gc-catalog-rec.
           move ws-transfer-file-name to gc-file-name.
           write gc-catalog-rec.
           move ws-layaway-file-name to gc-file-name.
           write gc-catalog-rec.

           close generation-catalog-file.

           move ws-total-void         to ct-record-count.
           write ct-record.

           move "XFER-OUT"            to ct-label.
           move ws-total-xfer         to ct-record-count.
           write ct-record.

           move "LAYAWAY-OUT"         to ct-label.
           move ws-total-layaway      to ct-record-count.
           write ct-record.

           close control-total-file.

       010-read-file.
           move ws-y           to ws-new-page.


       200-print-headings.
      *display name and header
           write summary-line  from ws-heading1-name-line
             after advancing ws-two line.


       300-process-lines.
      *reset variables

           else
           if (it-code-v) then
               perform 315-void-record
           else
           if (it-code-x) then
               perform 317-transfer-record
           else
           if (it-code-y) then
               perform 318-layaway-record
           else
               perform 320-sl-record
           end-if
           end-if
           end-if
           end-if.

      *
           write return-line from item-rec.


       315-void-record.
      *a void neither sells nor returns anything - it rides its own
      *split file to SAndLProcessing, which nets it against the
      *original sale
           add ws-one              to ws-total-void.

           perform 330-build-sl-line.
           write void-line from ws-sl-image.

       317-transfer-record.
      *a transfer moves stock between two stores - no sale, no
      *return, so it stays out of every store's totals and rides
      *its own split file to Final-Inventory
           add ws-one              to ws-total-xfer.

           write transfer-line from item-rec.

       318-layaway-record.
      *layaway money is a customer deposit until the goods are
      *picked up - Final-Layaway sends the pickup back through as a
      *sale, so nothing counts in the store totals here
           add ws-one              to ws-total-layaway.

           write layaway-line from item-rec.

       320-sl-record.
           move it-transaction     to ws-transaction.
               add ws-transaction  to ws-store-trans(ws-found-store-idx)
           end-if.

           perform 330-build-sl-line.
           write sl-line from ws-sl-image.

       330-build-sl-line.
           move item-rec(1:58)     to ws-sl-detail.
           move it-associate-id    to ws-sl-associate-id.
           move it-exempt-cert     to ws-sl-exempt-cert.
           move it-foreign-amount  to ws-sl-foreign-amount.

       214-add-store-ca.
      *store x payment-type cross-tab - combined across S and L
           move ws-total-void      to ws-total-void-edit.
           write summary-line from ws-summary-line3b
             after advancing ws-one line.
           move ws-total-xfer      to ws-total-xfer-edit.
           write summary-line from ws-summary-line3c
             after advancing ws-one line.
           move ws-total-layaway   to ws-total-layaway-edit.
           write summary-line from ws-summary-line3d
             after advancing ws-one line.


           write summary-line from ws-heading3-headings

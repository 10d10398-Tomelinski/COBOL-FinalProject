      *            that did not finish instead of re-running the
      *            whole job - unless the operator forces a full run
      *            through the run-control file's flag byte.
      *            The layaway ledger runs inside stage 2, right
      *            behind the split, so a pickup it releases as a
      *            sale reaches the S&L generation before stage 3
      *            reads it.

       environment division.

               organization is line sequential
               file status is ws-void-check-status.

           select transfer-check-file
               assign to dynamic ws-transfer-check-name
               organization is line sequential
               file status is ws-transfer-check-status.

           select store-tax-check-file
               assign to dynamic ws-store-tax-check-name
               organization is line sequential
               file status is ws-store-tax-check-status.

           select posted-check-file
               assign to dynamic ws-posted-check-name
               organization is line sequential
               file status is ws-posted-check-status.

      *control totals every stage appended to, read back here so the
      *hand-off between stages can be reconciled
           select control-total-file
       file section.
       fd valid-check-file
           data record is valid-check-line
           record contains 83 characters.

       01 valid-check-line          pic x(83).

       fd return-check-file
           data record is return-check-line
           record contains 83 characters.

       01 return-check-line         pic x(83).

       fd sl-check-file
           data record is sl-check-line
           record contains 81 characters.

       01 sl-check-line             pic x(81).

       fd void-check-file
           data record is void-check-line
           record contains 81 characters.

       01 void-check-line           pic x(81).

       fd transfer-check-file
           data record is transfer-check-line
           record contains 83 characters.

       01 transfer-check-line       pic x(83).

       fd store-tax-check-file
           data record is store-tax-check-line

       01 store-tax-check-line      pic x(10).

       fd posted-check-file
           data record is posted-check-line
           record contains 84 characters.

       01 posted-check-line         pic x(84).

       fd control-total-file
           data record is ct-record
           record contains 58 characters.
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

      *stage status record - one completion flag per stage
       fd stage-status-file
       01 ws-return-check-name      pic x(64)   value spaces.
       01 ws-sl-check-name          pic x(64)   value spaces.
       01 ws-void-check-name        pic x(64)   value spaces.
       01 ws-transfer-check-name    pic x(64)   value spaces.
       01 ws-store-tax-check-name   pic x(64)   value spaces.
       01 ws-posted-check-name      pic x(64)   value spaces.
       01 ws-gen-cat-status         pic xx      value "00".

       01 ws-check-status.
         05 ws-return-check-status  pic xx      value spaces.
         05 ws-sl-check-status      pic xx      value spaces.
         05 ws-void-check-status    pic xx      value spaces.
         05 ws-transfer-check-status pic xx     value spaces.
         05 ws-store-tax-check-status pic xx    value spaces.
         05 ws-posted-check-status  pic xx      value spaces.
         05 ws-ctltot-status        pic xx      value spaces.
         05 ws-stage-status-fs      pic xx      value spaces.

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-three                  pic 9       value 3.
       77 ws-four                   pic 9       value 4.
       01 ws-index                  pic 999     value 1.

      *control-total reconciliation - the most recent
         05 ws-rc-sl-out            pic 9(6)    value 0.
         05 ws-rc-sandl-in          pic 9(6)    value 0.
         05 ws-rc-return-in         pic 9(6)    value 0.
         05 ws-rc-pickup-out        pic 9(6)    value 0.
         05 ws-rc-layaway-out       pic 9(6)    value 0.
         05 ws-rc-layaway-in        pic 9(6)    value 0.

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".
               depending on ws-gen-entry-count.
           10 ws-gen-ent-ordinal    pic 999.
           10 ws-gen-ent-name       pic x(64).
           10 ws-gen-ent-status     pic x.

       01 ws-gen-work.
         05 ws-gen-found-idx        pic 999     value 0.
               perform 097-run-master-maint
               perform 100-run-validation
               perform 110-check-valid-output
      *prove the dollars each store closed out with reached the
      *valid or invalid file, while the night is still young
               perform 120-run-closeout-recon
               perform 0036-mark-stage-done
           else
               display "STAGE 1 ALREADY COMPLETE - SKIPPED"
           if ws-stage-done(ws-two) not = "Y"
               perform 200-run-split
               perform 210-check-split-output
               perform 250-run-layaway
               move ws-two            to ws-index
               perform 0037-record-stage-done
           else

           if ws-stage-done(4) not = "Y"
               perform 400-run-returns
               perform 420-check-posted-file
               move 4                 to ws-index
               perform 0037-record-stage-done
      *this run's held refunds go onto the approval queue at once -
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-void-check-name.
           move spaces to ws-transfer-check-name.
           string "../../../../data/Final-transfer-records"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-transfer-check-name.
           move spaces to ws-store-tax-check-name.
           string "../../../../data/Final-Store-Tax"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-store-tax-check-name.
           move spaces to ws-posted-check-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-check-name.

      *----------------------------------------------------------------
      * Processing-calendar scheduling - the driver keeps the run
               close valid-check-file
           end-if.

      *----------------------------------------------------------------
      * Register close-out reconciliation
      *----------------------------------------------------------------
       120-run-closeout-recon.
           display "RECONCILING REGISTER CLOSE-OUTS".
           move "Final-CloseoutRecon" to ws-abend-step.
           call "Final-CloseoutRecon"
               on exception
                   perform 900-abort-on-call-exception
           end-call.

      *----------------------------------------------------------------
      * Stage 2 - Split and Count
      *----------------------------------------------------------------
           perform 211-check-return-records-file.
           perform 212-check-sl-records-file.
           perform 213-check-void-records-file.
           perform 214-check-transfer-records-file.

       211-check-return-records-file.
           move "Final-DataSplitAndCount"   to ws-abend-step.
               close void-check-file
           end-if.

       214-check-transfer-records-file.
           move "Final-DataSplitAndCount"     to ws-abend-step.
           move "Final-transfer-records.dat"  to ws-missing-file.
           open input transfer-check-file.
           if ws-transfer-check-status = ws-status-not-found
               perform 902-abort-on-missing-file
           else
               close transfer-check-file
           end-if.

      *----------------------------------------------------------------
      * Layaway ledger - behind the split and ahead of stage 3, so
      * the sales a pickup releases go through S&L this same run
      *----------------------------------------------------------------
       250-run-layaway.
           display "TAKING LAYAWAY RECORDS ONTO THE LEDGER".
           move "Final-Layaway"   to ws-abend-step.
           call "Final-Layaway"
               on exception
                   perform 900-abort-on-call-exception
           end-call.

      *----------------------------------------------------------------
      * Stage 3 - Sales and Lease Processing
      *----------------------------------------------------------------
                   perform 900-abort-on-call-exception
           end-call.

      *every downstream report reads the posted transactions - a
      *run without them must stop here, not report on nothing
       420-check-posted-file.
           move "Final-ReturnProccess"    to ws-abend-step.
           move "Final-posted-trans.dat"  to ws-missing-file.
           open input posted-check-file.
           if ws-posted-check-status = ws-status-not-found
               perform 902-abort-on-missing-file
           else
               close posted-check-file
           end-if.

      *----------------------------------------------------------------
      * Refund approval queueing - runs right behind stage 4, so
      * holds survive into the pending file and any waiting

           perform 510-report-reconciliation
             varying ws-index from ws-one by ws-one
               until ws-index > ws-four.

      *the merge hand-off only reconciles on nights the front-end
      *merge actually ran and merged something - and validation's
           else
           if ct-label = "RETURN-IN"
               move ct-record-count  to ws-rc-return-in
           else
           if ct-label = "PICKUP-OUT"
               move ct-record-count  to ws-rc-pickup-out
           else
           if ct-label = "LAYAWAY-OUT"
               move ct-record-count  to ws-rc-layaway-out
           else
           if ct-label = "LAYAWAY-IN"
               move ct-record-count  to ws-rc-layaway-in
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
               move ws-rc-return-out  to ws-rc-left
               move ws-rc-return-in   to ws-rc-right
           else
      *S&L also reads the sales the layaway ledger released on
      *pickup, appended behind the split's own
           if ws-index = ws-three
               move "Split SL-OUT + pickups vs S&L SANDL-IN"
                 to ws-reconcile-line
               compute ws-rc-left =
                   ws-rc-sl-out + ws-rc-pickup-out
               move ws-rc-sandl-in    to ws-rc-right
           else
               move "Split LAYAWAY-OUT vs Layaway LAYAWAY-IN"
                 to ws-reconcile-line
               move ws-rc-layaway-out to ws-rc-left
               move ws-rc-layaway-in  to ws-rc-right
           end-if
           end-if
           end-if.

                       ws-gen-ent-ordinal(ws-gen-entry-count)
               move gc-file-name      to
                       ws-gen-ent-name(ws-gen-entry-count)
               move gc-status         to
                       ws-gen-ent-status(ws-gen-entry-count)
           end-if.

           perform 611-read-catalog-record.
                       ws-gen-scan-idx)) to gc-stamp
               move ws-gen-ent-name(ws-gen-scan-idx)
                 to gc-file-name
               move ws-gen-ent-status(ws-gen-scan-idx)
                 to gc-status
               write gc-catalog-rec
           end-if.


      *            record is the first month of a lease, but the
      *            system has always treated it as a one-time sale -
      *            this program catches each new lease invoice in
      *            the posted transactions and opens it on the lease
      *            master with its store, SKU, vendor, payment type,
      *            monthly amount, and a standard term running from
      *            the transaction date. Final-LeaseBilling then
       input-output section.
       file-control.

      *the run's posted transactions - a voided (mis-rung) L record
      *is already netted out and never opens a lease
           select posted-file
               assign to dynamic ws-posted-file-name
               organization is line sequential
               file status is ws-posted-status.

           select lease-master-file
               assign to "../../../../data/Final-Lease-Master.dat"

       data division.
       file section.
      *same 84-byte layout POSTTRN.cpy describes - only its S/L
      *records are read here, as sales
       fd posted-file
           data record is sl-rec
           record contains 84 characters.

       01 sl-rec.
         05 sl-code                 pic x.
         05 sl-quantity             pic 9(3).
         05 sl-unit-price           pic 9(4)v99.
         05 sl-vendor-num           pic 9(5).
         05 filler                  pic xx.
         05 sl-associate-id         pic x(6).
         05 sl-exempt-cert          pic x(10).
         05 sl-foreign-amount       pic 9(5)v99.
         05 filler                  pic x.

      *one record per administered lease
       fd lease-master-file

       working-storage section.

      *current-generation input name, built from the run control by
      *0032-build-generation-names
       01 ws-posted-file-name        pic x(64)   value spaces.

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".
         05 ws-lease-mast-eof       pic x       value 'n'.

       01 ws-file-status.
         05 ws-posted-status        pic xx      value "00".
         05 ws-lease-mast-status    pic xx      value "00".

       77 ws-one                    pic 9       value 1.
           perform 0032-build-generation-names.

           perform 0040-load-lease-master.

           open output report-file.
           perform 100-write-report-headings.
       200-fold-in-sl-records.
           move ws-n                to ws-sl-eof.

           open input posted-file.
           if ws-posted-status = "35"
               move ws-y            to ws-sl-eof
           else
               perform 210-read-sl-record
               perform 220-note-one-lease
                   until ws-sl-eof = ws-y
               close posted-file
           end-if.

       210-read-sl-record.
           read posted-file
               at end
                   move ws-y        to ws-sl-eof.

       220-note-one-lease.
      *a voided L record was mis-rung - it is not on the posted
      *generation, so it never opens a three-year lease the billing
      *run would then bill monthly
           if sl-code-lease
               perform 230-find-lease
               if ws-found-lease-idx = 0
                and ws-lease-count < ws-lease-count-max

           perform 210-read-sl-record.

       230-find-lease.
           move 0                   to ws-found-lease-idx.
           if ws-lease-count > 0
       copy "RUNLOAD.cpy".

       0032-build-generation-names.
           move spaces to ws-posted-file-name.
           string "../../../../data/Final-posted-trans"
                       delimited by size
                  ws-gen-suffix  delimited by size
                  ".dat"         delimited by size
               into ws-posted-file-name.

       end program Final-LeaseMaster.

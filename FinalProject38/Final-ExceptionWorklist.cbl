       identification division.
       program-id. Final-ExceptionWorklist.
       author. name. Tom Zielinski. Calvin May.
       date-written. date. 10/15/2026
      *Last-Edited:        10/15/2026
      *Description: One worklist for the exceptions every other
      *            report raises and nobody owned - unmatched card
      *            settlements, cash over/short, held refunds,
      *            negative on-hand, delinquent leases, price
      *            overrides, unmatched voids, transfers overdue
      *            in transit, layaway records the ledger turned
      *            away and return authorizations overdue from their
      *            vendor. Each of those
      *            programs appends what it raised to
      *            Final-Exception-Post.dat; this program folds the
      *            postings into the worklist carried from run to
      *            run, keyed type, store, invoice and detail, so an
      *            exception raised again lands on the entry it
      *            already has and keeps the date it was first seen.
      *            Each entry belongs to the team that works that
      *            kind of exception. Resolution transactions mark an
      *            entry resolved, by whom and why. The report lists
      *            every open exception by team with its age, flags
      *            anything open 30 days or more, and ages the open
      *            exceptions by team; a resolved entry its program
      *            is still raising is listed so a wrong resolution
      *            cannot hide. A resolved entry not raised again for
      *            90 days drops off the worklist.

       environment division.

       configuration section.

       input-output section.
       file-control.

      *what the source programs raised since the last run - emptied
      *once folded into the worklist
           select exception-post-file
               assign to "../../../../data/Final-Exception-Post.dat"
               organization is line sequential
               file status is ws-post-status.

      *the worklist itself, carried from run to run
           select worklist-file
               assign to
                   "../../../../data/Final-Exception-Worklist.dat"
               organization is line sequential
               file status is ws-worklist-status.

      *resolution transactions - consumed once read
           select resolve-file
               assign to
                   "../../../../data/Final-Exception-Resolve.dat"
               organization is line sequential
               file status is ws-resolve-status.

           select report-file
               assign to
                   "../../../../data/Final-exception-worklist.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../../data/Final-Run-Control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

       data division.
       file section.
       fd exception-post-file
           data record is ep-exception-post-rec
           record contains 60 characters.

       copy "EXCPOST.cpy".

      *one entry per exception - the first four fields are the key.
      *status O open or R resolved, and a resolved entry carries
      *when, by whom and why
       fd worklist-file
           data record is xw-worklist-rec
           record contains 119 characters.

       01 xw-worklist-rec.
         05 xw-type                 pic x(8).
         05 xw-store-num            pic 99.
         05 xw-invoice              pic x(9).
         05 xw-detail               pic x(15).
         05 xw-source               pic x(8).
         05 xw-amount               pic s9(7)v99
                                    sign leading separate.
         05 xw-first-seen           pic 9(8).
         05 xw-last-seen            pic 9(8).
         05 xw-team                 pic x(10).
         05 xw-status               pic x.
           88 xw-open                   value 'O'.
           88 xw-resolved               value 'R'.
         05 xw-resolved-date        pic 9(8).
         05 xw-resolved-by          pic x(8).
         05 xw-reason               pic x(24).

      *names the worklist entry by its key - store, invoice and
      *detail exactly as the worklist report shows them
       fd resolve-file
           data record is rs-resolve-rec
           record contains 66 characters.

       01 rs-resolve-rec.
         05 rs-type                 pic x(8).
         05 rs-store-num            pic 99.
         05 rs-invoice              pic x(9).
         05 rs-detail               pic x(15).
         05 rs-user                 pic x(8).
         05 rs-reason               pic x(24).

       fd report-file
           data record is report-line
           record contains 90 characters.

       01 report-line               pic x(90).

       fd run-control-file
           data record is rc-run-control-rec
           record contains 16 characters.

       copy "RUNCTL.cpy".

       working-storage section.

       01 ws-heading1-name-line.
         05 filler                  pic x(25)
               value "Tom Zielinski, Calvin May".
         05 filler                  pic x(8)    value space.
         05 filler                  pic x(30)
               value "Final: Exception Worklist".

       01 ws-heading2-title.
         05 filler                  pic x(22)   value spaces.
         05 filler                  pic x(21)
               value "EXCEPTION WORKLIST - ".
         05 ws-title-date           pic 9(8).

       01 ws-section-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-section-title        pic x(40).

       01 ws-team-line.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(6)    value "TEAM: ".
         05 ws-tl-team              pic x(10).

       01 ws-heading3-open.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(9)    value "TYPE".
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(10)   value "INVOICE".
         05 filler                  pic x(16)   value "DETAIL".
         05 filler                  pic x(11)   value "     AMOUNT".
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(11)   value "FIRST SEEN".
         05 filler                  pic x(9)    value "LAST SEEN".
         05 filler                  pic x(5)    value "  AGE".

       01 ws-open-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-odl-type             pic x(8).
         05 filler                  pic x       value space.
         05 ws-odl-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-odl-invoice          pic x(9).
         05 filler                  pic x       value space.
         05 ws-odl-detail           pic x(15).
         05 filler                  pic x       value space.
         05 ws-odl-amount-edit      pic $$$,$$9.99-.
         05 filler                  pic x(2)    value spaces.
         05 ws-odl-first-seen       pic 9(8).
         05 filler                  pic x(3)    value spaces.
         05 ws-odl-last-seen        pic 9(8).
         05 filler                  pic x       value space.
         05 ws-odl-age-edit         pic zzzz9.
         05 filler                  pic x       value space.
         05 ws-odl-flag             pic x(3).

       01 ws-team-total-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(7)    value "OPEN = ".
         05 ws-ttl-count-edit       pic zzz9.
         05 filler                  pic x(12)   value "   AMOUNT = ".
         05 ws-ttl-amount-edit      pic $$,$$$,$$9.99-.
         05 filler                  pic x(17)
               value "   OPEN 30+ DAYS ".
         05 filler                  pic x(2)    value "= ".
         05 ws-ttl-30-edit          pic zzz9.

       01 ws-heading3-aging.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(12)   value "TEAM".
         05 filler                  pic x(8)    value "UNDER 30".
         05 filler                  pic x(9)    value "  30 - 59".
         05 filler                  pic x(9)    value "  60 - 89".
         05 filler                  pic x(9)    value "      90+".
         05 filler                  pic x(9)    value "    TOTAL".
         05 filler                  pic x(17)
               value "           AMOUNT".

       01 ws-aging-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-agl-team             pic x(10).
         05 filler                  pic x(2)    value spaces.
         05 ws-agl-bucket1-edit     pic zzzzzzz9.
         05 filler                  pic x       value space.
         05 ws-agl-bucket2-edit     pic zzzzzzz9.
         05 filler                  pic x       value space.
         05 ws-agl-bucket3-edit     pic zzzzzzz9.
         05 filler                  pic x       value space.
         05 ws-agl-bucket4-edit     pic zzzzzzz9.
         05 filler                  pic x       value space.
         05 ws-agl-total-edit       pic zzzzzzz9.
         05 filler                  pic x(2)    value spaces.
         05 ws-agl-amount-edit      pic $$$,$$$,$$9.99-.

       01 ws-heading3-resolve.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(9)    value "TYPE".
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(10)   value "INVOICE".
         05 filler                  pic x(16)   value "DETAIL".
         05 filler                  pic x(9)    value "BY".
         05 filler                  pic x(6)    value "REASON".

       01 ws-resolve-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-rdl-type             pic x(8).
         05 filler                  pic x       value space.
         05 ws-rdl-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-rdl-invoice          pic x(9).
         05 filler                  pic x       value space.
         05 ws-rdl-detail           pic x(15).
         05 filler                  pic x       value space.
         05 ws-rdl-user             pic x(8).
         05 filler                  pic x       value space.
         05 ws-rdl-reason           pic x(24).

       01 ws-reject-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-xdl-type             pic x(8).
         05 filler                  pic x       value space.
         05 ws-xdl-store            pic xx.
         05 filler                  pic x(2)    value spaces.
         05 ws-xdl-invoice          pic x(9).
         05 filler                  pic x       value space.
         05 ws-xdl-detail           pic x(15).
         05 filler                  pic x       value space.
         05 filler                  pic x(13)   value "*** REJECTED ".
         05 ws-xdl-reason           pic x(24).

       01 ws-heading3-raised.
         05 filler                  pic x(2)    value spaces.
         05 filler                  pic x(9)    value "TYPE".
         05 filler                  pic x(4)    value "ST".
         05 filler                  pic x(10)   value "INVOICE".
         05 filler                  pic x(16)   value "DETAIL".
         05 filler                  pic x(10)   value "RESOLVED".
         05 filler                  pic x(10)   value "LAST SEEN".
         05 filler                  pic x(9)    value "BY".
         05 filler                  pic x(6)    value "REASON".

       01 ws-raised-display-line.
         05 filler                  pic x(2)    value spaces.
         05 ws-sdl-type             pic x(8).
         05 filler                  pic x       value space.
         05 ws-sdl-store-edit       pic z9.
         05 filler                  pic x(2)    value spaces.
         05 ws-sdl-invoice          pic x(9).
         05 filler                  pic x       value space.
         05 ws-sdl-detail           pic x(15).
         05 filler                  pic x       value space.
         05 ws-sdl-resolved-date    pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-sdl-last-seen        pic 9(8).
         05 filler                  pic x(2)    value spaces.
         05 ws-sdl-user             pic x(8).
         05 filler                  pic x       value space.
         05 ws-sdl-reason           pic x(24).

       01 ws-none-line.
         05 filler                  pic x(4)    value spaces.
         05 filler                  pic x(6)    value "(NONE)".

       01 ws-summary-line1.
         05 filler                  pic x(28)
               value "ENTRIES CARRIED IN =".
         05 ws-total-carried-edit   pic zzzz9.

       01 ws-summary-line2.
         05 filler                  pic x(28)
               value "EXCEPTIONS POSTED =".
         05 ws-total-posted-edit    pic zzzz9.

       01 ws-summary-line3.
         05 filler                  pic x(28)
               value "NEW TO THE WORKLIST =".
         05 ws-total-new-edit       pic zzzz9.

       01 ws-summary-line4.
         05 filler                  pic x(28)
               value "ALREADY ON THE WORKLIST =".
         05 ws-total-again-edit     pic zzzz9.

       01 ws-summary-line5.
         05 filler                  pic x(28)
               value "RESOLVED THIS RUN =".
         05 ws-total-resolved-edit  pic zzzz9.

       01 ws-summary-line6.
         05 filler                  pic x(28)
               value "RESOLUTIONS REJECTED =".
         05 ws-total-rejected-edit  pic zzzz9.

       01 ws-summary-line7.
         05 filler                  pic x(28)
               value "RESOLVED, STILL RAISED =".
         05 ws-total-raised-edit    pic zzzz9.

       01 ws-summary-line8.
         05 filler                  pic x(28)
               value "RESOLVED ENTRIES PURGED =".
         05 ws-total-purged-edit    pic zzzz9.

       01 ws-summary-line9.
         05 filler                  pic x(28)
               value "OPEN EXCEPTIONS =".
         05 ws-total-open-edit      pic zzzz9.

       01 ws-summary-line10.
         05 filler                  pic x(28)
               value "OPEN 30 DAYS OR MORE =".
         05 ws-total-open-30-edit   pic zzzz9.

      *run-control fields (loaded at startup - 0030-load-run-control)
       copy "RUNWS.cpy".

      *which team works each kind of exception - a type not listed
      *here lands with UNASSIGND until it is added
       01 ws-type-team-values.
         05 filler                  pic x(9)    value "CARDUNM 1".
         05 filler                  pic x(9)    value "CASHOS  2".
         05 filler                  pic x(9)    value "REFHELD 3".
         05 filler                  pic x(9)    value "NEGOH   4".
         05 filler                  pic x(9)    value "LSEDELQ 5".
         05 filler                  pic x(9)    value "PRICEOVR6".
         05 filler                  pic x(9)    value "VOIDUNM 6".
         05 filler                  pic x(9)    value "XFEROVD 4".
         05 filler                  pic x(9)    value "LAYREJ  2".
         05 filler                  pic x(9)    value "RTVOVD  4".
       01 ws-type-teams redefines ws-type-team-values.
         05 ws-type-team            occurs 10 times.
           10 ws-tt-type            pic x(8).
           10 ws-tt-team-idx        pic 9.

       01 ws-team-name-values.
         05 filler                  pic x(10)   value "TREASURY".
         05 filler                  pic x(10)   value "STORE OPS".
         05 filler                  pic x(10)   value "CUST SERV".
         05 filler                  pic x(10)   value "INVENTORY".
         05 filler                  pic x(10)   value "COLLECTNS".
         05 filler                  pic x(10)   value "LOSS PREV".
         05 filler                  pic x(10)   value "UNASSIGND".
       01 ws-team-names redefines ws-team-name-values.
         05 ws-team-name            pic x(10)   occurs 7 times.

      *open exceptions aged by team, for the aging summary
       01 ws-team-aging.
         05 ws-team-age             occurs 7 times.
           10 ws-ta-bucket          pic 9(5)    occurs 4 times.
           10 ws-ta-count           pic 9(5).
           10 ws-ta-amount          pic s9(9)v99.

       01 ws-all-teams.
         05 ws-all-bucket           pic 9(5)    occurs 4 times.
         05 ws-all-count            pic 9(5)    value 0.
         05 ws-all-amount           pic s9(9)v99 value 0.

      *the worklist in memory
       01 ws-wl-count-max           pic 9(4)    value 3000.
       01 ws-wl-count               pic 9(4)    value 0.
       01 ws-wl-table.
         05 ws-wl-entry occurs 0 to 3000 times
               depending on ws-wl-count.
           10 ws-wl-type            pic x(8).
           10 ws-wl-store           pic 99.
           10 ws-wl-invoice         pic x(9).
           10 ws-wl-detail          pic x(15).
           10 ws-wl-source          pic x(8).
           10 ws-wl-amount          pic s9(7)v99.
           10 ws-wl-first-seen      pic 9(8).
           10 ws-wl-last-seen       pic 9(8).
           10 ws-wl-team            pic x(10).
           10 ws-wl-status          pic x.
           10 ws-wl-resolved-date   pic 9(8).
           10 ws-wl-resolved-by     pic x(8).
           10 ws-wl-reason          pic x(24).
      *worked out each run, never written back
           10 ws-wl-team-idx        pic 9.
           10 ws-wl-age             pic s9(5).
           10 ws-wl-raised-again    pic x.
           10 ws-wl-purge           pic x.

      *serial-day arithmetic for aging, the same as
      *Final-LeaseReceivables'
       01 ws-aging-work.
         05 ws-dts-date.
           10 ws-dts-yyyy           pic 9(4).
           10 ws-dts-mm             pic 99.
           10 ws-dts-dd             pic 99.
         05 ws-dts-serial           pic 9(7)    value 0.
         05 ws-serial-today         pic 9(7)    value 0.
         05 ws-age-days             pic s9(5)   value 0.
         05 ws-leap-quot            pic 9(4)    value 0.
         05 ws-leap-rem             pic 9(4)    value 0.
         05 ws-bucket-idx           pic 9       value 0.

      *cumulative days before each month, january through december
       01 ws-month-offset-values    pic x(36)
               value "000031059090120151181212243273304334".
       01 ws-month-offsets redefines ws-month-offset-values.
         05 ws-month-offset         pic 999     occurs 12 times.

       01 ws-work-fields.
         05 ws-index                pic 9(4)    value 0.
         05 ws-scan-idx             pic 9(4)    value 0.
         05 ws-found-wl-idx         pic 9(4)    value 0.
         05 ws-team-idx             pic 9       value 0.
         05 ws-type-idx             pic 99      value 0.
         05 ws-work-type            pic x(8)    value spaces.
         05 ws-work-store           pic 99      value 0.
         05 ws-work-invoice         pic x(9)    value spaces.
         05 ws-work-detail          pic x(15)   value spaces.
         05 ws-post-date            pic 9(8)    value 0.
         05 ws-post-amount          pic s9(7)v99 value 0.
         05 ws-reject-reason        pic x(24)   value spaces.
         05 ws-team-open            pic 9(5)    value 0.
         05 ws-team-open-30         pic 9(5)    value 0.
         05 ws-team-amount          pic s9(9)v99 value 0.
         05 ws-purge-from           pic 9(8)    value 0.

       01 ws-counters.
         05 ws-total-carried        pic 9(5)    value 0.
         05 ws-total-posted         pic 9(5)    value 0.
         05 ws-total-new            pic 9(5)    value 0.
         05 ws-total-again          pic 9(5)    value 0.
         05 ws-total-overflow       pic 9(5)    value 0.
         05 ws-total-resolved       pic 9(5)    value 0.
         05 ws-total-rejected       pic 9(5)    value 0.
         05 ws-total-raised         pic 9(5)    value 0.
         05 ws-total-purged         pic 9(5)    value 0.
         05 ws-total-open           pic 9(5)    value 0.
         05 ws-total-open-30        pic 9(5)    value 0.
         05 ws-total-resolves       pic 9(5)    value 0.

       01 ws-flags.
         05 ws-post-eof             pic x       value 'n'.
         05 ws-post-on-file         pic x       value 'n'.
         05 ws-worklist-eof         pic x       value 'n'.
         05 ws-worklist-load-done   pic x       value 'y'.
         05 ws-resolve-eof          pic x       value 'n'.
         05 ws-resolve-on-file      pic x       value 'n'.

       01 ws-file-status.
         05 ws-post-status          pic xx      value "00".
         05 ws-worklist-status      pic xx      value "00".
         05 ws-resolve-status       pic xx      value "00".

       77 ws-one                    pic 9       value 1.
       77 ws-two                    pic 9       value 2.
       77 ws-y                      pic x       value "y".
       77 ws-n                      pic x       value "n".
       77 ws-type-count             pic 99      value 10.
       77 ws-team-count             pic 9       value 7.
       77 ws-unassigned-team        pic 9       value 7.
      *an open exception this many days old is flagged on the report,
      *and a resolved entry not raised again for the purge days
      *drops off the worklist
       77 ws-flag-days              pic 999     value 30.
       77 ws-purge-days             pic 999     value 90.

       procedure division.
       000-main.
           perform 0030-load-run-control.

           move ws-business-date    to ws-dts-date.
           perform 800-date-to-serial.
           move ws-dts-serial       to ws-serial-today.

           perform 0040-load-worklist.

      *the worklist must load whole - rewriting a cut-short table
      *would destroy the entries past the cap
           if ws-worklist-load-done = ws-n
               display "*** EXCEPTION WORKLIST OVER TABLE CAP - NO"
                       " POSTING OR RESOLUTION TAKEN ***"
               goback
           end-if.

           open output report-file.
           perform 400-write-report-headings.

      *postings first, so a resolution can name an exception raised
      *for the first time tonight
           perform 100-fold-postings.
           perform 200-apply-resolutions.
           perform 300-age-entries.

           perform 410-write-open-section.
           perform 430-write-aging-section.
           perform 450-write-raised-section.
           perform 500-report-footer.
           close report-file.

           perform 700-rewrite-worklist.

      *a posting left off for want of room stays on the post file
      *for the next run - folding it twice is harmless, it lands on
      *its own entry
           if ws-post-on-file = ws-y
               if ws-total-overflow = 0
                   perform 710-clear-postings
               else
                   display "*** EXCEPTION WORKLIST FULL - "
                           ws-total-overflow
                           " POSTINGS LEFT FOR THE NEXT RUN ***"
               end-if
           end-if.

           if ws-resolve-on-file = ws-y
               perform 720-clear-resolutions
           end-if.

           goback.

       copy "RUNLOAD.cpy".

       0040-load-worklist.
           move ws-n                to ws-worklist-eof.
           move 0                   to ws-wl-count.

           open input worklist-file.
           if ws-worklist-status = "35"
               move ws-y            to ws-worklist-eof
           else
               perform 0041-read-worklist
               perform 0042-build-worklist-entry
                 until ws-worklist-eof = ws-y
                    or ws-wl-count = ws-wl-count-max
               if ws-worklist-eof not = ws-y
                   move ws-n        to ws-worklist-load-done
               end-if
               close worklist-file
           end-if.

           move ws-wl-count         to ws-total-carried.

       0041-read-worklist.
           read worklist-file
               at end
                   move ws-y        to ws-worklist-eof.

       0042-build-worklist-entry.
           add ws-one               to ws-wl-count.
           move xw-type             to ws-wl-type(ws-wl-count).
           move xw-store-num        to ws-wl-store(ws-wl-count).
           move xw-invoice          to ws-wl-invoice(ws-wl-count).
           move xw-detail           to ws-wl-detail(ws-wl-count).
           move xw-source           to ws-wl-source(ws-wl-count).
           move xw-amount           to ws-wl-amount(ws-wl-count).
           move xw-first-seen       to ws-wl-first-seen(ws-wl-count).
           move xw-last-seen        to ws-wl-last-seen(ws-wl-count).
           move xw-team             to ws-wl-team(ws-wl-count).
           move xw-status           to ws-wl-status(ws-wl-count).
           if xw-resolved-date is numeric
               move xw-resolved-date
                 to ws-wl-resolved-date(ws-wl-count)
           else
               move 0 to ws-wl-resolved-date(ws-wl-count)
           end-if.
           move xw-resolved-by      to ws-wl-resolved-by(ws-wl-count).
           move xw-reason           to ws-wl-reason(ws-wl-count).

           move ws-unassigned-team  to ws-team-idx.
           perform 0043-scan-team-names
             varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-team-count.
           move ws-team-idx         to ws-wl-team-idx(ws-wl-count).

           move 0                   to ws-wl-age(ws-wl-count).
           move ws-n            to ws-wl-raised-again(ws-wl-count).
           move ws-n                to ws-wl-purge(ws-wl-count).

           perform 0041-read-worklist.

       0043-scan-team-names.
           if ws-team-name(ws-scan-idx) = xw-team
               move ws-scan-idx     to ws-team-idx
           end-if.

      *----------------------------------------------------------------
      * Postings - each lands on the entry its key already has, or
      * opens a new one. the first-seen date only ever moves back and
      * the latest posting's amount is the one the entry carries
      *----------------------------------------------------------------
       100-fold-postings.
           move ws-n                to ws-post-eof.

           open input exception-post-file.
           if ws-post-status = "35"
               move ws-y            to ws-post-eof
           else
               move ws-y            to ws-post-on-file
               perform 110-read-posting
               perform 120-fold-one-posting
                 until ws-post-eof = ws-y
               close exception-post-file
           end-if.

       110-read-posting.
           read exception-post-file
               at end
                   move ws-y        to ws-post-eof.

       120-fold-one-posting.
           add ws-one               to ws-total-posted.

           move ep-type             to ws-work-type.
           if ep-store-num is numeric
               move ep-store-num    to ws-work-store
           else
               move 0               to ws-work-store
           end-if.
           move ep-invoice          to ws-work-invoice.
           move ep-detail           to ws-work-detail.
           if ep-business-date is numeric
               move ep-business-date to ws-post-date
           else
               move ws-business-date to ws-post-date
           end-if.
           if ep-amount is numeric
               move ep-amount       to ws-post-amount
           else
               move 0               to ws-post-amount
           end-if.

           perform 150-find-entry.

           if ws-found-wl-idx > 0
               perform 130-post-to-entry
           else
           if ws-wl-count < ws-wl-count-max
               perform 140-open-entry
           else
               add ws-one           to ws-total-overflow
           end-if
           end-if.

           perform 110-read-posting.

       130-post-to-entry.
           add ws-one               to ws-total-again.
           if ws-post-date < ws-wl-first-seen(ws-found-wl-idx)
               move ws-post-date
                 to ws-wl-first-seen(ws-found-wl-idx)
           end-if.
           if ws-post-date >= ws-wl-last-seen(ws-found-wl-idx)
               move ws-post-date
                 to ws-wl-last-seen(ws-found-wl-idx)
               move ws-post-amount  to ws-wl-amount(ws-found-wl-idx)
               move ep-source       to ws-wl-source(ws-found-wl-idx)
           end-if.

      *a resolution stands - but an exception its program is still
      *raising is shown, in case the resolution was wrong
           if ws-wl-status(ws-found-wl-idx) = "R"
               move ws-y
                 to ws-wl-raised-again(ws-found-wl-idx)
           end-if.

       140-open-entry.
           add ws-one               to ws-total-new.
           add ws-one               to ws-wl-count.
           move ws-work-type        to ws-wl-type(ws-wl-count).
           move ws-work-store       to ws-wl-store(ws-wl-count).
           move ws-work-invoice     to ws-wl-invoice(ws-wl-count).
           move ws-work-detail      to ws-wl-detail(ws-wl-count).
           move ep-source           to ws-wl-source(ws-wl-count).
           move ws-post-amount      to ws-wl-amount(ws-wl-count).
           move ws-post-date        to ws-wl-first-seen(ws-wl-count).
           move ws-post-date        to ws-wl-last-seen(ws-wl-count).
           move "O"                 to ws-wl-status(ws-wl-count).
           move 0                to ws-wl-resolved-date(ws-wl-count).
           move spaces              to ws-wl-resolved-by(ws-wl-count).
           move spaces              to ws-wl-reason(ws-wl-count).

           move ws-unassigned-team  to ws-team-idx.
           perform 141-scan-type-teams
             varying ws-type-idx from 1 by 1
               until ws-type-idx > ws-type-count.
           move ws-team-idx         to ws-wl-team-idx(ws-wl-count).
           move ws-team-name(ws-team-idx) to ws-wl-team(ws-wl-count).

           move 0                   to ws-wl-age(ws-wl-count).
           move ws-n            to ws-wl-raised-again(ws-wl-count).
           move ws-n                to ws-wl-purge(ws-wl-count).

       141-scan-type-teams.
           if ws-tt-type(ws-type-idx) = ws-work-type
               move ws-tt-team-idx(ws-type-idx) to ws-team-idx
           end-if.

       150-find-entry.
           move 0                   to ws-found-wl-idx.
           if ws-wl-count > 0
               perform 151-scan-entries
                 varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-wl-count
                      or ws-found-wl-idx > 0
           end-if.

       151-scan-entries.
           if ws-wl-type(ws-scan-idx) = ws-work-type
            and ws-wl-store(ws-scan-idx) = ws-work-store
            and ws-wl-invoice(ws-scan-idx) = ws-work-invoice
            and ws-wl-detail(ws-scan-idx) = ws-work-detail
               move ws-scan-idx     to ws-found-wl-idx
           end-if.

      *----------------------------------------------------------------
      * Resolutions - each names its entry by key and must say who
      * resolved it and why
      *----------------------------------------------------------------
       200-apply-resolutions.
           move ws-n                to ws-resolve-eof.
           move "RESOLVED THIS RUN" to ws-section-title.
           write report-line from ws-section-line
             after advancing ws-two line.
           write report-line from ws-heading3-resolve
             after advancing ws-two line.
           write report-line from spaces.

           open input resolve-file.
           if ws-resolve-status = "35"
               move ws-y            to ws-resolve-eof
           else
               move ws-y            to ws-resolve-on-file
               perform 210-read-resolution
               perform 220-apply-one-resolution
                 until ws-resolve-eof = ws-y
               close resolve-file
           end-if.

           if ws-total-resolves = 0
               write report-line from ws-none-line
           end-if.

       210-read-resolution.
           read resolve-file
               at end
                   move ws-y        to ws-resolve-eof.

       220-apply-one-resolution.
           add ws-one               to ws-total-resolves.
           move spaces              to ws-reject-reason.

      *a blank store is store 0, the way an exception with no store
      *of its own is posted
           move rs-type             to ws-work-type.
           if rs-store-num is numeric
               move rs-store-num    to ws-work-store
           else
               move 0               to ws-work-store
           end-if.
           move rs-invoice          to ws-work-invoice.
           move rs-detail           to ws-work-detail.
           perform 150-find-entry.

           if rs-user = spaces
               move "USER REQUIRED"     to ws-reject-reason
           else
           if rs-reason = spaces
               move "REASON REQUIRED"   to ws-reject-reason
           else
           if ws-found-wl-idx = 0
               move "NOT ON WORKLIST"   to ws-reject-reason
           else
           if ws-wl-status(ws-found-wl-idx) = "R"
               move "ALREADY RESOLVED"  to ws-reject-reason
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces
               perform 230-resolve-entry
           else
               add ws-one           to ws-total-rejected
               move rs-type         to ws-xdl-type
               move rs-store-num    to ws-xdl-store
               move rs-invoice      to ws-xdl-invoice
               move rs-detail       to ws-xdl-detail
               move ws-reject-reason to ws-xdl-reason
               write report-line from ws-reject-display-line
           end-if.

           perform 210-read-resolution.

       230-resolve-entry.
           add ws-one               to ws-total-resolved.
           move "R"                 to ws-wl-status(ws-found-wl-idx).
           move ws-business-date
             to ws-wl-resolved-date(ws-found-wl-idx).
           move rs-user  to ws-wl-resolved-by(ws-found-wl-idx).
           move rs-reason           to ws-wl-reason(ws-found-wl-idx).

           move rs-type             to ws-rdl-type.
           move ws-work-store       to ws-rdl-store-edit.
           move rs-invoice          to ws-rdl-invoice.
           move rs-detail           to ws-rdl-detail.
           move rs-user             to ws-rdl-user.
           move rs-reason           to ws-rdl-reason.
           write report-line from ws-resolve-display-line.

      *----------------------------------------------------------------
      * Ages - an open entry is aged from the day it was first seen.
      * a resolved entry is purged once neither its resolution nor
      * its last posting is within the purge days
      *----------------------------------------------------------------
       300-age-entries.
           perform 310-age-one-entry
             varying ws-index from ws-one by ws-one
               until ws-index > ws-wl-count.

       310-age-one-entry.
           if ws-wl-status(ws-index) = "R"
               move ws-wl-resolved-date(ws-index) to ws-purge-from
               if ws-wl-last-seen(ws-index) > ws-purge-from
                   move ws-wl-last-seen(ws-index) to ws-purge-from
               end-if
               move ws-purge-from   to ws-dts-date
               perform 800-date-to-serial
               compute ws-age-days = ws-serial-today - ws-dts-serial
               if ws-age-days >= ws-purge-days
                   move ws-y        to ws-wl-purge(ws-index)
                   add ws-one       to ws-total-purged
               end-if
           else
               move ws-wl-first-seen(ws-index) to ws-dts-date
               perform 800-date-to-serial
               compute ws-age-days = ws-serial-today - ws-dts-serial
               if ws-age-days < 0
                   move 0           to ws-age-days
               end-if
               move ws-age-days     to ws-wl-age(ws-index)
               perform 320-bucket-one-entry
           end-if.

       320-bucket-one-entry.
           if ws-age-days < 30
               move 1               to ws-bucket-idx
           else
           if ws-age-days < 60
               move 2               to ws-bucket-idx
           else
           if ws-age-days < 90
               move 3               to ws-bucket-idx
           else
               move 4               to ws-bucket-idx
           end-if
           end-if
           end-if.

           move ws-wl-team-idx(ws-index) to ws-team-idx.
           add ws-one    to ws-ta-bucket(ws-team-idx, ws-bucket-idx).
           add ws-one               to ws-ta-count(ws-team-idx).
           add ws-wl-amount(ws-index) to ws-ta-amount(ws-team-idx).
           add ws-one               to ws-all-bucket(ws-bucket-idx).
           add ws-one               to ws-all-count.
           add ws-wl-amount(ws-index) to ws-all-amount.

           add ws-one               to ws-total-open.
           if ws-age-days >= ws-flag-days
               add ws-one           to ws-total-open-30
           end-if.

      *----------------------------------------------------------------
      * Report
      *----------------------------------------------------------------
       400-write-report-headings.
           move ws-business-date    to ws-title-date.
           write report-line from ws-heading1-name-line
             after advancing ws-one line.
           write report-line from ws-heading2-title
             after advancing ws-two line.

           perform 401-clear-team-aging
             varying ws-team-idx from 1 by 1
               until ws-team-idx > ws-team-count.
           perform 402-clear-all-bucket
             varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > 4.

       401-clear-team-aging.
           perform 403-clear-team-bucket
             varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > 4.
           move 0                   to ws-ta-count(ws-team-idx).
           move 0                   to ws-ta-amount(ws-team-idx).

       402-clear-all-bucket.
           move 0                   to ws-all-bucket(ws-bucket-idx).

       403-clear-team-bucket.
           move 0       to ws-ta-bucket(ws-team-idx, ws-bucket-idx).

      *every open exception under the team that owns it, oldest
      *first seen first the way the worklist holds them
       410-write-open-section.
           move "OPEN EXCEPTIONS BY TEAM" to ws-section-title.
           write report-line from ws-section-line
             after advancing ws-two line.

           if ws-total-open = 0
               write report-line from ws-none-line
                 after advancing ws-two line
           else
               perform 411-write-one-team
                 varying ws-team-idx from 1 by 1
                   until ws-team-idx > ws-team-count
           end-if.

       411-write-one-team.
           if ws-ta-count(ws-team-idx) > 0
               move ws-team-name(ws-team-idx) to ws-tl-team
               write report-line from ws-team-line
                 after advancing ws-two line
               write report-line from ws-heading3-open
                 after advancing ws-one line
               write report-line from spaces

               move 0               to ws-team-open
               move 0               to ws-team-open-30
               move 0               to ws-team-amount
               perform 412-write-one-open-entry
                 varying ws-index from ws-one by ws-one
                   until ws-index > ws-wl-count

               move ws-team-open    to ws-ttl-count-edit
               move ws-team-amount  to ws-ttl-amount-edit
               move ws-team-open-30 to ws-ttl-30-edit
               write report-line from ws-team-total-line
                 after advancing ws-two line
           end-if.

       412-write-one-open-entry.
           if ws-wl-status(ws-index) = "O"
            and ws-wl-team-idx(ws-index) = ws-team-idx
               add ws-one           to ws-team-open
               add ws-wl-amount(ws-index) to ws-team-amount
               move ws-wl-type(ws-index)       to ws-odl-type
               move ws-wl-store(ws-index)      to ws-odl-store-edit
               move ws-wl-invoice(ws-index)    to ws-odl-invoice
               move ws-wl-detail(ws-index)     to ws-odl-detail
               move ws-wl-amount(ws-index)     to ws-odl-amount-edit
               move ws-wl-first-seen(ws-index) to ws-odl-first-seen
               move ws-wl-last-seen(ws-index)  to ws-odl-last-seen
               move ws-wl-age(ws-index)        to ws-odl-age-edit
               if ws-wl-age(ws-index) >= ws-flag-days
                   move "***"       to ws-odl-flag
                   add ws-one       to ws-team-open-30
               else
                   move spaces      to ws-odl-flag
               end-if
               write report-line from ws-open-display-line
           end-if.

       430-write-aging-section.
           move "OPEN EXCEPTION AGING BY TEAM (DAYS)"
             to ws-section-title.
           write report-line from ws-section-line
             after advancing ws-two line.
           write report-line from ws-heading3-aging
             after advancing ws-two line.
           write report-line from spaces.

           perform 431-write-one-team-aging
             varying ws-team-idx from 1 by 1
               until ws-team-idx > ws-team-count.

           move "ALL TEAMS"         to ws-agl-team.
           move ws-all-bucket(1)    to ws-agl-bucket1-edit.
           move ws-all-bucket(2)    to ws-agl-bucket2-edit.
           move ws-all-bucket(3)    to ws-agl-bucket3-edit.
           move ws-all-bucket(4)    to ws-agl-bucket4-edit.
           move ws-all-count        to ws-agl-total-edit.
           move ws-all-amount       to ws-agl-amount-edit.
           write report-line from ws-aging-display-line
             after advancing ws-two line.

       431-write-one-team-aging.
           move ws-team-name(ws-team-idx) to ws-agl-team.
           move ws-ta-bucket(ws-team-idx, 1) to ws-agl-bucket1-edit.
           move ws-ta-bucket(ws-team-idx, 2) to ws-agl-bucket2-edit.
           move ws-ta-bucket(ws-team-idx, 3) to ws-agl-bucket3-edit.
           move ws-ta-bucket(ws-team-idx, 4) to ws-agl-bucket4-edit.
           move ws-ta-count(ws-team-idx)     to ws-agl-total-edit.
           move ws-ta-amount(ws-team-idx)    to ws-agl-amount-edit.
           write report-line from ws-aging-display-line.

      *resolved entries their programs raised again this run
       450-write-raised-section.
           move "RESOLVED BUT STILL BEING RAISED"
             to ws-section-title.
           write report-line from ws-section-line
             after advancing ws-two line.
           write report-line from ws-heading3-raised
             after advancing ws-two line.
           write report-line from spaces.

           perform 451-write-one-raised
             varying ws-index from ws-one by ws-one
               until ws-index > ws-wl-count.

           if ws-total-raised = 0
               write report-line from ws-none-line
           end-if.

       451-write-one-raised.
           if ws-wl-status(ws-index) = "R"
            and ws-wl-raised-again(ws-index) = ws-y
               add ws-one           to ws-total-raised
               move ws-wl-type(ws-index)       to ws-sdl-type
               move ws-wl-store(ws-index)      to ws-sdl-store-edit
               move ws-wl-invoice(ws-index)    to ws-sdl-invoice
               move ws-wl-detail(ws-index)     to ws-sdl-detail
               move ws-wl-resolved-date(ws-index)
                 to ws-sdl-resolved-date
               move ws-wl-last-seen(ws-index)  to ws-sdl-last-seen
               move ws-wl-resolved-by(ws-index) to ws-sdl-user
               move ws-wl-reason(ws-index)     to ws-sdl-reason
               write report-line from ws-raised-display-line
           end-if.

       500-report-footer.
           move ws-total-carried    to ws-total-carried-edit.
           move ws-total-posted     to ws-total-posted-edit.
           move ws-total-new        to ws-total-new-edit.
           move ws-total-again      to ws-total-again-edit.
           move ws-total-resolved   to ws-total-resolved-edit.
           move ws-total-rejected   to ws-total-rejected-edit.
           move ws-total-raised     to ws-total-raised-edit.
           move ws-total-purged     to ws-total-purged-edit.
           move ws-total-open       to ws-total-open-edit.
           move ws-total-open-30    to ws-total-open-30-edit.

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
           write report-line from ws-summary-line8
             after advancing ws-one line.
           write report-line from ws-summary-line9
             after advancing ws-one line.
           write report-line from ws-summary-line10
             after advancing ws-one line.

      *----------------------------------------------------------------
      * Rewrites
      *----------------------------------------------------------------
       700-rewrite-worklist.
           open output worklist-file.
           perform 701-write-one-entry
             varying ws-index from ws-one by ws-one
               until ws-index > ws-wl-count.
           close worklist-file.

       701-write-one-entry.
           if ws-wl-purge(ws-index) = ws-n
               move ws-wl-type(ws-index)       to xw-type
               move ws-wl-store(ws-index)      to xw-store-num
               move ws-wl-invoice(ws-index)    to xw-invoice
               move ws-wl-detail(ws-index)     to xw-detail
               move ws-wl-source(ws-index)     to xw-source
               move ws-wl-amount(ws-index)     to xw-amount
               move ws-wl-first-seen(ws-index) to xw-first-seen
               move ws-wl-last-seen(ws-index)  to xw-last-seen
               move ws-wl-team(ws-index)       to xw-team
               move ws-wl-status(ws-index)     to xw-status
               move ws-wl-resolved-date(ws-index) to xw-resolved-date
               move ws-wl-resolved-by(ws-index) to xw-resolved-by
               move ws-wl-reason(ws-index)     to xw-reason
               write xw-worklist-rec
           end-if.

       710-clear-postings.
           open output exception-post-file.
           close exception-post-file.

       720-clear-resolutions.
           open output resolve-file.
           close resolve-file.

       800-date-to-serial.
      *serial days from a yyyymmdd date - year days plus leap days
      *plus the month offset plus the day, one less before march in
      *a leap year. exact enough for aging, and the same arithmetic
      *either side of the subtraction
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

       end program Final-ExceptionWorklist.

      *================================================================|
      * GLPEND - Pending GL Entry Record (File Section)
      *   One record per ledger movement a program outside the sales
      *   pipeline owes the journal, appended to
      *   Final-GL-Pending.dat and taken up exactly once by
      *   Final-GLExtract, which posts every event its posting rules
      *   map into the run's batch and empties the file behind it.
      *   The event code is looked up on the posting rules (GLRULE)
      *   for the accounts the amount moves between - an event they
      *   do not map stays on the file and is reported; a negative
      *   amount posts the event in reverse. The source and
      *   reference say where the entry came from, so a journal line
      *   can be traced back to it.
      *================================================================|
       01 gp-gl-pending-rec.
         05 gp-source               pic x(8).
         05 gp-event-code           pic x(8).
         05 gp-store-num            pic 99.
         05 gp-business-date        pic 9(8).
         05 gp-amount               pic s9(7)v99
                                    sign leading separate.
         05 gp-reference            pic x(15).

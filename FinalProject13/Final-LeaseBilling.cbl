      *            L record. The run also reports the month's
      *            billings, flags the leases expiring this month or
      *            next, and marks leases past their term expired on
      *            the master. A lease bought out or terminated early
      *            by Final-LeaseEvents is no longer active and is not
      *            billed again.

       environment division.

         05 lm-status               pic x.
           88 lm-status-active          value 'A'.

      *one billing charge in the raw 83-byte project6.dat layout
       fd billing-file
           data record is bl-billing-rec
           record contains 83 characters.

       01 bl-billing-rec.
         05 bl-code                 pic x.
         05 bl-trans-date           pic 9(8).
         05 bl-quantity             pic 9(3).
         05 bl-unit-price           pic 9(4)v99.
         05 bl-associate-id         pic x(6).
         05 bl-exempt-cert          pic x(10).
         05 bl-foreign-amount       pic 9(5)v99.

       fd report-file
           data record is report-line
           move ws-business-date    to bl-trans-date.
           move lm-quantity         to bl-quantity.
           move lm-unit-price       to bl-unit-price.
      *a billed charge was rung by no associate
           move spaces              to bl-associate-id.
      *lease charges are always taxed - no certificate applies
           move spaces              to bl-exempt-cert.
      *and is never settled in foreign cash
           move 0                   to bl-foreign-amount.
           write bl-billing-rec.

           add ws-one               to ws-total-billed.

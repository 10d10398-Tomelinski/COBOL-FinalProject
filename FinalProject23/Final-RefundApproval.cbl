
       data division.
       file section.
      *raw 83-byte project6.dat layout, as Final-ReturnProccess
      *writes its holds
       fd exception-file
           data record is ex-exception-rec
           record contains 83 characters.

       01 ex-exception-rec          pic x(83).

      *a held refund carried between cycles - its status, how many
      *cycles it has waited, and the raw record itself
       fd pending-file
           data record is pr-pending-rec
           record contains 87 characters.

       01 pr-pending-rec.
         05 pr-status               pic x.
         05 pr-cycle                pic 9(3).
         05 pr-detail               pic x(83).

      *one decision per record - approve or deny, who, and why
       fd decision-file

       fd repair-feed-file
           data record is repair-feed-line
           record contains 83 characters.

       01 repair-feed-line          pic x(83).

      *refund authorization record
       fd refund-auth-file
               indexed by ws-work-idx.
           10 ws-work-status        pic x.
           10 ws-work-cycle         pic 9(3).
           10 ws-work-detail        pic x(83).

      *field view of a queued raw record
       01 ws-work-detail-fields.
         05 ws-work-paytype         pic xx.
         05 ws-work-store           pic 99.
         05 ws-work-invoice         pic x(9).
         05 filler                  pic x(62).

      *the supervisors' decisions, flagged off as each one is used
       01 ws-decision-count-max     pic 999     value 200.

      *================================================================|
      * GLMAPWS - GL Chart And Posting Rule Tables (Working-Storage)
      *   In-memory copies of the chart of accounts and the posting
      *   rules, loaded at startup by the GLMAPLOAD copybook, and the
      *   fields 0250-find-gl-account and 0255-find-posting-rule
      *   answer their lookups through.
      *================================================================|
       01 ws-gla-count-max          pic 999     value 300.
       01 ws-gla-table-count        pic 999     value 0.
       01 ws-gla-eof                pic x       value "n".
       01 ws-gla-status             pic xx      value "00".
      *n when the load was cut short by the table cap - whoever
      *rewrites the chart must then leave it as it is
       01 ws-gla-load-done          pic x       value "y".
       01 ws-gla-table.
         05 ws-gla-entry occurs 0 to 300 times
               depending on ws-gla-table-count.
           10 ws-gla-account-num    pic x(6).
           10 ws-gla-name           pic x(20).
           10 ws-gla-level          pic x.

       01 ws-glr-count-max          pic 999     value 300.
       01 ws-glr-table-count        pic 999     value 0.
       01 ws-glr-eof                pic x       value "n".
       01 ws-glr-status             pic xx      value "00".
       01 ws-glr-load-done          pic x       value "y".
       01 ws-glr-table.
         05 ws-glr-entry occurs 0 to 300 times
               depending on ws-glr-table-count.
           10 ws-glr-event-code     pic x(8).
           10 ws-glr-side           pic x.
           10 ws-glr-account-num    pic x(6).

       01 ws-gla-lookup-account     pic x(6)    value spaces.
       01 ws-found-gla-idx          pic 999     value 0.
       01 ws-gla-scan-idx           pic 999     value 0.

      *event code and side, the way a posting rule is keyed
       01 ws-glr-lookup-key.
         05 ws-glr-lookup-event     pic x(8)    value spaces.
         05 ws-glr-lookup-side      pic x       value space.
       01 ws-found-glr-idx          pic 999     value 0.
       01 ws-glr-scan-idx           pic 999     value 0.

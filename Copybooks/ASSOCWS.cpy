      *================================================================|
      * ASSOCWS - Associate Master Table (Working-Storage)
      *   In-memory copy of the associate master file, loaded once at
      *   startup by the ASSOCLOAD copybook, and the fields
      *   0185-find-associate answers a lookup through.
      *================================================================|
       01 ws-assoc-count-max        pic 9(4)    value 2000.
       01 ws-assoc-table-count      pic 9(4)    value 0.
       01 ws-assoc-mast-eof         pic x       value "n".
       01 ws-assoc-mast-status      pic xx      value "00".
      *n when the load was cut short by the table cap - whoever
      *rewrites the master must then leave it as it is
       01 ws-assoc-load-done        pic x       value "y".
       01 ws-assoc-table.
         05 ws-asc-entry occurs 0 to 2000 times
               depending on ws-assoc-table-count.
           10 ws-asc-associate-id   pic x(6).
           10 ws-asc-home-store     pic 99.
           10 ws-asc-name           pic x(20).
           10 ws-asc-status         pic x.

       01 ws-assoc-lookup-id        pic x(6)    value spaces.
       01 ws-found-assoc-idx        pic 9(4)    value 0.
       01 ws-assoc-scan-idx         pic 9(4)    value 0.

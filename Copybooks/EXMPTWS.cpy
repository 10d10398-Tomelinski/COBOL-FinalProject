      *================================================================|
      * EXMPTWS - Exemption Certificate Table (Working-Storage)
      *   In-memory copy of the exemption certificate master, loaded
      *   once at startup by the EXMPTLOAD copybook, and the fields
      *   0205-find-exempt-cert answers a lookup through.
      *================================================================|
       01 ws-cert-count-max         pic 9(4)    value 2000.
       01 ws-cert-table-count       pic 9(4)    value 0.
       01 ws-cert-mast-eof          pic x       value "n".
       01 ws-cert-mast-status       pic xx      value "00".
       01 ws-cert-table.
         05 ws-cert-entry occurs 0 to 2000 times
               depending on ws-cert-table-count.
           10 ws-crt-cert-num       pic x(10).
           10 ws-crt-customer-name  pic x(25).
           10 ws-crt-customer-type  pic x.
           10 ws-crt-jurisdiction   pic x(4).
           10 ws-crt-expiry-date    pic 9(8).

       01 ws-cert-lookup-num        pic x(10)   value spaces.
       01 ws-found-cert-idx         pic 9(4)    value 0.
       01 ws-cert-scan-idx          pic 9(4)    value 0.

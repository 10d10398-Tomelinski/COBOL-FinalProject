      *================================================================|
      * XRATEWS - Daily Exchange Rate Table (Working-Storage)
      *   In-memory copy of the exchange rate file, loaded at startup
      *   by the XRATELOAD copybook, plus the lookup fields its
      *   0215-find-exchange-rate answers through.
      *================================================================|
       01 ws-xrate-count-max        pic 9(4)    value 1000.
       01 ws-xrate-count            pic 9(4)    value 0.
       01 ws-xrate-put-idx          pic 9(4)    value 0.
       01 ws-xrate-eof              pic x       value "n".
       01 ws-xrate-status           pic xx      value "00".
       01 ws-xrate-table.
         05 ws-xrate-entry occurs 0 to 1000 times
               depending on ws-xrate-count.
           10 ws-xrt-date           pic 9(8).
           10 ws-xrt-currency       pic x(3).
           10 ws-xrt-rate           pic 9(2)v9(6).

       01 ws-xrate-lookup-date      pic 9(8)    value 0.
       01 ws-xrate-lookup-currency  pic x(3)    value spaces.
       01 ws-xrate-found            pic x       value "n".
       01 ws-xrate-rate             pic 9(2)v9(6) value 0.
       01 ws-xrate-scan-idx         pic 9(4)    value 0.

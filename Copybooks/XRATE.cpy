      *================================================================|
      * XRATE - Daily Exchange Rate Record (File Section)
      *   One record per business date and foreign currency the
      *   border stores take: the Canadian dollars one unit of the
      *   currency is worth at the tills that day. Treasury posts the
      *   rate each morning before the stores open; every till rings
      *   a foreign tender at it, Final-DataValidation proves each
      *   foreign tender was converted at it, and Final-GLExtract
      *   measures the bank's rate against it when the foreign cash
      *   is deposited.
      *================================================================|
       01 xr-exchange-rate-rec.
         05 xr-rate-date            pic 9(8).
         05 xr-currency             pic x(3).
         05 xr-rate                 pic 9(2)v9(6).

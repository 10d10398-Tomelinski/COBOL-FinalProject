      *================================================================|
      * GLACCT - GL Chart Of Accounts Record (File Section)
      *   One record per general-ledger account the journal may post
      *   to, on Final-GL-Accounts.dat, maintained only through
      *   Final-MasterMaint. The natural account is the ledger's own
      *   number; the posting level says whether a journal line on it
      *   carries the store's cost centre (S) or the company cost
      *   centre 0000 (C). Final-GLExtract writes each line's account
      *   as the natural account, a dash and the cost centre - the
      *   store number, four digits.
      *================================================================|
       01 ga-gl-account-rec.
         05 ga-account-num          pic x(6).
         05 ga-account-name         pic x(20).
         05 ga-posting-level        pic x.
           88 ga-level-store            value 'S'.
           88 ga-level-company          value 'C'.

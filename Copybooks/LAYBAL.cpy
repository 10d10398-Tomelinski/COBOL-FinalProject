      *================================================================|
      * LAYBAL - Layaway Liability Balance Record (File Section)
      *   One record per store with layaways open, rewritten by every
      *   Final-Layaway run on Final-Layaway-Balance.dat: the deposits
      *   the ledger holds for the store as of the run's business
      *   date. Final-GLExtract proves the customer-deposit account
      *   against it.
      *================================================================|
       01 lb-balance-rec.
         05 lb-business-date        pic 9(8).
         05 lb-store-num            pic 99.
         05 lb-open-count           pic 9(5).
         05 lb-liability            pic 9(7)v99.

      *================================================================|
      * BUDDAY - Daily Store Sales Budget Record (File Section)
      *   One record per store and business day, written to
      *   Final-Daily-Budget.dat by Final-BudgetLoad, which spreads
      *   each store's monthly plan over the month's business days
      *   on the processing calendar. Final-SalesHistory and
      *   Final-DistrictRollup sum it for the day, month to date and
      *   year to date to set actual sales against the plan.
      *================================================================|
       01 bd-daily-budget-rec.
         05 bd-date.
           10 bd-date-yyyy          pic 9(4).
           10 bd-date-mm            pic 99.
           10 bd-date-dd            pic 99.
         05 bd-store-num            pic 99.
         05 bd-amount               pic 9(7)v99.

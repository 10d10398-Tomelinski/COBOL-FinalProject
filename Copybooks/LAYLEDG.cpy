      *================================================================|
      * LAYLEDG - Layaway Ledger Record (File Section)
      *   One record per movement of a layaway's deposits on
      *   Final-Layaway-Ledger.dat, written by Final-Layaway under
      *   the business date of the run that made it, so a rerun of
      *   that date can take its own movements back before it
      *   applies them again. Money in (an opening deposit, a
      *   payment, the balance paid at pickup) raises the liability;
      *   everything else draws it down - the price and the tax a
      *   pickup releases as a sale, a refund paid out on a cancel,
      *   the part of the deposits kept on a cancel or forfeit, and
      *   the part a forfeit leaves owed back to the customer.
      *================================================================|
       01 lg-ledger-rec.
         05 lg-business-date        pic 9(8).
         05 lg-layaway-num          pic x(9).
         05 lg-store-num            pic 99.
         05 lg-event                pic xx.
           88 lg-money-in               value 'OP' 'PY' 'PU'.
           88 lg-opening                value 'OP'.
           88 lg-pickup-sale            value 'PK'.
           88 lg-pickup-tax             value 'TX'.
           88 lg-refund-paid            value 'RF'.
           88 lg-forfeit-kept           value 'FT'.
           88 lg-refund-due             value 'RD'.
      *the tender the money moved in - spaces on a movement that
      *takes no money across the counter
         05 lg-payment-type         pic xx.
         05 lg-amount               pic 9(5)v99.

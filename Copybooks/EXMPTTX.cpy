      *================================================================|
      * EXMPTTX - Exempt Transaction Record (File Section)
      *   One record per sale, lease charge or processed return
      *   taxed at zero under an exemption certificate. SAndLProcessing
      *   writes the run's exempt sales to its Final-Exempt-Sales
      *   generation and Final-ReturnProccess the run's exempt
      *   returns to Final-Exempt-Returns.dat; Final-TaxRemit carries
      *   both month to date into the exempt-sales schedule the
      *   jurisdiction filing requires. The tax exempted is the tax
      *   the line would have carried at the rate of its day.
      *================================================================|
       01 xt-exempt-tran-rec.
         05 xt-code                 pic x.
           88 xt-return                 value 'R'.
         05 xt-store-num            pic 99.
         05 xt-invoice              pic x(9).
         05 xt-cert-num             pic x(10).
         05 xt-trans-date           pic 9(8).
         05 xt-amount               pic 9(5)v99.
         05 xt-tax-exempted         pic 9(5)v99.

      *================================================================|
      * EXMPTMST - Exemption Certificate Master Record Layout
      *   One record per tax-exemption certificate a customer has
      *   lodged with us - schools, charities and resellers buy tax
      *   free under one. Final-DataValidation checks the certificate
      *   number a feed record carries against it: on file, issued
      *   for the selling store's jurisdiction, and not expired on
      *   the transaction date. Final-TaxRemit names the customer on
      *   the exempt-sales schedule the filing requires.
      *================================================================|
       01 ec-exempt-cert-rec.
         05 ec-cert-num             pic x(10).
         05 ec-customer-name        pic x(25).
         05 ec-customer-type        pic x.
           88 ec-type-school            value 'S'.
           88 ec-type-charity           value 'C'.
           88 ec-type-reseller          value 'R'.
      *the taxing authority that issued the certificate - the same
      *code the store master carries in sm-jurisdiction
         05 ec-jurisdiction         pic x(4).
         05 ec-expiry-date          pic 9(8).

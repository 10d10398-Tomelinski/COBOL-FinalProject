      *================================================================|
      * ASSOCMST - Associate Master Record Layout
      *   One record per store associate allowed to ring a register
      *   transaction. Final-DataValidation checks the associate id
      *   every feed record carries against it, Final-MasterMaint is
      *   the one sanctioned way to add, change or retire an
      *   associate, and Final-CashierAudit reports by it. A
      *   departed associate is kept on file as inactive, so history
      *   still resolves to a name while new transactions under the
      *   id are rejected.
      *================================================================|
       01 as-associate-master-rec.
         05 as-associate-id         pic x(6).
      *the store the associate is assigned to - associates do cover
      *other stores, so this is for the report, not a validation
         05 as-home-store           pic 99.
         05 as-associate-name       pic x(20).
         05 as-status               pic x.
           88 as-status-active          value 'A'.
           88 as-status-inactive        value 'I'.

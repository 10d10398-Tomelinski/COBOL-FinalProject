      *================================================================|
      * GLRULE - GL Posting Rule Record (File Section)
      *   One record per side of a posting event, on
      *   Final-GL-Posting-Rules.dat, maintained only through
      *   Final-MasterMaint: the event code and side name the journal
      *   line, the account says which chart of accounts entry it
      *   posts to. An event code is six characters of event and two
      *   of tender, the way the pending GL entries carry theirs -
      *   SALE  CA D is where a cash sale's money lands, SALE     C
      *   the sales it is credited to. The events Final-GLExtract
      *   posts from the run itself are
      *       SALE  xx D  tender a sale was paid in (CA CR DB US SC LY)
      *       SALE     C  sales
      *       SALETX   D  tax collected       SALETX   C  tax owed
      *       REFUND   D  sales returns
      *       REFUNDxx C  tender a refund was paid in (CA CR DB US SC)
      *       CHGBK    D  chargebacks
      *       CHGBK xx C  card a dispute was taken on (CR DB)
      *       COGS     D  cost of goods sold  COGS     C  inventory
      *       FXDIFF   D  US cash clearing    FXDIFF   C  exchange G/L
      *   and each pending GL entry's event code maps both its sides
      *   the same way. A return, a representment, a returned cost or
      *   an exchange loss posts its event's sides reversed, so it
      *   needs no rule of its own. An event with a side that does
      *   not map is rejected and reported, never posted elsewhere.
      *================================================================|
       01 gr-posting-rule-rec.
         05 gr-event-code           pic x(8).
         05 gr-side                 pic x.
           88 gr-side-debit             value 'D'.
           88 gr-side-credit            value 'C'.
         05 gr-account-num          pic x(6).

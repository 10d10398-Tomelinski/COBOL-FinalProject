      *the district managers actually manage
         05 sm-district             pic xx.
         05 sm-region               pic xx.
      *the store's trading window - the first and last business
      *dates it may ring a sale. zero open date means open since
      *before the dates were kept; zero close date means still open
         05 sm-open-date            pic 9(8).
         05 sm-close-date           pic 9(8).

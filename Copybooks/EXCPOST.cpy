      *================================================================|
      * EXCPOST - Exception Posting Record (File Section)
      *   One record per exception a program raised this run,
      *   appended to Final-Exception-Post.dat and taken up by
      *   Final-ExceptionWorklist, which folds each into the worklist
      *   carried from run to run and empties the file behind it.
      *   Type, store, invoice and detail together are the worklist
      *   key, so the same exception raised again - a rerun, or a
      *   condition still standing the next night - lands on the
      *   entry it already has instead of opening a second one. The
      *   detail is whatever tells two exceptions of the same type
      *   and invoice apart (the SKU, the billing period, the date).
      *================================================================|
       01 ep-exception-post-rec.
         05 ep-source               pic x(8).
         05 ep-type                 pic x(8).
         05 ep-store-num            pic 99.
         05 ep-invoice              pic x(9).
         05 ep-detail               pic x(15).
         05 ep-amount               pic s9(7)v99
                                    sign leading separate.
         05 ep-business-date        pic 9(8).

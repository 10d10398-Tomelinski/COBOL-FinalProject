
       data division.
       file section.
      *same 83-byte layout Final-DataValidation writes to
      *Final-Invalid.dat
       fd invalid-file
           data record is invalid-rec
           record contains 83 characters.

       01 invalid-rec.
         05 iv-code                 pic x.
         05 iv-unit-price           pic x(6).
         05 iv-vendor-num           pic x(5).
         05 iv-return-reason        pic xx.
         05 iv-associate-id         pic x(6).
         05 iv-exempt-cert          pic x(10).
         05 iv-foreign-amount       pic x(7).

       fd correction-file
           data record is correction-rec
           record contains 92 characters.

       01 correction-rec.
         05 cor-invoice             pic x(9).
      *full corrected record in the raw 83-byte project6.dat layout,
      *vendor digits, associate id, exemption certificate and
      *foreign amount included, exactly as validation expects to
      *read it back
         05 cor-detail              pic x(83).

       fd suspense-file
           data record is suspense-rec
           record contains 86 characters.

       01 suspense-rec.
         05 sus-cycle-count         pic 9(3).
         05 sus-detail              pic x(83).

       fd repair-feed-file
           data record is repair-feed-line
           record contains 83 characters.

       01 repair-feed-line          pic x(83).

       fd report-file
           data record is report-line
               depending on ws-correction-count
               indexed by ws-cor-idx.
           10 ws-cor-invoice        pic x(9).
           10 ws-cor-detail         pic x(83).
           10 ws-cor-used-flag      pic x.

      *work queue of every record awaiting repair - prior suspense
               depending on ws-work-count
               indexed by ws-work-idx.
           10 ws-work-cycle         pic 9(3).
           10 ws-work-detail        pic x(83).

       01 ws-work-detail-fields.
         05 filler                  pic x(12).
         05 ws-work-invoice         pic x(9).
         05 filler                  pic x(62).

      *invoice of the reject about to be queued, for the duplicate
      *check against what is already waiting
       01 ws-new-rec-fields.
         05 filler                  pic x(12).
         05 ws-new-invoice          pic x(9).
         05 filler                  pic x(62).

       01 ws-dup-found-flag         pic x       value "n".
       01 ws-dup-scan-idx           pic 9(4)    value 0.

      *needs its key named, for the keyed reload on restore
       fd store-master-file
           data record is sm-store-line
           record contains 50 characters.

       01 sm-store-line             pic x(50).

       fd vendor-master-file
           data record is vm-vendor-line
           record contains 60 characters.

       01 vm-vendor-line            pic x(60).

       fd sku-master-file
           data record is km-sku-master-rec
           record contains 69 characters.

       01 km-sku-master-rec.
         05 km-sku-code             pic x(15).
         05 filler                  pic x(54).

       fd lease-master-file
           data record is lm-lease-line
      *snapshot lines are as wide as the widest master
       fd snapshot-file
           data record is sn-snapshot-line
           record contains 69 characters.

       01 sn-snapshot-line          pic x(69).

      *generation catalog record
       fd generation-catalog-file
           data record is gc-catalog-rec
           record contains 77 characters.

       01 gc-catalog-rec.
         05 gc-stamp                pic x(12).
         05 gc-file-name            pic x(64).
      *R once Final-DayReversal has backed the run out
         05 gc-status               pic x.
           88 gc-reversed               value 'R'.

      *same 69-byte audit record Final-MasterMaint writes
       fd audit-file
               open output generation-catalog-file
           end-if.
           move ws-run-stamp        to gc-stamp.
           move space               to gc-status.
           move ws-snapshot-name    to gc-file-name.
           write gc-catalog-rec.
           close generation-catalog-file.

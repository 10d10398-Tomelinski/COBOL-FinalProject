
       data division.
       file section.
      *raw 83-byte project6.dat layout - only the record code and
      *the trailer's count are looked at here, the rest passes
      *through untouched
       fd store-feed-file
           data record is fm-feed-rec
           record contains 83 characters.

       01 fm-feed-rec.
         05 fm-code                 pic x.
           88 fm-code-header            value 'H'.
           88 fm-code-trailer           value 'T'.
         05 filler                  pic x(82).

      *trailer view of the same record, the shape Final-DataValidation
      *has always checked
       01 fm-trailer-rec redefines fm-feed-rec.
         05 filler                  pic x.
         05 fm-trailer-count        pic 9(7).
         05 filler                  pic x(75).

       fd merged-file
           data record is merged-line
           record contains 83 characters.

       01 merged-line               pic x(83).

       fd store-master-file
           data record is sm-store-master-rec
           record contains 50 characters.

       copy "STORMAST.cpy".

       01 ws-merged-header.
         05 filler                  pic x       value "H".
         05 ws-hdr-date             pic 9(8).
         05 filler                  pic x(74)   value spaces.

       01 ws-merged-trailer.
         05 filler                  pic x       value "T".
         05 ws-trl-count            pic 9(7).
         05 filler                  pic x(75)   value spaces.

      *run-control fields (loaded at startup - see 0030-load-run-control)
       copy "RUNWS.cpy".

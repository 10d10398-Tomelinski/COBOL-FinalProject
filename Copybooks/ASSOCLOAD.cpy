      *================================================================|
      * ASSOCLOAD - Load Associate Master Table
      *   Common routine, COPYed into the PROCEDURE DIVISION of every
      *   program that needs to know who rang a transaction. Reads
      *   the associate master file named ASSOCIATE-MASTER-FILE
      *   (declared via ASSOCMST in the FD and ASSOCWS in
      *   WORKING-STORAGE) into WS-ASSOC-TABLE, and finds the entry
      *   for WS-ASSOC-LOOKUP-ID - WS-FOUND-ASSOC-IDX is zero when
      *   the id is not on file. A missing master is treated as "no
      *   associates on file".
      *================================================================|
       0180-load-associate-master.
           move "n"                  to ws-assoc-mast-eof.
           move 0                    to ws-assoc-table-count.

           open input associate-master-file.
           if ws-assoc-mast-status = "35"
               move "y"              to ws-assoc-mast-eof
           else
               perform 0181-read-associate-master
               perform 0182-build-associate-entry
                 until ws-assoc-mast-eof = "y"
                    or ws-assoc-table-count = ws-assoc-count-max
               if ws-assoc-mast-eof not = "y"
                   move "n"          to ws-assoc-load-done
                   display "*** ASSOCIATE MASTER OVER TABLE CAP ***"
               end-if
               close associate-master-file
           end-if.

       0181-read-associate-master.
           read associate-master-file
               at end
                   move "y"          to ws-assoc-mast-eof.

       0182-build-associate-entry.
           add 1                     to ws-assoc-table-count.
           move as-associate-id      to
                   ws-asc-associate-id(ws-assoc-table-count).
           move as-home-store        to
                   ws-asc-home-store(ws-assoc-table-count).
           move as-associate-name    to
                   ws-asc-name(ws-assoc-table-count).
           move as-status            to
                   ws-asc-status(ws-assoc-table-count).

           perform 0181-read-associate-master.

       0185-find-associate.
           move 0                    to ws-found-assoc-idx.

           if ws-assoc-table-count > 0
               perform 0186-scan-associates
                 varying ws-assoc-scan-idx from 1 by 1
                   until ws-assoc-scan-idx > ws-assoc-table-count
                      or ws-found-assoc-idx > 0
           end-if.

       0186-scan-associates.
           if ws-assoc-lookup-id =
                   ws-asc-associate-id(ws-assoc-scan-idx)
               move ws-assoc-scan-idx to ws-found-assoc-idx
           end-if.

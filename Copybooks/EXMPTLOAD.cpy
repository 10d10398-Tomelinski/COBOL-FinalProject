      *================================================================|
      * EXMPTLOAD - Load Exemption Certificate Table
      *   Common routine, COPYed into the PROCEDURE DIVISION of every
      *   program that needs to know whether a sale was tax exempt
      *   and under whose certificate. Reads the certificate master
      *   named EXEMPT-CERT-FILE (declared via EXMPTMST in the FD and
      *   EXMPTWS in WORKING-STORAGE) into WS-CERT-TABLE, and finds
      *   the entry for WS-CERT-LOOKUP-NUM - WS-FOUND-CERT-IDX is
      *   zero when the certificate is not on file. A missing master
      *   is treated as "no certificates on file".
      *================================================================|
       0200-load-exempt-master.
           move "n"                  to ws-cert-mast-eof.
           move 0                    to ws-cert-table-count.

           open input exempt-cert-file.
           if ws-cert-mast-status = "35"
               move "y"              to ws-cert-mast-eof
           else
               perform 0201-read-exempt-master
               perform 0202-build-exempt-entry
                 until ws-cert-mast-eof = "y"
                    or ws-cert-table-count = ws-cert-count-max
               if ws-cert-mast-eof not = "y"
                   display "*** EXEMPT CERT MASTER OVER TABLE CAP ***"
               end-if
               close exempt-cert-file
           end-if.

       0201-read-exempt-master.
           read exempt-cert-file
               at end
                   move "y"          to ws-cert-mast-eof.

       0202-build-exempt-entry.
           add 1                     to ws-cert-table-count.
           move ec-cert-num          to
                   ws-crt-cert-num(ws-cert-table-count).
           move ec-customer-name     to
                   ws-crt-customer-name(ws-cert-table-count).
           move ec-customer-type     to
                   ws-crt-customer-type(ws-cert-table-count).
           move ec-jurisdiction      to
                   ws-crt-jurisdiction(ws-cert-table-count).
           move ec-expiry-date       to
                   ws-crt-expiry-date(ws-cert-table-count).

           perform 0201-read-exempt-master.

       0205-find-exempt-cert.
           move 0                    to ws-found-cert-idx.

           if ws-cert-table-count > 0
               perform 0206-scan-exempt-certs
                 varying ws-cert-scan-idx from 1 by 1
                   until ws-cert-scan-idx > ws-cert-table-count
                      or ws-found-cert-idx > 0
           end-if.

       0206-scan-exempt-certs.
           if ws-cert-lookup-num =
                   ws-crt-cert-num(ws-cert-scan-idx)
               move ws-cert-scan-idx to ws-found-cert-idx
           end-if.

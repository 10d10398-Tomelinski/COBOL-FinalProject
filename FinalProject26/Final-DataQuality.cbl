         05 filler pic x(24) value "INVALID UNIT PRICE".
         05 filler pic x(24) value "EXTENSION MISMATCH".
         05 filler pic x(24) value "STORE CREDIT INVALID".
         05 filler pic x(24) value "ASSOCIATE ID INVALID".
         05 filler pic x(24) value "EXEMPT CERT INVALID".
         05 filler pic x(24) value "OUTSIDE STORE WINDOW".
         05 filler pic x(24) value "FOREIGN TENDER INVALID".
         05 filler pic x(24) value "TRANSFER STORE INVALID".
         05 filler pic x(24) value "LAYAWAY RECORD INVALID".
       01 ws-code-descs redefines ws-code-desc-values.
         05 ws-code-desc            pic x(24)   occurs 21 times.

      *per-store accumulators by store number, the per-code counts
      *subscripted by the code's slot number
           10 ws-sts-records        pic 9(7).
           10 ws-sts-errors         pic 9(6).
           10 ws-sts-rate           pic 999v99.
           10 ws-sts-code-count     pic 9(6)    occurs 21 times.

      *worst-first ranking of the stores that sent anything,
      *selection style like the other rankings
           move 0                   to ws-sts-rate(ws-store-sub).
           perform 0041-clear-code-counts
             varying ws-code-sub from 1 by 1
               until ws-code-sub > 21.

       0041-clear-code-counts.
           move 0                   to
                   if ed-error-code(2:3) is numeric
                       move ed-error-code(2:3) to ws-code-digits
                       if ws-code-digits >= 1
                        and ws-code-digits <= 21
                           add ws-one to ws-sts-code-count(
                               ws-store-sub, ws-code-digits)
                       end-if
      *the store's breakdown - only the checks it actually failed
           perform 420-report-one-code
             varying ws-code-sub from 1 by 1
               until ws-code-sub > 21.

       420-report-one-code.
           if ws-sts-code-count(ws-store-sub, ws-code-sub) > 0

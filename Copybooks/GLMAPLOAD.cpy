      *================================================================|
      * GLMAPLOAD - Load GL Chart Of Accounts And Posting Rules
      *   Common routine, COPYed into the PROCEDURE DIVISION of every
      *   program that maps a posting event to its ledger account.
      *   Reads the chart of accounts file named GL-ACCOUNT-FILE and
      *   the posting rule file named POSTING-RULE-FILE (declared via
      *   GLACCT and GLRULE in the FD and GLMAPWS in WORKING-STORAGE)
      *   into WS-GLA-TABLE and WS-GLR-TABLE.
      *   0250-find-gl-account finds the chart entry for
      *   WS-GLA-LOOKUP-ACCOUNT and 0255-find-posting-rule the rule
      *   for WS-GLR-LOOKUP-KEY - the found index is zero when there
      *   is none. A missing file is treated as "nothing on file",
      *   so every event goes unmapped rather than post by default.
      *================================================================|
       0240-load-gl-accounts.
           move "n"                  to ws-gla-eof.
           move 0                    to ws-gla-table-count.

           open input gl-account-file.
           if ws-gla-status = "35"
               move "y"              to ws-gla-eof
           else
               perform 0241-read-gl-account
               perform 0242-build-gl-account-entry
                 until ws-gla-eof = "y"
                    or ws-gla-table-count = ws-gla-count-max
               if ws-gla-eof not = "y"
                   move "n"          to ws-gla-load-done
                   display "*** GL CHART OF ACCOUNTS OVER TABLE CAP"
                           " ***"
               end-if
               close gl-account-file
           end-if.

       0241-read-gl-account.
           read gl-account-file
               at end
                   move "y"          to ws-gla-eof.

       0242-build-gl-account-entry.
           add 1                     to ws-gla-table-count.
           move ga-account-num       to
                   ws-gla-account-num(ws-gla-table-count).
           move ga-account-name      to
                   ws-gla-name(ws-gla-table-count).
           move ga-posting-level     to
                   ws-gla-level(ws-gla-table-count).

           perform 0241-read-gl-account.

       0245-load-posting-rules.
           move "n"                  to ws-glr-eof.
           move 0                    to ws-glr-table-count.

           open input posting-rule-file.
           if ws-glr-status = "35"
               move "y"              to ws-glr-eof
           else
               perform 0246-read-posting-rule
               perform 0247-build-posting-rule-entry
                 until ws-glr-eof = "y"
                    or ws-glr-table-count = ws-glr-count-max
               if ws-glr-eof not = "y"
                   move "n"          to ws-glr-load-done
                   display "*** GL POSTING RULES OVER TABLE CAP ***"
               end-if
               close posting-rule-file
           end-if.

       0246-read-posting-rule.
           read posting-rule-file
               at end
                   move "y"          to ws-glr-eof.

       0247-build-posting-rule-entry.
           add 1                     to ws-glr-table-count.
           move gr-event-code        to
                   ws-glr-event-code(ws-glr-table-count).
           move gr-side              to
                   ws-glr-side(ws-glr-table-count).
           move gr-account-num       to
                   ws-glr-account-num(ws-glr-table-count).

           perform 0246-read-posting-rule.

       0250-find-gl-account.
           move 0                    to ws-found-gla-idx.

           if ws-gla-table-count > 0
               perform 0251-scan-gl-accounts
                 varying ws-gla-scan-idx from 1 by 1
                   until ws-gla-scan-idx > ws-gla-table-count
                      or ws-found-gla-idx > 0
           end-if.

       0251-scan-gl-accounts.
           if ws-gla-lookup-account =
                   ws-gla-account-num(ws-gla-scan-idx)
               move ws-gla-scan-idx  to ws-found-gla-idx
           end-if.

       0255-find-posting-rule.
           move 0                    to ws-found-glr-idx.

           if ws-glr-table-count > 0
               perform 0256-scan-posting-rules
                 varying ws-glr-scan-idx from 1 by 1
                   until ws-glr-scan-idx > ws-glr-table-count
                      or ws-found-glr-idx > 0
           end-if.

       0256-scan-posting-rules.
           if ws-glr-lookup-event = ws-glr-event-code(ws-glr-scan-idx)
            and ws-glr-lookup-side = ws-glr-side(ws-glr-scan-idx)
               move ws-glr-scan-idx  to ws-found-glr-idx
           end-if.

      *================================================================|
      * EXCPWRT - Post An Exception
      *   Common routine, COPYed into the PROCEDURE DIVISION of every
      *   program that raises exceptions onto the worklist. The
      *   caller fills EP-SOURCE, EP-TYPE, EP-STORE-NUM, EP-INVOICE,
      *   EP-DETAIL and EP-AMOUNT (declared via EXCPOST in the FD of
      *   EXCEPTION-POST-FILE and EXCPWS in WORKING-STORAGE) and
      *   performs 0220-post-exception, which stamps the business
      *   date and appends the record - the file is opened on the
      *   first exception of the run, extended if it is already
      *   there, and stays open until 0225-close-exception-post.
      *================================================================|
       0220-post-exception.
           if ws-excp-open = "n"
               open extend exception-post-file
               if ws-excp-status = "35"
                   open output exception-post-file
               end-if
               move "y"              to ws-excp-open
           end-if.

           move ws-business-date     to ep-business-date.
           write ep-exception-post-rec.

       0225-close-exception-post.
           if ws-excp-open = "y"
               close exception-post-file
               move "n"              to ws-excp-open
           end-if.

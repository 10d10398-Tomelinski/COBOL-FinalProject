                   ws-mst-district(ws-store-table-count).
           move sm-region            to
                   ws-mst-region(ws-store-table-count).
      *a record written before the trading window was kept carries
      *no dates - open all along, and still open
           if sm-open-date is numeric
               move sm-open-date     to
                   ws-mst-open-date(ws-store-table-count)
           else
               move 0                to
                   ws-mst-open-date(ws-store-table-count)
           end-if.
           if sm-close-date is numeric
               move sm-close-date    to
                   ws-mst-close-date(ws-store-table-count)
           else
               move 0                to
                   ws-mst-close-date(ws-store-table-count)
           end-if.

           perform 0041-read-store-master.

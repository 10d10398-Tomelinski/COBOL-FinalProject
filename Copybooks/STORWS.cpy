           10 ws-mst-jurisdiction   pic x(4).
           10 ws-mst-district       pic xx.
           10 ws-mst-region         pic xx.
           10 ws-mst-open-date      pic 9(8).
           10 ws-mst-close-date     pic 9(8).

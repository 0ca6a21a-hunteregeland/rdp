      ****************************************************************
      * PRDLVSFD - record layout for the courier delivery-status
      * file: one record per carton of every printed client package
      * on the branch courier manifest, keyed by office, client and
      * carton.  loaded and confirmed by prgdeld, read by the season
      * package status report.
      ****************************************************************
       01 dlvstat-rec.
          05 dlvstat-key.
             10 dlvstat-off-nbr       pic x(04).
             10 dlvstat-clt-nbr       pic x(11).
             10 dlvstat-ctn-nbr       pic 9(04).
          05 dlvstat-clt-name         pic x(30).
          05 dlvstat-deliv-channel    pic x(01).
          05 dlvstat-deliv-cd         pic x(01).
          05 dlvstat-ship-dt          pic 9(08).
          05 dlvstat-status           pic x(01).
             88 dlvstat-shipped                 value 'S'.
             88 dlvstat-confirmed               value 'C'.
          05 dlvstat-conf-dt          pic 9(08).
          05 dlvstat-ctn-cnt          pic 9(04).
          05 filler                   pic x(08).

      ****************************************************************
      * PRHOLDFD - record layout for the client delivery hold file
      * from collections/legal, keyed by office and client.  a held
      * client's package is kept back from every delivery channel
      * and listed on the hold report.  hold-persist-sw marks a hold
      * that stays in force into the next season; the season
      * close-out carries only those forward.
      ****************************************************************
       01 hold-rec.
          05 hold-key.
             10 hold-off-nbr          pic 9(04).
             10 hold-clt-nbr          pic x(11).
          05 hold-reason              pic x(30).
          05 hold-persist-sw          pic x(01).
             88 hold-persists                   values 'Y' 'y'.
          05 filler                   pic x(14).

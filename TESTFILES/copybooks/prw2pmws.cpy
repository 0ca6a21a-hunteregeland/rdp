      ****************************************************************
      * PRW2PMWS - run parameters for the W-2 delivery report,
      * accepted from the command line.  also written as parameter
      * cards, one per office-range run, by the prgdelp range
      * planner.
      ****************************************************************
       01 w2delv-parameters.
          05 w-host-office              pic x(04)  value spaces.
          05 w-csv-mode                 pic x(01)  value space.
             88 ws-csv-mode-on             values 'Y' 'y'.
          05 w-dry-run                  pic x(01)  value space.
             88 ws-dry-run-on              values 'Y' 'y'.
          05 w-tax-year                 pic 9(04)  value zeroes.
          05 w-restart                  pic x(01)  value space.
             88 ws-restart-on              values 'Y' 'y'.
      *      client master cross-check: W warns and keeps the extract
      *      delivery code, M warns and routes by the master's code
          05 w-clt-master               pic x(01)  value space.
             88 ws-master-check-on         values 'W' 'w' 'M' 'm'.
             88 ws-master-is-truth         values 'M' 'm'.
      *      office range for parallel split runs; blank = whole file
          05 w-office-from              pic x(04)  value spaces.
          05 w-office-to                pic x(04)  value spaces.
          05 w-corrections              pic x(01)  value space.
             88 ws-corrections-on          values 'Y' 'y'.
      *      employee-level research detail for one client
          05 w-rsch-office              pic x(04)  value spaces.
          05 w-rsch-clt-nbr             pic x(11)  value spaces.
      *      burst: also write each office's report section to its
      *      own spool file, with a master index for distribution
          05 w-burst                    pic x(01)  value space.
             88 ws-burst-on                values 'Y' 'y'.
      *      year-over-year variance flag threshold, percent;
      *      zero takes the default of 25
          05 w-var-threshold            pic 9(02)  value zeroes.
      *      e-delivery bounce re-queue: process only the clients on
      *      the bounce returns file and route them to paper
          05 w-bounce                   pic x(01)  value space.
             88 ws-bounce-on               values 'Y' 'y'.
      *      reprint run: regenerate the real deliverables for just
      *      the office/client pairs on the request file, routed as
      *      each client's delivery code dictates
          05 w-reprint                  pic x(01)  value space.
             88 ws-reprint-on              values 'Y' 'y'.
      *      carton build: pages per carton for the printed client
      *      packages; zero or blank takes the default of 500
          05 w-ctn-pages                pic 9(04)  value zeroes.
      *      production batches: most pages in one job ticket
      *      batch; zero or blank takes the default of 10000
          05 w-batch-pages              pic 9(05)  value zeroes.

      ****************************************************************
      * PRBILLWS - record layout for the W-2 production billing
      * extract: one record per client per run, cut at the client
      * break (corrections runs: one per amended client, channel A).
      * written by the W-2 delivery report and gathered for invoicing
      * by the prgdelb billing program.  the run type, run date and
      * run time say which run the charge came from - O season or
      * rerun, A corrections, B bounce re-queue, R reprint; a record
      * from before they were carried has them blank.
      ****************************************************************
       01 billing-line.
          05 bil-off-nbr                pic 9(04) value zeroes.
          05 bil-clt-nbr                pic x(11) value spaces.
          05 bil-deliv-channel          pic x(01) value space.
          05 bil-fd-w2-cnt              pic 9(09) value zeroes.
          05 bil-page-cnt               pic 9(09) value zeroes.
          05 bil-amend-cnt              pic 9(09) value zeroes.
          05 bil-amount                 pic s9(09)v99 value zeroes.
          05 bil-tax-year               pic 9(04) value zeroes.
          05 bil-run-type               pic x(01) value space.
             88 bil-run-original                  values 'O' ' '.
             88 bil-run-corrections               value 'A'.
             88 bil-run-bounce                    value 'B'.
             88 bil-run-reprint                   value 'R'.
          05 bil-run-dt                 pic x(08) value spaces.
          05 bil-run-tm                 pic x(04) value spaces.

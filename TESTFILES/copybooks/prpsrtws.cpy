      ****************************************************************
      * PRPSRTWS - record layout for the presort vendor import file:
      * one record per mail-to-client package with the mailing
      * address off the extract, package page and carton counts,
      * tax year and production batch.  written by the W-2 delivery
      * report; re-read by the prgdelv hand-off verification.
      ****************************************************************
       01 presort-line.
          05 prsrt-off-nbr              pic x(04) value spaces.
          05 prsrt-clt-nbr              pic x(11) value spaces.
          05 prsrt-clt-name             pic x(30) value spaces.
          05 prsrt-addr-1               pic x(30) value spaces.
          05 prsrt-addr-2               pic x(30) value spaces.
          05 prsrt-city                 pic x(20) value spaces.
          05 prsrt-st                   pic x(02) value spaces.
          05 prsrt-zip                  pic x(09) value spaces.
          05 prsrt-page-cnt             pic 9(09) value zeroes.
          05 prsrt-tax-year             pic 9(04) value zeroes.
          05 prsrt-ctn-cnt              pic 9(04) value zeroes.
          05 prsrt-batch-id             pic x(14) value spaces.

      ****************************************************************
      * PRTRMXWS - record layout for the W-3 style client transmittal
      * file: one record per client package, cut at the client break
      * with the client totals still live.  written by the W-2
      * delivery report and read back by the prgdelw SSA wage filing
      * to balance its employer totals.
      ****************************************************************
       01 transmittal-line.
          05 trm-off-nbr                pic 9(04) value zeroes.
          05 trm-clt-nbr                pic x(11) value spaces.
          05 trm-clt-name               pic x(30) value spaces.
          05 trm-fd-w2-cnt              pic 9(09) value zeroes.
          05 trm-fd-grs                 pic s9(11)v99 value zeroes.
          05 trm-fd-amt                 pic s9(11)v99 value zeroes.
          05 trm-ss-grs                 pic s9(11)v99 value zeroes.
          05 trm-ss-amt                 pic s9(11)v99 value zeroes.
          05 trm-med-grs                pic s9(11)v99 value zeroes.
          05 trm-med-amt                pic s9(11)v99 value zeroes.
          05 trm-st-grs                 pic s9(11)v99 value zeroes.
          05 trm-st-amt                 pic s9(11)v99 value zeroes.
          05 trm-tax-year               pic 9(04) value zeroes.

      ****************************************************************
      * PRJTKTWS - record layouts for the production batch job
      * ticket file written by the W-2 delivery report: a 'C' line
      * for every printed client package put in a batch and a 'T'
      * line when the batch is closed.  batches are cut by delivery
      * channel and courier route in office order, up to the run's
      * batch page limit; the stock counts are the print-stock-totals
      * breakdown of the batch's coupons.  the batch number's first
      * byte is the delivery channel (C, B or D).
      ****************************************************************
       01 jobtkt-clt-line.
          05 jtc-rec-type               pic x(01) value 'C'.
          05 jtc-batch-id               pic x(14) value spaces.
          05 jtc-off-nbr                pic x(04) value spaces.
          05 jtc-clt-nbr                pic x(11) value spaces.
          05 jtc-clt-name               pic x(30) value spaces.
          05 jtc-page-cnt               pic 9(09) value zeroes.
          05 jtc-ctn-cnt                pic 9(04) value zeroes.
          05 jtc-stk-copy-c             pic 9(09) value zeroes.
          05 jtc-stk-copy-b             pic 9(09) value zeroes.
          05 jtc-stk-st                 pic 9(09) value zeroes.
          05 jtc-stk-lo                 pic 9(09) value zeroes.
          05 jtc-stk-b14                pic 9(09) value zeroes.
          05 jtc-tax-year               pic 9(04) value zeroes.

       01 jobtkt-bat-line.
          05 jtb-rec-type               pic x(01) value 'T'.
          05 jtb-batch-id               pic x(14) value spaces.
          05 jtb-deliv-channel          pic x(01) value space.
          05 jtb-route                  pic x(06) value spaces.
          05 jtb-first-off              pic x(04) value spaces.
          05 jtb-last-off               pic x(04) value spaces.
          05 jtb-clt-cnt                pic 9(05) value zeroes.
          05 jtb-page-cnt               pic 9(09) value zeroes.
          05 jtb-ctn-cnt                pic 9(07) value zeroes.
          05 jtb-stk-copy-c             pic 9(09) value zeroes.
          05 jtb-stk-copy-b             pic 9(09) value zeroes.
          05 jtb-stk-st                 pic 9(09) value zeroes.
          05 jtb-stk-lo                 pic 9(09) value zeroes.
          05 jtb-stk-b14                pic 9(09) value zeroes.
          05 jtb-tax-year               pic 9(04) value zeroes.

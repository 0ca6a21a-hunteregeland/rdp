      ****************************************************************
      * PREDLXWS - record layout for the e-delivery index: one
      * record per electronic-delivery client with its W-2 count,
      * for the distribution platform.  written by the W-2 delivery
      * report; re-read by its bounce re-queue and by the prgdelv
      * hand-off verification.
      ****************************************************************
       01 edelv-index-line.
          05 edelv-off-nbr              pic 9(04) value zeroes.
          05 edelv-clt-nbr              pic x(11) value spaces.
          05 edelv-emp-cnt              pic 9(09) value zeroes.
          05 edelv-tax-year             pic 9(04) value zeroes.

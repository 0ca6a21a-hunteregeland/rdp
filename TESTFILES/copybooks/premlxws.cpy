      ****************************************************************
      * PREMLXWS - record layout for the employee mailing file, the
      * presort import for a mail-direct-to-employee client: one
      * record per employee, addressed from the employee's type-5
      * record, or in care of the client when the extract sent no
      * home address (empml-addr-src 'C' rather than 'E').
      * written by the W-2 delivery report; re-read by the prgdelv
      * hand-off verification.
      ****************************************************************
       01 empml-line.
          05 empml-off-nbr              pic x(04) value spaces.
          05 empml-clt-nbr              pic x(11) value spaces.
          05 empml-emp-nbr              pic 9(10) value zeroes.
          05 empml-first-name           pic x(15) value spaces.
          05 empml-mid-name             pic x(15) value spaces.
          05 empml-last-name            pic x(20) value spaces.
          05 empml-sfx                  pic x(04) value spaces.
          05 empml-addr-1               pic x(30) value spaces.
          05 empml-addr-2               pic x(30) value spaces.
          05 empml-city                 pic x(20) value spaces.
          05 empml-st                   pic x(02) value spaces.
          05 empml-zip                  pic x(09) value spaces.
          05 empml-addr-src             pic x(01) value space.
          05 empml-page-cnt             pic 9(09) value zeroes.
          05 empml-tax-year             pic 9(04) value zeroes.

      * one C record per printed client package headed to a courier
      * channel and one T trailer per office.  written by the W-2
      * delivery report and read back by the prgdeld delivery
      * confirmation program.  the T trailer carries the office name
      * and courier route off the office reference file (spaces when
      * the office is not on it).  each package is packed in cartons
      * of the run's carton capacity: the C record carries the
      * client's carton count and the T trailer the office's.  the
      * C record also carries the production batch the package was
      * printed in, as on the job ticket file.
      ****************************************************************
       01 manifest-clt-line.
          05 mnf-rec-type               pic x(01) value 'C'.
          05 mnf-deliv-cd               pic x(01) value space.
          05 mnf-fd-w2-cnt              pic 9(09) value zeroes.
          05 mnf-w2-page-cnt            pic 9(09) value zeroes.
          05 mnf-ctn-cnt                pic 9(04) value zeroes.
          05 mnf-batch-id               pic x(14) value spaces.

       01 manifest-off-line.
          05 mnf-tr-rec-type            pic x(01) value 'T'.
          05 mnf-tr-off-nbr             pic 9(04) value zeroes.
          05 mnf-tr-pkg-cnt             pic 9(09) value zeroes.
          05 mnf-tr-page-cnt            pic 9(09) value zeroes.
          05 mnf-tr-off-name            pic x(30) value spaces.
          05 mnf-tr-route               pic x(06) value spaces.
          05 mnf-tr-ctn-cnt             pic 9(07) value zeroes.

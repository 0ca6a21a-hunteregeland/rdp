      ****************************************************************
      * PRPSTXWS - record layout for the print vendor stream: one
      * record per coupon in the order the W-2 delivery report
      * counts them - copy C, copy B, agency copy 2 by state, then
      * the local copies.  the federal boxes ride on the first
      * coupon of copy C and B and on every state and local copy;
      * box 12, box 14, state and local items fill the copy C and B
      * coupons in order.  written by the W-2 delivery report;
      * re-read by the prgdelv hand-off verification.
      ****************************************************************
       01 pstr-line.
          05 pstr-off-nbr               pic 9(04) value zeroes.
          05 pstr-clt-nbr               pic x(11) value spaces.
          05 pstr-emp-nbr               pic 9(10) value zeroes.
          05 pstr-copy-cd               pic x(01) value space.
          05 pstr-copy-seq              pic 9(03) value zeroes.
          05 pstr-copy-cnt              pic 9(03) value zeroes.
          05 pstr-cpn-seq               pic 9(03) value zeroes.
          05 pstr-clt-page              pic 9(07) value zeroes.
          05 pstr-page-pos              pic 9(01) value zeroes.
          05 pstr-fd-grs                pic s9(9)v99 value zeroes.
          05 pstr-fd-amt                pic s9(9)v99 value zeroes.
          05 pstr-ss-grs                pic s9(9)v99 value zeroes.
          05 pstr-ss-amt                pic s9(9)v99 value zeroes.
          05 pstr-med-grs               pic s9(9)v99 value zeroes.
          05 pstr-med-amt               pic s9(9)v99 value zeroes.
          05 pstr-ss-tips               pic s9(9)v99 value zeroes.
          05 pstr-alloc-tips            pic s9(9)v99 value zeroes.
          05 pstr-dep-care              pic s9(9)v99 value zeroes.
          05 pstr-stat-ind              pic x(01) value space.
          05 pstr-ret-ind               pic x(01) value space.
          05 pstr-sick-ind              pic x(01) value space.
          05 pstr-b12-item              occurs 4 times.
             10 pstr-b12-cd             pic x(02).
             10 pstr-b12-amt            pic s9(9)v99.
          05 pstr-b14-item              occurs 7 times.
             10 pstr-b14-desc           pic x(10).
             10 pstr-b14-amt            pic s9(9)v99.
          05 pstr-st-item               occurs 2 times.
             10 pstr-st-cd              pic 9(02).
             10 pstr-st-abbr            pic x(02).
             10 pstr-st-grs             pic s9(9)v99.
             10 pstr-st-amt             pic s9(9)v99.
             10 pstr-st-fli             pic s9(9)v99.
          05 pstr-lo-item               occurs 2 times.
             10 pstr-lo-st-cd           pic 9(02).
             10 pstr-lo-cd              pic 9(02).
             10 pstr-lo-grs             pic s9(9)v99.
             10 pstr-lo-amt             pic s9(9)v99.
          05 pstr-tax-year              pic 9(04) value zeroes.

      ****************************************************************
      * PRW2RGWS - region subtotal accumulators for the W-2 delivery
      * report, one entry per region in region code order.  an
      * entry is exactly 256 bytes - the checkpoint and the range
      * hand-off carry it whole.  shared by the delivery report and
      * the range-run consolidation program.
      ****************************************************************
       01 region-totals.
          05 rgn-cnt                    pic 9(02) value zeroes.
          05 rgn-max                    pic 9(02) value 50.
          05 rgn-sub                    pic 9(02) value zeroes.
          05 rgn-ins-sub                pic 9(02) value zeroes.
          05 rgn-found-sw               pic x(01) value 'n'.
             88 rgn-found                         value 'y'.
          05 rgn-entry                  occurs 50 times.
             10 rgn-cd                  pic x(04).
             10 rgn-name                pic x(20).
             10 rgn-off-cnt             pic s9(05).
             10 rgn-clts                pic s9(11).
             10 rgn-emps                pic s9(11).
             10 rgn-pages               pic s9(11).
             10 rgn-fd-txbl-grs         pic s9(13)v99.
             10 rgn-fd-amt              pic s9(13)v99.
             10 rgn-ss-txbl-grs         pic s9(13)v99.
             10 rgn-ss-amt              pic s9(13)v99.
             10 rgn-med-txbl-grs        pic s9(13)v99.
             10 rgn-med-amt             pic s9(13)v99.
             10 rgn-ss-tips             pic s9(13)v99.
             10 rgn-alloc-tips          pic s9(13)v99.
             10 rgn-st-txbl-grs         pic s9(13)v99.
             10 rgn-st-amt              pic s9(13)v99.
             10 rgn-lo-txbl-grs         pic s9(13)v99.
             10 rgn-lo-amt              pic s9(13)v99.
             10 rgn-records             pic s9(14).

      ****************************************************************
      * PRW2TLWS - grand-total and region subtotal print line layouts
      * for the W-2 delivery report.  shared by the delivery report
      * and the range-run consolidation program.
      ****************************************************************
       01 grand-total-line.
          05                            pic x(28) value
             'CLIENTS HELD FROM DELIVERY         '.
          05                            pic x(07) value spaces.
          05 d-tot-held-clts            pic z(11)9.
       01 empml-total-line.
          05                            pic x(04) value spaces.
          05 d-empml-label              pic x(35) value spaces.
          05                            pic x(07) value spaces.
          05 d-tot-empml-cnt            pic z(11)9.

       01 stock-hdr-line.
          05                            pic x(04) value spaces.
          05 d-bus-type-st-grs          pic z(9)9.99.
          05                            pic x(04) value spaces.
          05 d-bus-type-st-amt          pic z(9)9.99.

       01 region-total-line.
          05                            pic x(19) value
             'TOTALS FOR REGION: '.
          05 d-rgn-cd                   pic x(04) value spaces.
          05                            pic x(01) value spaces.
          05 d-rgn-name                 pic x(20) value spaces.
          05                            pic x(04) value spaces.
          05                            pic x(09) value 'OFFICES: '.
          05 d-rgn-off-cnt              pic z(4)9.

       01 region-cnt-line.
          05                            pic x(04) value spaces.
          05 d-rgn-label                pic x(35) value spaces.
          05                            pic x(07) value spaces.
          05 d-rgn-cnt                  pic z(11)9.

       01 region-amt-line.
          05                            pic x(04) value spaces.
          05 d-rgn-amt-label            pic x(35) value spaces.
          05                            pic x(01) value spaces.
          05 d-rgn-amt                  pic z(14)9.99.

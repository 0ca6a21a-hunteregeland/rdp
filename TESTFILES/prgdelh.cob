       01 runh-list-cnt                 pic 9(03) value zeroes.

       01 runh-hold-table.
          05 runh-hold-entry            pic x(110) occurs 200 times.

       01 runh-tot-read                 pic 9(07) value zeroes.
       01 runh-slot                     pic 9(03) value zeroes.
          05                            pic x(04) value 'TIME'.
          05                            pic x(02) value spaces.
          05                            pic x(10) value 'PARAMETERS'.
          05                            pic x(50) value spaces.
          05                            pic x(11) value
             '    CLIENTS'.
          05                            pic x(02) value spaces.
          05                            pic x(02) value spaces.
          05 d-runh-run-tm              pic x(04) value spaces.
          05                            pic x(02) value spaces.
          05 d-runh-parameters          pic x(58) value spaces.
          05                            pic x(02) value spaces.
          05 d-runh-tot-clts            pic z(10)9.
          05                            pic x(02) value spaces.
           move runh-run-dt      to d-runh-run-dt
           move runh-run-tm      to d-runh-run-tm
           move runh-parameters   to d-runh-parameters(1:40)
           move runh-parameters-2 to d-runh-parameters(41:18)
           move runh-tot-clts    to d-runh-tot-clts
           move runh-tot-emps    to d-runh-tot-emps
           move runh-tot-pages   to d-runh-tot-pages

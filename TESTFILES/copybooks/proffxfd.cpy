      ****************************************************************
      * PROFFXFD - record layout for the office reference file: one
      * record per office carrying the office name, branch address,
      * the region the office reports to, and the courier route the
      * office's packages travel on.  loaded by prgdelo and read by
      * the W-2 delivery report, its burst index and courier
      * manifest, and the courier confirmation aging report.
      ****************************************************************
       01 offref-rec.
          05 offref-key.
             10 offref-off-nbr        pic 9(04).
          05 offref-off-name          pic x(30).
          05 offref-addr-1            pic x(30).
          05 offref-addr-2            pic x(30).
          05 offref-city              pic x(20).
          05 offref-st                pic x(02).
          05 offref-zip               pic x(09).
          05 offref-region            pic x(04).
          05 offref-region-name       pic x(20).
          05 offref-route             pic x(06).
          05 filler                   pic x(15).

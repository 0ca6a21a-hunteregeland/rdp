      ****************************************************************
      * PRHOFFFD - record layouts for the office-range totals
      * hand-off file: one H record (grand-total and reconciliation
      * blocks) plus one B record per business-type entry and one R
      * record per region entry (prw2rgws layout).  written by the
      * delivery report's split runs and merged by the prgdelc
      * consolidation program.  the H record's g-tot filler
      * must match the size of office-g-total-fields in prw2gtws.
      * the office range the split run covered trails the H record
      * (appended so older hand-offs still map) for the coverage
          05 hoff-rec-type            pic x(01).
             88 hoff-is-header               value 'H'.
             88 hoff-is-bus-type             value 'B'.
             88 hoff-is-region               value 'R'.
          05 hoff-hdr-g-tot           pic x(1041).
          05 hoff-hdr-recon           pic x(202).
          05 hoff-hdr-off-from        pic x(04).
          05 hoff-hdr-off-to          pic x(04).
          05 hoff-bus-rec-type        pic x(01).
          05 hoff-bus-sub             pic 9(01).
          05 hoff-bus-data            pic x(70).
       01  hoff-rgn-rec.
          05 hoff-rgn-rec-type        pic x(01).
          05 hoff-rgn-sub             pic 9(02).
          05 hoff-rgn-data            pic x(256).

      ****************************************************************
      * PRRNGXFD - record layout for the planned office-range list:
      * one record per parallel range run giving its stream number,
      * office span and the extract records the span covers.
      * written by the prgdelp range planner; read by the prgdelc
      * consolidation's coverage audit, which proves the merged
      * hand-offs are exactly the ranges planned.
      ****************************************************************
       01 rngx-rec.
          05 rngx-stream-nbr          pic 9(03).
          05 rngx-off-from            pic 9(04).
          05 rngx-off-to              pic 9(04).
          05 rngx-off-cnt             pic 9(05).
          05 rngx-rec-cnt             pic 9(09).

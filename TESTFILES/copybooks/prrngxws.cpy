      ****************************************************************
      * PRRNGXWS - working storage for the planned office-range list
      ****************************************************************
       01 rngx-flg                    pic x(02) value spaces.
       01 rngx-tree                   pic x(60) value spaces.

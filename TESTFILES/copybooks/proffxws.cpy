      ****************************************************************
      * PROFFXWS - working storage for the office reference file
      ****************************************************************
       01 offref-flg                  pic x(02) value spaces.
       01 offref-tree                 pic x(60) value spaces.

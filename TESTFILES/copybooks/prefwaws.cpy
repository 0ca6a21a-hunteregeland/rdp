      ****************************************************************
      * PREFWAWS - working storage for the SSA filed amounts file
      ****************************************************************
       01 efwamt-flg                  pic x(02) value spaces.
       01 efwamt-tree                 pic x(60) value spaces.

      ****************************************************************
      * PRRNGXSL - FILE-CONTROL SELECT for the planned office-range
      * list
      ****************************************************************
       select optional rngx-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is rngx-flg.

      ****************************************************************
      * PREFWASL - FILE-CONTROL SELECT for the indexed SSA filed
      * amounts file, keyed by tax year, office, client and employee
      ****************************************************************
       select optional efwamt-file
              assign       to disk
              organization is indexed
              access       is random
              record key   is efwamt-key
              file status  is efwamt-flg.

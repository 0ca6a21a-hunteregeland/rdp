      ****************************************************************
      * PROFFXSL - FILE-CONTROL SELECT for the indexed office
      * reference file, keyed by office number
      ****************************************************************
       select optional offref-file
              assign       to disk
              organization is indexed
              access       is random
              record key   is offref-key
              file status  is offref-flg.

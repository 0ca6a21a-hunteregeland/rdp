      ****************************************************************
      * PREMPHSL - FILE-CONTROL SELECT for the employee W-2 history
      * file
      ****************************************************************
       select optional emphist-file
              assign       to disk
              organization is indexed
              access       is dynamic
              record key   is emph-key
              file status  is emphist-flg.

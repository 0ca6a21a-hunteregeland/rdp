      ****************************************************************
      * PRSTCXSL - FILE-CONTROL SELECT for the W-2 job stream step
      * control file
      ****************************************************************
       select optional stepctl-file
              assign       to disk
              organization is indexed
              access       is dynamic
              record key   is stc-key
              file status  is stepctl-flg.

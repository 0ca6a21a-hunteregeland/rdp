      ****************************************************************
      * PRHCTLSL - FILE-CONTROL SELECT for the hand-off control file
      ****************************************************************
       select hctl-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is hctl-flg.

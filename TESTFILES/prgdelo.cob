       program-id. prgdelo.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Loads the indexed office reference file read by the W-2        *
      *   delivery report, its burst index and courier manifest, and     *
      *   the courier confirmation aging report.  The input is a flat    *
      *   file of office number, office name, branch address, region     *
      *   code and name, and courier route; the reference file is        *
      *   rebuilt from scratch on every load.  Rejected input records    *
      *   are logged and reflected in the return code.                   *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.

       select offin-file
              assign       to disk
              access       is sequential
              organization is line sequential
              file status  is offin-flg.

       copy 'proffxsl'.

      ****************************************************************
       data division.

       file section.

       fd  msgfile external
           data record is ms-rec
           value of file-id is msgfile-tree.
           copy 'prmsxxfd'.

       fd  offin-file
           data record is offin-rec
           value of file-id is offin-tree.
       01 offin-rec.
          05 oin-off-nbr              pic x(04).
          05 oin-off-name             pic x(30).
          05 oin-addr-1               pic x(30).
          05 oin-addr-2               pic x(30).
          05 oin-city                 pic x(20).
          05 oin-st                   pic x(02).
          05 oin-zip                  pic x(09).
          05 oin-region               pic x(04).
          05 oin-region-name          pic x(20).
          05 oin-route                pic x(06).

       fd  offref-file
           data record is offref-rec
           value of file-id is offref-tree.
           copy 'proffxfd'.

      ****************************************************************

       working-storage section.

       copy 'prmsxxws'.
       copy 'prconsws'.
       copy 'prcommws'.
       copy 'prioxxws'.
       copy 'proffxws'.

       77 ws-pgm-name              pic x(15) value 'prgdelo'.

       01 offin-flg                     pic x(02) value spaces.
       01 offin-tree                    pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 ws-off-read-cnt               pic 9(07) value zeroes.
       01 ws-off-load-cnt               pic 9(07) value zeroes.
       01 ws-off-rej-cnt                pic 9(07) value zeroes.

      ****************************************************************

       procedure division.

           perform log-start-msg

           perform initialization

           perform load-offices

           perform report-load-counts

           perform close-files

           perform log-finish-msg

           if ws-off-rej-cnt > zeroes
              move 4 to return-code
           else
              move 0 to return-code
           end-if

           stop run.

      *******************************************************************

       initialization.

           move 'initialization' to msg-paragraph

           move 1 to return-code
                     no-rsp-sw

           perform open-files.

      *******************************************************************

       load-offices.

           move 'load-offices' to msg-paragraph

           perform read-next-offin
           perform load-offin-rec
              until offin-flg not = i-o-ok.

      *******************************************************************

       load-offin-rec.

           move 'load-offin-rec' to msg-paragraph

           add 1 to ws-off-read-cnt giving ws-off-read-cnt

      *    the region code drives the region subtotal page on the
      *    delivery report, so an office without one is not loaded
           if oin-off-nbr not numeric
              or oin-off-nbr = zeroes
              or oin-off-name = spaces
              or oin-region = spaces
              add 1 to ws-off-rej-cnt giving ws-off-rej-cnt
              move spaces to msg-bad-data
              string 'Unusable office record '
                                     delimited by size
                     oin-off-nbr     delimited by size
                     ' '             delimited by size
                     oin-off-name    delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           else
              move spaces          to offref-rec
              move oin-off-nbr     to offref-off-nbr
              move oin-off-name    to offref-off-name
              move oin-addr-1      to offref-addr-1
              move oin-addr-2      to offref-addr-2
              move oin-city        to offref-city
              move oin-st          to offref-st
              move oin-zip         to offref-zip
              move oin-region      to offref-region
              move oin-region-name to offref-region-name
              move oin-route       to offref-route
              write offref-rec
              if offref-flg = i-o-ok
                 add 1 to ws-off-load-cnt giving ws-off-load-cnt
              else
                 add 1 to ws-off-rej-cnt giving ws-off-rej-cnt
                 move offref-flg to msg-bad-return-cd
                 move spaces to msg-bad-data
                 string 'Unable to write office '
                                        delimited by size
                        oin-off-nbr     delimited by size
                    into msg-bad-data
                 perform log-type-w-msg
              end-if
           end-if

           perform read-next-offin.

      *******************************************************************

       report-load-counts.

           move 'report-load-counts' to msg-paragraph

           move spaces to msg-arguments
           initialize     msg-arguments
           string 'OFFICE LOAD - READ: '       delimited by size
                  ws-off-read-cnt              delimited by size
                  ' LOADED: '                  delimited by size
                  ws-off-load-cnt              delimited by size
                  ' REJECTED: '                delimited by size
                  ws-off-rej-cnt               delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       read-next-offin.

           read offin-file
              at end continue
           end-read.

      *******************************************************************

       open-files.

           move n-91 to io-call-func
           call 'prmsxxio'
           if msgfile-flg not = i-o-ok
              move msgfile-flg              to msg-bad-return-cd
              move 'UNABLE TO OPEN MSGFILE' to msg-bad-data
              perform log-type-f-msg
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/offref.txt' delimited by size
                  into offin-tree

           open input offin-file
           if offin-flg not = i-o-ok
              move offin-flg to msg-bad-return-cd
              move 'Unable to open offref.txt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'OFFREF' to dict-name
           call 'fxlt' using dict-name
                             offref-tree

      *    rebuilt from scratch on every load - '05' is the
      *    optional-file-created status on a first load
           open output offref-file
           if offref-flg not = i-o-ok
              and offref-flg not = '05'
              move offref-flg to msg-bad-return-cd
              move 'Unable to open office reference file'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           close offin-file
           close offref-file.

       log-start-msg.
          move spaces       to msg-arguments
          initialize           msg-arguments
          move ws-pgm-name to msg-calling-prog
          move 65           to comm-call-func
          call 'prcommsr'.

       log-finish-msg.
          move spaces       to msg-arguments
          initialize           msg-arguments
          move ws-pgm-name to msg-calling-prog
          move 66           to comm-call-func
          call 'prcommsr'.

       log-type-i-msg.
          move ws-pgm-name to msg-calling-prog
          move 67           to comm-call-func
          call 'prcommsr'.

       log-type-w-msg.
          move ws-pgm-name to msg-calling-prog
          move 68           to comm-call-func
          call 'prcommsr'.

       log-type-f-msg.
          move ws-pgm-name to msg-calling-prog
          move 69           to comm-call-func
          call 'prcommsr'.

       abort-rtn.
          move 1 to return-code
          stop run.

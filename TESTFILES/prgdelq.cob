       program-id. prgdelq.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Client-level comparison of a resent p31x W-2 extract against   *
      *   the prior one, run before deciding how to rerun.  Both files   *
      *   are summarized at the client break (delivery code, business    *
      *   type, employee count, federal and state taxable gross) and     *
      *   matched on office/client.  Lists clients added, clients        *
      *   dropped, delivery-code and business-type changes, and          *
      *   employee count and taxable gross changes, with the totals of   *
      *   each category at the end.  Added and changed clients are also  *
      *   written in reprint request layout, so operations can reprint   *
      *   just those clients instead of rerunning the whole season.      *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.
       copy 'prp31xsl'.

       select prior-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is prior-flg.

       select cmpreq-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is cmpreq-flg.

       select print-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is print-flg.

      ****************************************************************
       data division.

       file section.

       fd  msgfile external
           data record is ms-rec
           value of file-id is msgfile-tree.
           copy 'prmsxxfd'.

       fd  p31x external
           data record      is p31x-rec
           value of file-id is p31x-tree.
           copy 'prp31xfd'.

       fd  prior-file
           data record is pri-rec pri-ctl-rec
           value of file-id is prior-tree.
           copy 'prp31xfd' replacing leading ==p31x== by ==pri==.

      *    same layout as the reprint request file prgdel reads
       fd  cmpreq-file
           data record is cmpreq-rec
           value of file-id is cmpreq-tree.
       01 cmpreq-rec.
          05 cmq-off-nbr              pic x(04).
          05 cmq-clt-nbr              pic x(11).

       fd  print-file
           data record is print-rec
           value of file-id is print-tree.
       01 print-rec                   pic x(132).

      ****************************************************************

       working-storage section.

       copy 'prmsxxws'.
       copy 'prconsws'.
       copy 'prcommws'.
       copy 'prioxxws'.
       copy 'prp31xws'.

       77 ws-pgm-name              pic x(15) value 'prgdelq'.

       01 prior-flg                     pic x(02) value spaces.
       01 prior-tree                    pic x(60) value spaces.
       01 cmpreq-flg                    pic x(02) value spaces.
       01 cmpreq-tree                   pic x(60) value spaces.
       01 print-flg                     pic x(02) value spaces.
       01 print-tree                    pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 ws-clt-changed-sw             pic x(01) value 'n'.
          88 clt-changed                          value 'y'.

      *    one client's summary off each extract.  the key goes to
      *    high-values at end of file so the match runs off the end.
       01 new-clt.
          05 new-clt-key.
             10 new-clt-off-nbr         pic 9(04).
             10 new-clt-clt-nbr         pic x(11).
          05 new-clt-name               pic x(30).
          05 new-clt-deliv-cd           pic x(01).
          05 new-clt-bus-type           pic x(01).
          05 new-clt-emp-cnt            pic 9(09).
          05 new-clt-fd-grs             pic s9(13)v99.
          05 new-clt-st-grs             pic s9(13)v99.

       01 old-clt.
          05 old-clt-key.
             10 old-clt-off-nbr         pic 9(04).
             10 old-clt-clt-nbr         pic x(11).
          05 old-clt-name               pic x(30).
          05 old-clt-deliv-cd           pic x(01).
          05 old-clt-bus-type           pic x(01).
          05 old-clt-emp-cnt            pic 9(09).
          05 old-clt-fd-grs             pic s9(13)v99.
          05 old-clt-st-grs             pic s9(13)v99.

       01 ws-rec-key.
          05 ws-rec-off-nbr             pic 9(04).
          05 ws-rec-clt-nbr             pic x(11).

       01 cmp-totals.
          05 cmp-new-clts               pic 9(07) value zeroes.
          05 cmp-pri-clts               pic 9(07) value zeroes.
          05 cmp-added-clts             pic 9(07) value zeroes.
          05 cmp-dropped-clts           pic 9(07) value zeroes.
          05 cmp-deliv-chg-clts         pic 9(07) value zeroes.
          05 cmp-bus-chg-clts           pic 9(07) value zeroes.
          05 cmp-emp-chg-clts           pic 9(07) value zeroes.
          05 cmp-fd-chg-clts            pic 9(07) value zeroes.
          05 cmp-st-chg-clts            pic 9(07) value zeroes.
          05 cmp-changed-clts           pic 9(07) value zeroes.
          05 cmp-same-clts              pic 9(07) value zeroes.
          05 cmp-req-cnt                pic 9(07) value zeroes.
          05 cmp-new-fd-grs             pic s9(13)v99 value zeroes.
          05 cmp-pri-fd-grs             pic s9(13)v99 value zeroes.
          05 cmp-new-st-grs             pic s9(13)v99 value zeroes.
          05 cmp-pri-st-grs             pic s9(13)v99 value zeroes.

       01 ws-edit-cnt                   pic z(16)9.
       01 ws-edit-amt                   pic z(12)9.99-.

       01 cmp-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(40) value
             'W2 EXTRACT COMPARISON - PRIOR TO NEW    '.
          05 d-cmp-date                 pic x(10) value spaces.

       01 cmp-col-line.
          05                            pic x(02) value spaces.
          05                            pic x(04) value 'OFF '.
          05                            pic x(01) value spaces.
          05                            pic x(11) value 'CLIENT     '.
          05                            pic x(02) value spaces.
          05                            pic x(30) value 'NAME'.
          05                            pic x(02) value spaces.
          05                            pic x(16) value 'CHANGE'.
          05                            pic x(02) value spaces.
          05                            pic x(17) value
             '            PRIOR'.
          05                            pic x(02) value spaces.
          05                            pic x(17) value
             '              NEW'.

       01 cmp-detail-line.
          05                            pic x(02) value spaces.
          05 d-cmp-off-nbr              pic x(04).
          05                            pic x(01) value spaces.
          05 d-cmp-clt-nbr              pic x(11).
          05                            pic x(02) value spaces.
          05 d-cmp-name                 pic x(30).
          05                            pic x(02) value spaces.
          05 d-cmp-change               pic x(16).
          05                            pic x(02) value spaces.
          05 d-cmp-prior                pic x(17).
          05                            pic x(02) value spaces.
          05 d-cmp-new                  pic x(17).

       01 cmp-total-line.
          05                            pic x(04) value spaces.
          05 d-cmp-tot-label            pic x(36).
          05 d-cmp-tot-cnt              pic z(6)9.

       01 cmp-amt-line.
          05                            pic x(04) value spaces.
          05 d-cmp-amt-label            pic x(36).
          05                            pic x(06) value 'PRIOR '.
          05 d-cmp-amt-prior            pic z(12)9.99-.
          05                            pic x(06) value '  NEW '.
          05 d-cmp-amt-new              pic z(12)9.99-.

       01 date-n                        pic 9(8).
       01 redefines date-n.
          05  date-n-ccyy               pic 9(4).
          05  date-n-mm                 pic 9(2).
          05  date-n-dd                 pic 9(2).
       01 date-f.
          05  date-f-mm                 pic 9(2).
          05                            pic x(1)   value '/'.
          05  date-f-dd                 pic 9(2).
          05                            pic x(1)   value '/'.
          05  date-f-ccyy               pic 9(4).

      ****************************************************************

       procedure division.

           perform log-start-msg

           perform initialization

           perform get-new-client
           perform get-pri-client
           perform compare-client
              until new-clt-key = high-values
                and old-clt-key = high-values

           perform print-cmp-totals

           perform close-files

           perform log-finish-msg

           if cmp-changed-clts > zeroes
              or cmp-added-clts > zeroes
              or cmp-dropped-clts > zeroes
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

           perform open-files

           accept date-n from date yyyymmdd
           move date-n-mm   to date-f-mm
           move date-n-dd   to date-f-dd
           move date-n-ccyy to date-f-ccyy
           move date-f      to d-cmp-date

           write print-rec from cmp-header-line after 0 lines
           write print-rec from cmp-col-line after 2 lines

           perform read-next-p31x
           perform read-next-prior.

      *******************************************************************

       compare-client.

           move 'compare-client' to msg-paragraph

           evaluate true
              when new-clt-key < old-clt-key
                 perform report-added-client
                 perform get-new-client
              when new-clt-key > old-clt-key
                 perform report-dropped-client
                 perform get-pri-client
              when other
                 perform report-client-changes
                 perform get-new-client
                 perform get-pri-client
           end-evaluate.

      *******************************************************************

       report-added-client.

           move 'report-added-client' to msg-paragraph

           add 1 to cmp-added-clts giving cmp-added-clts

           move new-clt-off-nbr  to d-cmp-off-nbr
           move new-clt-clt-nbr  to d-cmp-clt-nbr
           move new-clt-name     to d-cmp-name
           move 'CLIENT ADDED'   to d-cmp-change
           move spaces           to d-cmp-prior
           move new-clt-emp-cnt  to ws-edit-cnt
           move ws-edit-cnt      to d-cmp-new
           write print-rec from cmp-detail-line after 1 lines

           perform write-cmpreq-rec.

      *******************************************************************

       report-dropped-client.

           move 'report-dropped-client' to msg-paragraph

           add 1 to cmp-dropped-clts giving cmp-dropped-clts

           move old-clt-off-nbr  to d-cmp-off-nbr
           move old-clt-clt-nbr  to d-cmp-clt-nbr
           move old-clt-name     to d-cmp-name
           move 'CLIENT DROPPED' to d-cmp-change
           move old-clt-emp-cnt  to ws-edit-cnt
           move ws-edit-cnt      to d-cmp-prior
           move spaces           to d-cmp-new
           write print-rec from cmp-detail-line after 1 lines.

      *******************************************************************

       report-client-changes.

      *    one line per changed item; a client counts once in the
      *    changed-client total however many of its items moved

           move 'report-client-changes' to msg-paragraph

           move 'n' to ws-clt-changed-sw

           move new-clt-off-nbr  to d-cmp-off-nbr
           move new-clt-clt-nbr  to d-cmp-clt-nbr
           move new-clt-name     to d-cmp-name

           if new-clt-deliv-cd not = old-clt-deliv-cd
              add 1 to cmp-deliv-chg-clts giving cmp-deliv-chg-clts
              move 'DELIVERY CODE'  to d-cmp-change
              move old-clt-deliv-cd to d-cmp-prior
              move new-clt-deliv-cd to d-cmp-new
              perform write-change-line
           end-if

           if new-clt-bus-type not = old-clt-bus-type
              add 1 to cmp-bus-chg-clts giving cmp-bus-chg-clts
              move 'BUSINESS TYPE'  to d-cmp-change
              move old-clt-bus-type to d-cmp-prior
              move new-clt-bus-type to d-cmp-new
              perform write-change-line
           end-if

           if new-clt-emp-cnt not = old-clt-emp-cnt
              add 1 to cmp-emp-chg-clts giving cmp-emp-chg-clts
              move 'EMPLOYEE COUNT' to d-cmp-change
              move old-clt-emp-cnt  to ws-edit-cnt
              move ws-edit-cnt      to d-cmp-prior
              move new-clt-emp-cnt  to ws-edit-cnt
              move ws-edit-cnt      to d-cmp-new
              perform write-change-line
           end-if

           if new-clt-fd-grs not = old-clt-fd-grs
              add 1 to cmp-fd-chg-clts giving cmp-fd-chg-clts
              move 'FED TXBL GROSS' to d-cmp-change
              move old-clt-fd-grs   to ws-edit-amt
              move ws-edit-amt      to d-cmp-prior
              move new-clt-fd-grs   to ws-edit-amt
              move ws-edit-amt      to d-cmp-new
              perform write-change-line
           end-if

           if new-clt-st-grs not = old-clt-st-grs
              add 1 to cmp-st-chg-clts giving cmp-st-chg-clts
              move 'ST TXBL GROSS'  to d-cmp-change
              move old-clt-st-grs   to ws-edit-amt
              move ws-edit-amt      to d-cmp-prior
              move new-clt-st-grs   to ws-edit-amt
              move ws-edit-amt      to d-cmp-new
              perform write-change-line
           end-if

           if clt-changed
              add 1 to cmp-changed-clts giving cmp-changed-clts
              perform write-cmpreq-rec
           else
              add 1 to cmp-same-clts giving cmp-same-clts
           end-if.

      *******************************************************************

       write-change-line.

           write print-rec from cmp-detail-line after 1 lines

      *    office, client and name print on the client's first line only
           if not clt-changed
              move 'y'    to ws-clt-changed-sw
              move spaces to d-cmp-off-nbr
                             d-cmp-clt-nbr
                             d-cmp-name
           end-if.

      *******************************************************************

       write-cmpreq-rec.

           move new-clt-off-nbr to cmq-off-nbr
           move new-clt-clt-nbr to cmq-clt-nbr
           write cmpreq-rec
           if cmpreq-flg not = i-o-ok
              move cmpreq-flg to msg-bad-return-cd
              move 'Unable to write cmp_reprintreq.txt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if
           add 1 to cmp-req-cnt giving cmp-req-cnt.

      *******************************************************************

       get-new-client.

      *    summarizes the next client on the new extract.  control
      *    and office trailer records (types 0, 6-9) are passed over.

           move 'get-new-client' to msg-paragraph

           perform skip-new-non-client
              until p31x-flg not = i-o-ok
                 or (p31x-type-cd numeric
                     and p31x-type-cd > 0
                     and p31x-type-cd < 6)

           if p31x-flg not = i-o-ok
              move high-values to new-clt-key
           else
              initialize new-clt
              move p31x-off-nbr to new-clt-off-nbr
                                   ws-rec-off-nbr
              move p31x-clt-nbr to new-clt-clt-nbr
                                   ws-rec-clt-nbr
              perform accum-new-rec
                 until p31x-flg not = i-o-ok
                    or ws-rec-key not = new-clt-key
              add 1 to cmp-new-clts giving cmp-new-clts
              add new-clt-fd-grs to cmp-new-fd-grs
              add new-clt-st-grs to cmp-new-st-grs
           end-if.

      *******************************************************************

       skip-new-non-client.

           perform read-next-p31x.

      *******************************************************************

       accum-new-rec.

           if p31x-type-cd numeric
              evaluate p31x-type-cd
                 when 1
                    move p31x-clt-name     to new-clt-name
                    move p31x-clt-deliv-cd to new-clt-deliv-cd
                    move p31x-clt-bus-type to new-clt-bus-type
                 when 4
                    if p31x-lo-cd = zeroes
                       if p31x-st-cd = zeroes
                          add 1 to new-clt-emp-cnt
                          add p31x-emp-fd-txbl-grs to new-clt-fd-grs
                       else
                          add p31x-emp-st-txbl-grs to new-clt-st-grs
                       end-if
                    end-if
                 when other
                    continue
              end-evaluate
           end-if

           perform read-next-p31x
           move p31x-off-nbr to ws-rec-off-nbr
           move p31x-clt-nbr to ws-rec-clt-nbr.

      *******************************************************************

       get-pri-client.

           move 'get-pri-client' to msg-paragraph

           perform skip-pri-non-client
              until prior-flg not = i-o-ok
                 or (pri-type-cd numeric
                     and pri-type-cd > 0
                     and pri-type-cd < 6)

           if prior-flg not = i-o-ok
              move high-values to old-clt-key
           else
              initialize old-clt
              move pri-off-nbr to old-clt-off-nbr
                                  ws-rec-off-nbr
              move pri-clt-nbr to old-clt-clt-nbr
                                  ws-rec-clt-nbr
              perform accum-pri-rec
                 until prior-flg not = i-o-ok
                    or ws-rec-key not = old-clt-key
              add 1 to cmp-pri-clts giving cmp-pri-clts
              add old-clt-fd-grs to cmp-pri-fd-grs
              add old-clt-st-grs to cmp-pri-st-grs
           end-if.

      *******************************************************************

       skip-pri-non-client.

           perform read-next-prior.

      *******************************************************************

       accum-pri-rec.

           if pri-type-cd numeric
              evaluate pri-type-cd
                 when 1
                    move pri-clt-name     to old-clt-name
                    move pri-clt-deliv-cd to old-clt-deliv-cd
                    move pri-clt-bus-type to old-clt-bus-type
                 when 4
                    if pri-lo-cd = zeroes
                       if pri-st-cd = zeroes
                          add 1 to old-clt-emp-cnt
                          add pri-emp-fd-txbl-grs to old-clt-fd-grs
                       else
                          add pri-emp-st-txbl-grs to old-clt-st-grs
                       end-if
                    end-if
                 when other
                    continue
              end-evaluate
           end-if

           perform read-next-prior
           move pri-off-nbr to ws-rec-off-nbr
           move pri-clt-nbr to ws-rec-clt-nbr.

      *******************************************************************

       print-cmp-totals.

           move 'print-cmp-totals' to msg-paragraph

           move 'PRIOR EXTRACT CLIENTS'          to d-cmp-tot-label
           move cmp-pri-clts                     to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 3 lines
           move 'NEW EXTRACT CLIENTS'            to d-cmp-tot-label
           move cmp-new-clts                     to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines
           move 'CLIENTS ADDED'                  to d-cmp-tot-label
           move cmp-added-clts                   to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 2 lines
           move 'CLIENTS DROPPED'                to d-cmp-tot-label
           move cmp-dropped-clts                 to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines
           move 'DELIVERY CODE CHANGES'          to d-cmp-tot-label
           move cmp-deliv-chg-clts               to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines
           move 'BUSINESS TYPE CHANGES'          to d-cmp-tot-label
           move cmp-bus-chg-clts                 to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines
           move 'EMPLOYEE COUNT CHANGES'         to d-cmp-tot-label
           move cmp-emp-chg-clts                 to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines
           move 'FEDERAL TAXABLE GROSS CHANGES'  to d-cmp-tot-label
           move cmp-fd-chg-clts                  to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines
           move 'STATE TAXABLE GROSS CHANGES'    to d-cmp-tot-label
           move cmp-st-chg-clts                  to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines
           move 'MATCHED CLIENTS CHANGED'        to d-cmp-tot-label
           move cmp-changed-clts                 to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 2 lines
           move 'MATCHED CLIENTS UNCHANGED'      to d-cmp-tot-label
           move cmp-same-clts                    to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines
           move 'CLIENTS ON REPRINT REQUEST FILE' to d-cmp-tot-label
           move cmp-req-cnt                      to d-cmp-tot-cnt
           write print-rec from cmp-total-line after 1 lines

           move 'FEDERAL TAXABLE GROSS'          to d-cmp-amt-label
           move cmp-pri-fd-grs                   to d-cmp-amt-prior
           move cmp-new-fd-grs                   to d-cmp-amt-new
           write print-rec from cmp-amt-line after 2 lines
           move 'STATE TAXABLE GROSS'            to d-cmp-amt-label
           move cmp-pri-st-grs                   to d-cmp-amt-prior
           move cmp-new-st-grs                   to d-cmp-amt-new
           write print-rec from cmp-amt-line after 1 lines

           move spaces to msg-arguments
           initialize     msg-arguments
           string 'EXTRACT COMPARE - ADDED: '    delimited by size
                  cmp-added-clts                 delimited by size
                  ' DROPPED: '                   delimited by size
                  cmp-dropped-clts               delimited by size
                  ' CHANGED: '                   delimited by size
                  cmp-changed-clts               delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       read-next-p31x.

           move 3 to io-call-func
           call 'prp31xio'.

      *******************************************************************

       read-next-prior.

           read prior-file
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

           call 'prp31xio'
           if p31x-flg not = i-o-ok
              move zero                      to msg-req-key
              move 'Unable to open p31xfile' to msg-bad-data
              move p31x-flg                  to msg-bad-return-cd
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/p31x_prior.dat' delimited by size
                  into prior-tree

           open input prior-file
           if prior-flg not = i-o-ok
              move prior-flg to msg-bad-return-cd
              move 'Unable to open p31x_prior.dat' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/cmp_reprintreq.txt' delimited by size
                  into cmpreq-tree

           open output cmpreq-file
           if cmpreq-flg not = i-o-ok
              move cmpreq-flg to msg-bad-return-cd
              move 'Unable to open cmp_reprintreq.txt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/p31x_compare.rpt' delimited by size
                  into print-tree

           open output print-file
           if print-flg not = i-o-ok
              move print-flg to msg-bad-return-cd
              move 'Unable to open p31x_compare.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           move n-99 to io-call-func
           call 'prp31xio'
           close prior-file
           close cmpreq-file
           close print-file.

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

       program-id. prgdelp.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Plans the office ranges for parallel split runs of the W-2     *
      *   delivery report.  Reads the p31x office index built by         *
      *   prgdelx and cuts the office span into the requested number     *
      *   of streams of roughly equal record count, never splitting an   *
      *   office and never leaving a stream empty.  Writes one prgdel    *
      *   parameter card per stream (the base card from the command      *
      *   line with the stream's office range laid over it), the         *
      *   planned range list the prgdelc coverage audit checks the       *
      *   merged hand-offs against, and a planning report of each        *
      *   stream's office span, office count, record count and          *
      *   percent of the file.                                           *
      *                                                                  *
      *   Command line: columns 1-2 the number of streams (1-99),        *
      *   columns 3 on the prgdel parameter image to copy onto every     *
      *   card.                                                          *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.
       copy 'prpidxsl'.
       copy 'prrngxsl'.

       select parm-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is parm-flg.

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

       fd  pidx-file
           data record is pidx-rec
           value of file-id is pidx-tree.
           copy 'prpidxfd'.

       fd  rngx-file
           data record is rngx-rec
           value of file-id is rngx-tree.
           copy 'prrngxfd'.

       fd  parm-file
           data record is parm-rec
           value of file-id is parm-tree.
       01 parm-rec                    pic x(80).

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
       copy 'prpidxws'.
       copy 'prrngxws'.
       copy 'prw2pmws'.

       77 ws-pgm-name              pic x(15) value 'prgdelp'.

       01 parm-flg                      pic x(02) value spaces.
       01 parm-tree                     pic x(60) value spaces.
       01 print-flg                     pic x(02) value spaces.
       01 print-tree                    pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 plan-parameters.
          05 p-stream-parm              pic x(02) value spaces.
          05 p-base-card                pic x(78) value spaces.

       01 ws-stream-norm                pic x(02) value spaces.
       01 ws-stream-cnt                 pic 9(02) value zeroes.

       01 ws-warn-sw                    pic x(01) value 'n'.
          88 plan-warned                          value 'y'.

      *    the office index, in office order as prgdelx wrote it
       01 office-table.
          05 off-cnt                    pic 9(05) value zeroes.
          05 off-entry                  occurs 9999 times.
             10 off-nbr                 pic 9(04).
             10 off-rec-cnt             pic 9(09).

       01 off-sub                       pic 9(05) value zeroes.
       01 ws-offs-left                  pic 9(05) value zeroes.
       01 ws-total-recs                 pic 9(11) value zeroes.
       01 ws-cum-recs                   pic 9(11) value zeroes.
       01 ws-target-recs                pic 9(11) value zeroes.
       01 ws-over-target                pic s9(11) value zeroes.
       01 ws-under-target               pic s9(11) value zeroes.

       01 stream-table.
          05 str-entry                  occurs 99 times.
             10 str-off-from            pic 9(04).
             10 str-off-to              pic 9(04).
             10 str-off-cnt             pic 9(05).
             10 str-rec-cnt             pic 9(11).

       01 str-sub                       pic 9(03) value zeroes.
       01 ws-pct                        pic 9(03)v99 value zeroes.

       01 plan-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(32) value
             'W2 DELIVERY OFFICE RANGE PLAN   '.
          05 d-plan-date                pic x(10) value spaces.
          05                            pic x(02) value spaces.
          05 d-plan-streams             pic z9.
          05                            pic x(09) value ' STREAMS '.
          05 d-plan-recs                pic z(10)9.
          05                            pic x(08) value ' RECORDS'.

       01 plan-col-line.
          05                            pic x(02) value spaces.
          05                            pic x(06) value 'STREAM'.
          05                            pic x(03) value spaces.
          05                            pic x(04) value 'FROM'.
          05                            pic x(03) value spaces.
          05                            pic x(02) value 'TO'.
          05                            pic x(05) value spaces.
          05                            pic x(07) value 'OFFICES'.
          05                            pic x(07) value spaces.
          05                            pic x(07) value 'RECORDS'.
          05                            pic x(03) value spaces.
          05                            pic x(07) value 'PERCENT'.

       01 plan-detail-line.
          05                            pic x(06) value spaces.
          05 d-plan-stream              pic z9.
          05                            pic x(03) value spaces.
          05 d-plan-from                pic 9(04).
          05                            pic x(01) value spaces.
          05 d-plan-to                  pic 9(04).
          05                            pic x(05) value spaces.
          05 d-plan-off-cnt             pic z(4)9.
          05                            pic x(03) value spaces.
          05 d-plan-rec-cnt             pic z(10)9.
          05                            pic x(04) value spaces.
          05 d-plan-pct                 pic zz9.99.

       01 plan-total-line.
          05                            pic x(02) value spaces.
          05                            pic x(06) value 'TOTAL '.
          05                            pic x(19) value spaces.
          05 d-plan-tot-offs            pic z(4)9.
          05                            pic x(03) value spaces.
          05 d-plan-tot-recs            pic z(10)9.
          05                            pic x(04) value spaces.
          05                            pic x(06) value '100.00'.

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

           perform load-office-index

           perform cut-streams

           perform write-plan

           perform close-files

           perform log-finish-msg

           if plan-warned
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

           accept plan-parameters from command-line

      *    right-justify the count so 'prgdelp 4' and 'prgdelp 04'
      *    both work
           if p-stream-parm(2:1) = space
              move p-stream-parm(1:1) to ws-stream-norm(2:1)
              move '0'                to ws-stream-norm(1:1)
           else
              move p-stream-parm      to ws-stream-norm
           end-if

           perform open-files

           if ws-stream-norm numeric
              and ws-stream-norm not = zeroes
              move ws-stream-norm to ws-stream-cnt
           else
              move spaces to msg-bad-data
              string 'Stream count missing or not numeric: '
                                      delimited by size
                     p-stream-parm    delimited by size
                 into msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           accept date-n from date yyyymmdd
           move date-n-mm   to date-f-mm
           move date-n-dd   to date-f-dd
           move date-n-ccyy to date-f-ccyy
           move date-f      to d-plan-date.

      *******************************************************************

       load-office-index.

           move 'load-office-index' to msg-paragraph

           perform read-next-pidx
           perform load-pidx-rec
              until pidx-flg not = i-o-ok

           if off-cnt = zeroes
              or ws-total-recs = zeroes
              move 'Office index is empty - run prgdelx first'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

      *    a stream needs at least one office
           if off-cnt < ws-stream-cnt
              move 'y' to ws-warn-sw
              move spaces to msg-bad-data
              string 'Fewer offices than streams - streams cut to '
                                      delimited by size
                     off-cnt          delimited by size
                 into msg-bad-data
              perform log-type-w-msg
              move off-cnt to ws-stream-cnt
           end-if.

      *******************************************************************

       load-pidx-rec.

           move 'load-pidx-rec' to msg-paragraph

      *    ranges are cut by walking the offices in order, so an
      *    index out of office order cannot be planned from
           if off-cnt > zeroes
              and pidx-off-nbr not > off-nbr(off-cnt)
              move spaces to msg-bad-data
              string 'Office index out of order at office '
                                      delimited by size
                     pidx-off-nbr     delimited by size
                 into msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           if off-cnt not < 9999
              move 'Office index exceeds 9999 offices'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           add 1 to off-cnt giving off-cnt
           move pidx-off-nbr to off-nbr(off-cnt)
           move pidx-rec-cnt to off-rec-cnt(off-cnt)
           add pidx-rec-cnt to ws-total-recs giving ws-total-recs

           perform read-next-pidx.

      *******************************************************************

       cut-streams.

      *    walks the offices in order filling stream 1, then 2, and
      *    so on.  a stream is closed ahead of the next office when
      *    taking that office would overshoot the stream's share of
      *    the file (its cumulative target) by more than leaving it
      *    out would fall short, or when every remaining office is
      *    needed to give each remaining stream one.

           move 'cut-streams' to msg-paragraph

           initialize stream-table
           move zeroes to ws-cum-recs
           move 1 to str-sub
           perform compute-stream-target

           move 1 to off-sub
           perform place-office
              until off-sub > off-cnt

      *    each range runs up to the office before the next range
      *    starts, so the planned ranges tile the span with no gaps
           move 1 to str-sub
           perform set-stream-range-end
              until str-sub > ws-stream-cnt.

      *******************************************************************

       place-office.

           move 'place-office' to msg-paragraph

           compute ws-over-target =
                   ws-cum-recs + off-rec-cnt(off-sub) - ws-target-recs
           compute ws-under-target = ws-target-recs - ws-cum-recs
           compute ws-offs-left = off-cnt - off-sub + 1

           if str-sub < ws-stream-cnt
              and str-off-cnt(str-sub) > zeroes
              and (ws-over-target > ws-under-target
                   or ws-offs-left = ws-stream-cnt - str-sub)
              add 1 to str-sub giving str-sub
              perform compute-stream-target
           end-if

           if str-off-cnt(str-sub) = zeroes
              move off-nbr(off-sub) to str-off-from(str-sub)
           end-if
           add 1 to str-off-cnt(str-sub) giving str-off-cnt(str-sub)
           add off-rec-cnt(off-sub) to str-rec-cnt(str-sub)
               giving str-rec-cnt(str-sub)
           add off-rec-cnt(off-sub) to ws-cum-recs
               giving ws-cum-recs

           add 1 to off-sub giving off-sub.

      *******************************************************************

       compute-stream-target.

           compute ws-target-recs rounded =
                   ws-total-recs * str-sub / ws-stream-cnt.

      *******************************************************************

       set-stream-range-end.

           if str-sub < ws-stream-cnt
              compute str-off-to(str-sub) =
                      str-off-from(str-sub + 1) - 1
           else
              move off-nbr(off-cnt) to str-off-to(str-sub)
           end-if

           add 1 to str-sub giving str-sub.

      *******************************************************************

       write-plan.

           move 'write-plan' to msg-paragraph

           move ws-stream-cnt to d-plan-streams
           move ws-total-recs to d-plan-recs
           write print-rec from plan-header-line after 0 lines
           write print-rec from plan-col-line    after 2 lines

           move 1 to str-sub
           perform write-stream
              until str-sub > ws-stream-cnt

           move off-cnt       to d-plan-tot-offs
           move ws-total-recs to d-plan-tot-recs
           write print-rec from plan-total-line after 2 lines

           move spaces to msg-arguments
           initialize     msg-arguments
           string 'RANGE PLAN - STREAMS: '     delimited by size
                  ws-stream-cnt                delimited by size
                  ' OFFICES: '                 delimited by size
                  off-cnt                      delimited by size
                  ' RECORDS: '                 delimited by size
                  ws-total-recs                delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       write-stream.

           move 'write-stream' to msg-paragraph

           compute ws-pct rounded =
                   str-rec-cnt(str-sub) * 100 / ws-total-recs

           move str-sub               to d-plan-stream
           move str-off-from(str-sub) to d-plan-from
           move str-off-to(str-sub)   to d-plan-to
           move str-off-cnt(str-sub)  to d-plan-off-cnt
           move str-rec-cnt(str-sub)  to d-plan-rec-cnt
           move ws-pct                to d-plan-pct
           write print-rec from plan-detail-line after 1 lines

           move str-sub               to rngx-stream-nbr
           move str-off-from(str-sub) to rngx-off-from
           move str-off-to(str-sub)   to rngx-off-to
           move str-off-cnt(str-sub)  to rngx-off-cnt
           move str-rec-cnt(str-sub)  to rngx-rec-cnt
           write rngx-rec

      *    the base card's own range, if any, is overlaid
           move p-base-card           to w2delv-parameters
           move str-off-from(str-sub) to w-office-from
           move str-off-to(str-sub)   to w-office-to
           write parm-rec from w2delv-parameters

           add 1 to str-sub giving str-sub.

      *******************************************************************

       read-next-pidx.

           read pidx-file
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

           move 'P31XIDX' to dict-name
           call 'fxlt' using dict-name
                             pidx-tree

           open input pidx-file
           if pidx-flg not = i-o-ok
              move pidx-flg to msg-bad-return-cd
              move 'Unable to open office index - run prgdelx first'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/vnd_tran.ranges' delimited by size
                  into rngx-tree

           open output rngx-file
           if rngx-flg not = i-o-ok
              and rngx-flg not = '05'
              move rngx-flg to msg-bad-return-cd
              move 'Unable to open vnd_tran.ranges' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/vnd_tran_rngparm.dat' delimited by size
                  into parm-tree

           open output parm-file
           if parm-flg not = i-o-ok
              move parm-flg to msg-bad-return-cd
              move 'Unable to open vnd_tran_rngparm.dat'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/vnd_tran_rngplan.rpt' delimited by size
                  into print-tree

           open output print-file
           if print-flg not = i-o-ok
              move print-flg to msg-bad-return-cd
              move 'Unable to open vnd_tran_rngplan.rpt'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           close pidx-file
           close rngx-file
           close parm-file
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

      *   needs and stop after the last, instead of scanning the         *
      *   whole extract.  Run once after the extract lands, before       *
      *   any targeted runs.                                             *
      *   The build is recorded as the first step of the season job      *
      *   stream on the step control file, with the extract's control    *
      *   totals as its identity.  An extract other than the one the     *
      *   last index was built from starts the stream over: the later    *
      *   steps' records are cleared.  An extract with no control        *
      *   record cannot be identified and fails the step (return code    *
      *   8), so no later step will run against it.                      *
      *                                                                  *
      ********************************************************************

       copy 'prmsxxsl'.
       copy 'prp31xsl'.
       copy 'prpidxsl'.
       copy 'prstcxsl'.

      ****************************************************************
       data division.
           value of file-id is pidx-tree.
           copy 'prpidxfd'.

       fd  stepctl-file
           data record is stepctl-rec
           value of file-id is stepctl-tree.
           copy 'prstcxfd'.

      ****************************************************************

       working-storage section.
       copy 'prioxxws'.
       copy 'prp31xws'.
       copy 'prpidxws'.
       copy 'prstcxws'.

       77 ws-pgm-name              pic x(15) value 'prgdelx'.

       01 ws-off-rec-cnt                pic 9(09) value zeroes.
       01 ws-off-cnt                    pic 9(05) value zeroes.

       01 ws-ctl-rec-sw                 pic x(01) value 'n'.
          88 ctl-rec-present                      value 'y'.
       01 ws-prev-index-sw              pic x(01) value 'n'.
          88 prev-index-built                     value 'y'.
       01 ws-prev-extract-id            pic x(75) value spaces.
       01 ws-step-clear-cnt             pic 9(05) value zeroes.
       01 ws-step-rc                    pic 9(04) value zeroes.
       01 ws-step-rec-sw                pic x(01) value 'n'.
          88 step-recorded                       value 'y'.

      ****************************************************************

       procedure division.

           perform report-index-counts

           if not ctl-rec-present
              move 8 to ws-step-rc
              move 'No control record on extract - stream cannot start'
                to msg-bad-data
              perform log-type-f-msg
           end-if

           move 'F'        to stc-end-status
           move ws-step-rc to stc-end-rc
           perform record-step-finish

           perform close-files

           perform log-finish-msg

           move ws-step-rc to return-code

           stop run.

           move 1 to return-code
                     no-rsp-sw

           perform open-files

           perform record-step-start.

      *******************************************************************

              add 1 to ws-off-rec-cnt giving ws-off-rec-cnt
           end-if

           if p31x-type-cd numeric
              and p31x-type-cd = 0
              perform hold-extract-id
           end-if

           perform read-next-p31x.

      *******************************************************************

       hold-extract-id.

      *    the control record's counts and hashes identify the extract
      *    to every later step of the stream

           move 'hold-extract-id' to msg-paragraph

           move 'y'                  to ws-ctl-rec-sw
           move p31x-ctl-cnt-type-1  to stc-run-cnt-type-1
           move p31x-ctl-cnt-type-3  to stc-run-cnt-type-3
           move p31x-ctl-cnt-type-4  to stc-run-cnt-type-4
           move p31x-ctl-cnt-type-9  to stc-run-cnt-type-9
           if p31x-ctl-cnt-type-5 numeric
              move p31x-ctl-cnt-type-5 to stc-run-cnt-type-5
           else
              move zeroes              to stc-run-cnt-type-5
           end-if
           move p31x-ctl-fd-grs-hash to stc-run-fd-grs-hash
           move p31x-ctl-fd-amt-hash to stc-run-fd-amt-hash.

      *******************************************************************

       write-index-rec.
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       record-step-start.

      *    the extract the last index was built from is kept aside: a
      *    different one this time starts the stream over

           move 'record-step-start' to msg-paragraph

           perform open-stepctl

           move 1      to stc-step-nbr
           move spaces to stc-range
           read stepctl-file
           if stepctl-flg = i-o-ok
              move 'y'            to ws-prev-index-sw
              move stc-extract-id to ws-prev-extract-id
           end-if

           initialize stepctl-rec
           move 1         to stc-step-nbr
           move spaces    to stc-range
           move 'prgdelx' to stc-pgm-name
           move 'S'       to stc-status
           accept stc-now-dt from date yyyymmdd
           accept stc-now-tm from time
           move stc-now-dt      to stc-start-dt
           move stc-now-tm(1:6) to stc-start-tm
           move spaces          to stc-finish-stamp
           if prev-index-built
              rewrite stepctl-rec
           else
              write stepctl-rec
           end-if
           if stepctl-flg not = i-o-ok
              move stepctl-flg to msg-bad-return-cd
              move 'Unable to record step start on step control file'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'y' to ws-step-rec-sw
           close stepctl-file.

      *******************************************************************

       record-step-finish.

      *    an aborted build ends 'A' and leaves the later steps and
      *    the extract id alone - they only move with a finished index

           move 'record-step-finish' to msg-paragraph

           move 'n' to ws-step-rec-sw
           perform open-stepctl

           if stc-end-status = 'F'
              and (not prev-index-built
                   or stc-run-extract-id not = ws-prev-extract-id)
              perform clear-stream-steps
           end-if

           move 1      to stc-step-nbr
           move spaces to stc-range
           read stepctl-file
           if stepctl-flg = i-o-ok
              move stc-end-status to stc-status
              accept stc-now-dt from date yyyymmdd
              accept stc-now-tm from time
              move stc-now-dt         to stc-finish-dt
              move stc-now-tm(1:6)    to stc-finish-tm
              move stc-end-rc         to stc-return-cd
              if stc-end-status = 'F'
                 move stc-run-extract-id to stc-extract-id
              end-if
              rewrite stepctl-rec
           end-if
           if stepctl-flg not = i-o-ok
              move stepctl-flg to msg-bad-return-cd
              move 'Unable to record step finish on step control file'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           close stepctl-file.

      *******************************************************************

       clear-stream-steps.

      *    a new extract: the delivery report, consolidation and
      *    confirmation steps recorded against the old one are gone

           move 'clear-stream-steps' to msg-paragraph

           move 2          to stc-step-nbr
           move low-values to stc-range
           start stepctl-file key not < stc-key
           if stepctl-flg = i-o-ok
              perform read-next-stepctl
              perform delete-stream-step
                 until stepctl-flg not = i-o-ok
           end-if

           move spaces to msg-arguments
           initialize     msg-arguments
           string 'NEW EXTRACT - LATER STEPS CLEARED: '
                                             delimited by size
                  ws-step-clear-cnt          delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       delete-stream-step.

           delete stepctl-file record
           if stepctl-flg = i-o-ok
              add 1 to ws-step-clear-cnt giving ws-step-clear-cnt
              perform read-next-stepctl
           else
              move stepctl-flg to msg-bad-return-cd
              move 'Unable to clear a step from the step control file'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *******************************************************************

       read-next-stepctl.

           read stepctl-file next record
              at end continue
           end-read.

      *******************************************************************

       open-stepctl.

      *    '05' is optional-file-created - the first index build of a
      *    season starts the step control file

           move 'STEPCTL' to dict-name
           call 'fxlt' using dict-name
                             stepctl-tree

           open i-o stepctl-file
           if stepctl-flg not = i-o-ok
              and stepctl-flg not = '05'
              move stepctl-flg to msg-bad-return-cd
              move 'Unable to open step control file' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *******************************************************************

       read-next-p31x.
          call 'prcommsr'.

       abort-rtn.
          if step-recorded
             move 'n' to ws-step-rec-sw
             move 'A' to stc-end-status
             move 1   to stc-end-rc
             perform record-step-finish
          end-if
          move 1 to return-code
          stop run.

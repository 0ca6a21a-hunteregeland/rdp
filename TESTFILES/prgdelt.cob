       program-id. prgdelt.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Lists where the season's W-2 job stream stands, off the step   *
      *   control file: the office index build (prgdelx), the delivery   *
      *   report range runs (prgdel), the range-run consolidation        *
      *   (prgdelc) and the courier delivery confirmation (prgdeld).     *
      *   Each step recorded is listed with its program, office range,   *
      *   status, start and finish, return code, the extract figures it  *
      *   ran against, and whether it stands good against the office     *
      *   index step's extract.  The listing ends with the next step     *
      *   the stream is waiting on.                                      *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.
       copy 'prstcxsl'.

       select list-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is list-flg.

      ****************************************************************
       data division.

       file section.

       fd  msgfile external
           data record is ms-rec
           value of file-id is msgfile-tree.
           copy 'prmsxxfd'.

       fd  stepctl-file
           data record is stepctl-rec
           value of file-id is stepctl-tree.
           copy 'prstcxfd'.

       fd  list-file
           data record is list-rec
           value of file-id is list-tree.
       01 list-rec                    pic x(132).

      ****************************************************************

       working-storage section.

       copy 'prmsxxws'.
       copy 'prconsws'.
       copy 'prcommws'.
       copy 'prioxxws'.
       copy 'prstcxws'.

       77 ws-pgm-name              pic x(15) value 'prgdelt'.

       01 list-flg                      pic x(02) value spaces.
       01 list-tree                     pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 ws-step-cnt                   pic 9(05) value zeroes.

      *    where the stream stands: each step good or not, the range
      *    runs counted good and not, and the latest range run start
      *    against the consolidation's start
       01 ws-index-sw                   pic x(01) value 'n'.
          88 index-step-good                     value 'y'.
       01 ws-whole-run-sw               pic x(01) value 'n'.
          88 whole-run-good                      value 'y'.
       01 ws-consol-sw                  pic x(01) value 'n'.
          88 consol-step-good                    value 'y'.
       01 ws-confirm-sw                 pic x(01) value 'n'.
          88 confirm-step-good                   value 'y'.
       01 ws-report-good-cnt            pic 9(05) value zeroes.
       01 ws-report-bad-cnt             pic 9(05) value zeroes.
       01 ws-report-last-stamp          pic x(14) value spaces.
       01 ws-consol-stamp               pic x(14) value spaces.

       01 stc-list-title.
          05                            pic x(36) value
             'W2 DELIVERY SEASON JOB STREAM STEPS '.

       01 stc-list-header.
          05                            pic x(04) value 'STEP'.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'PROGRAM'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value 'RANGE'.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'STATUS'.
          05                            pic x(02) value spaces.
          05                            pic x(15) value 'STARTED'.
          05                            pic x(02) value spaces.
          05                            pic x(15) value 'FINISHED'.
          05                            pic x(02) value spaces.
          05                            pic x(04) value '  RC'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value
             '   TYPE-4'.
          05                            pic x(02) value spaces.
          05                            pic x(19) value
             '     FED GROSS HASH'.
          05                            pic x(02) value spaces.
          05                            pic x(22) value 'CHECK'.

       01 stc-list-detail.
          05                            pic x(03) value spaces.
          05 d-stc-step-nbr             pic 9(01) value zeroes.
          05                            pic x(02) value spaces.
          05 d-stc-pgm-name             pic x(08) value spaces.
          05                            pic x(02) value spaces.
          05 d-stc-range                pic x(09) value spaces.
          05                            pic x(02) value spaces.
          05 d-stc-status               pic x(08) value spaces.
          05                            pic x(02) value spaces.
          05 d-stc-start-dt             pic x(08) value spaces.
          05                            pic x(01) value spaces.
          05 d-stc-start-tm             pic x(06) value spaces.
          05                            pic x(02) value spaces.
          05 d-stc-finish-dt            pic x(08) value spaces.
          05                            pic x(01) value spaces.
          05 d-stc-finish-tm            pic x(06) value spaces.
          05                            pic x(02) value spaces.
          05 d-stc-return-cd            pic z(03)9.
          05                            pic x(02) value spaces.
          05 d-stc-cnt-type-4           pic z(08)9.
          05                            pic x(02) value spaces.
          05 d-stc-fd-grs-hash          pic -(15)9.99.
          05                            pic x(02) value spaces.
          05 d-stc-check                pic x(22) value spaces.

       01 stc-list-none.
          05                            pic x(34) value
             'NO STEPS RECORDED FOR THIS SEASON'.

       01 stc-list-next.
          05                            pic x(13) value
             'STREAM NEXT: '.
          05 d-stc-next                 pic x(60) value spaces.

      ****************************************************************

       procedure division.

           perform log-start-msg

           perform initialization

           perform list-step-recs

           perform print-stream-position

           perform close-files

           perform log-finish-msg

           move 0 to return-code

           stop run.

      *******************************************************************

       initialization.

           move 'initialization' to msg-paragraph

           move 1 to return-code
                     no-rsp-sw

           perform open-files

           write list-rec from stc-list-title
           write list-rec from stc-list-header after 2 lines.

      *******************************************************************

       list-step-recs.

      *    the file is keyed by step then range, so the office index
      *    step comes first and its extract is the one every later
      *    step is judged against

           move 'list-step-recs' to msg-paragraph

           perform read-next-stepctl
           perform list-step-rec
              until stepctl-flg not = i-o-ok

           if ws-step-cnt = zeroes
              write list-rec from stc-list-none after 2 lines
           end-if.

      *******************************************************************

       list-step-rec.

           move 'list-step-rec' to msg-paragraph

           add 1 to ws-step-cnt giving ws-step-cnt

           if stc-step-index
              move stc-extract-id to stc-run-extract-id
           end-if

           perform judge-step-in-hand

           move stc-step-nbr        to d-stc-step-nbr
           move stc-pgm-name        to d-stc-pgm-name
           move stc-range           to d-stc-range
           evaluate true
              when stc-started
                 move 'STARTED'  to d-stc-status
              when stc-finished
                 move 'FINISHED' to d-stc-status
              when stc-aborted
                 move 'ABORTED'  to d-stc-status
              when other
                 move stc-status to d-stc-status
           end-evaluate
           move stc-start-dt        to d-stc-start-dt
           move stc-start-tm        to d-stc-start-tm
           move stc-finish-dt       to d-stc-finish-dt
           move stc-finish-tm       to d-stc-finish-tm
           move stc-return-cd       to d-stc-return-cd
           move stc-ext-cnt-type-4  to d-stc-cnt-type-4
           move stc-ext-fd-grs-hash to d-stc-fd-grs-hash
           if stc-step-good
              move 'GOOD'           to d-stc-check
           else
              move stc-verdict-text to d-stc-check
           end-if

           write list-rec from stc-list-detail

           perform tally-stream-position

           perform read-next-stepctl.

      *******************************************************************

       tally-stream-position.

           move 'tally-stream-position' to msg-paragraph

           evaluate true
              when stc-step-index
                 if stc-step-good
                    move 'y' to ws-index-sw
                 end-if
              when stc-step-report
                 if stc-step-good
                    add 1 to ws-report-good-cnt
                        giving ws-report-good-cnt
                    if stc-range = '0000-9999'
                       move 'y' to ws-whole-run-sw
                    end-if
                 else
                    add 1 to ws-report-bad-cnt
                        giving ws-report-bad-cnt
                 end-if
                 if stc-start-stamp > ws-report-last-stamp
                    move stc-start-stamp to ws-report-last-stamp
                 end-if
              when stc-step-consol
                 if stc-step-good
                    move 'y'             to ws-consol-sw
                    move stc-start-stamp to ws-consol-stamp
                 end-if
              when stc-step-confirm
                 if stc-step-good
                    move 'y' to ws-confirm-sw
                 end-if
           end-evaluate.

      *******************************************************************

       judge-step-in-hand.

      *    what the step record in hand says about that step against
      *    the office index step's extract in stc-run-extract-id

           evaluate true
              when stc-started
                 move 'U' to stc-verdict
                 move 'NOT FINISHED'           to stc-verdict-text
              when stc-aborted
                 or stc-return-cd > 4
                 move 'F' to stc-verdict
                 move 'FAILED'                 to stc-verdict-text
              when stc-extract-id not = stc-run-extract-id
                 move 'X' to stc-verdict
                 move 'RAN ON ANOTHER EXTRACT' to stc-verdict-text
              when other
                 move 'K' to stc-verdict
                 move spaces                   to stc-verdict-text
           end-evaluate.

      *******************************************************************

       print-stream-position.

      *    the first step not yet standing good is the one the stream
      *    waits on.  a range run since the consolidation needs the
      *    consolidation again; one run over the whole extract needs
      *    no consolidation at all.

           move 'print-stream-position' to msg-paragraph

           evaluate true
              when not index-step-good
                 move 'OFFICE INDEX BUILD - PRGDELX' to d-stc-next
              when ws-report-good-cnt = zeroes
                 or ws-report-bad-cnt > zeroes
                 move 'DELIVERY REPORT RANGE RUNS - PRGDEL'
                      to d-stc-next
              when whole-run-good
                 and not consol-step-good
                 and not confirm-step-good
                 move 'DELIVERY CONFIRMATION - PRGDELD'
                      to d-stc-next
              when not consol-step-good
                 or ws-report-last-stamp > ws-consol-stamp
                 move 'RANGE-RUN CONSOLIDATION - PRGDELC'
                      to d-stc-next
              when not confirm-step-good
                 move 'DELIVERY CONFIRMATION - PRGDELD'
                      to d-stc-next
              when other
                 move 'NONE - DELIVERY CONFIRMATION MAY BE RERUN'
                      to d-stc-next
           end-evaluate

           write list-rec from stc-list-next after 2 lines.

      *******************************************************************

       read-next-stepctl.

           read stepctl-file next record
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

           move 'STEPCTL' to dict-name
           call 'fxlt' using dict-name
                             stepctl-tree

           open input stepctl-file
      *    '05' is optional-file-not-present - a season with no step
      *    run yet lists as empty, waiting on the index build
           if stepctl-flg not = i-o-ok
              and stepctl-flg not = '05'
              move stepctl-flg to msg-bad-return-cd
              move 'Unable to open step control file'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/stepctl.rpt' delimited by size
                  into list-tree

           open output list-file
           if list-flg not = i-o-ok
              move list-flg to msg-bad-return-cd
              move 'Unable to open stepctl.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           close stepctl-file
           close list-file.

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

       log-type-f-msg.
          move ws-pgm-name to msg-calling-prog
          move 69           to comm-call-func
          call 'prcommsr'.

       abort-rtn.
          move 1 to return-code
          stop run.

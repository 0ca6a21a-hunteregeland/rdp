       program-id. prgdelv.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Verifies the vendor hand-off files of a W-2 delivery report    *
      *   run against the run's hand-off control file, so a file cut     *
      *   short or doubled in transfer is caught before it is loaded.    *
      *   Each file on the control file - presort, e-delivery index,     *
      *   courier manifest, billing, transmittal, ORS properties, print  *
      *   stream, employee mailing, job tickets - is re-read under the   *
      *   name it went out under and its records, clients, W-2s, pages   *
      *   and billed amount are re-totalled by its layout and held       *
      *   against the totals it was written with.  The command line      *
      *   names the file (PRST, EDLV, MNFT, BILL, TRMT, ORS, PSTR, EMPM  *
      *   or JTKT; blank or ALL for every file) in columns 1-4 and the   *
      *   run's range suffix as in the file names (e.g. _0100_0199,      *
      *   _bounce; blank for the whole-extract run) in columns 6-15.     *
      *   Return code 8 when any file is missing, out of balance or not  *
      *   on the control file, else 0.                                   *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.
       copy 'prhctlsl'.

       select hand-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is hand-flg.

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

       fd  hctl-file
           data record is hctl-rec
           value of file-id is hctl-tree.
           copy 'prhctlfd'.

       fd  hand-file
           data record is hand-rec
           value of file-id is hand-tree.
       01 hand-rec.
          05 hand-rec-type            pic x(01).
          05                          pic x(473).

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
       copy 'prhctlws'.
       copy 'prpsrtws'.
       copy 'predlxws'.
       copy 'prmnfxws'.
       copy 'prbillws'.
       copy 'prtrmxws'.
       copy 'prpstxws'.
       copy 'premlxws'.
       copy 'prjtktws'.

       77 ws-pgm-name              pic x(15) value 'prgdelv'.

       01 hand-flg                      pic x(02) value spaces.
       01 hand-tree                     pic x(60) value spaces.
       01 list-flg                      pic x(02) value spaces.
       01 list-tree                     pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 verify-parameters.
          05 v-file-parm                pic x(04) value spaces.
             88 v-all-files                       values spaces
                                                         'ALL '
                                                         'all '.
          05                            pic x(01) value spaces.
          05 v-range-parm               pic x(10) value spaces.

      *    files on the control file asked for, and how they came out
       01 ws-check-cnt                  pic 9(05) value zeroes.
       01 ws-good-cnt                   pic 9(05) value zeroes.
       01 ws-fail-cnt                   pic 9(05) value zeroes.
       01 ws-bad-rec-cnt                pic 9(09) value zeroes.
       01 ws-file-sw                    pic x(01) value 'n'.
          88 file-missing                        value 'y'.

       01 vfy-title.
          05                            pic x(36) value
             'W2 DELIVERY HAND-OFF FILE CONTROLS  '.
          05                            pic x(08) value 'RANGE: '.
          05 d-vfy-range                pic x(10) value spaces.
          05                            pic x(12) value
             '  RUN DATE: '.
          05 d-vfy-run-dt               pic x(08) value spaces.
          05                            pic x(01) value spaces.
          05 d-vfy-run-tm               pic x(04) value spaces.
          05                            pic x(12) value
             '  TAX YEAR: '.
          05 d-vfy-tax-year             pic x(04) value spaces.

       01 vfy-header.
          05                            pic x(04) value 'FILE'.
          05                            pic x(02) value spaces.
          05                            pic x(07) value spaces.
          05                            pic x(02) value spaces.
          05                            pic x(09) value
             '  RECORDS'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value
             '  CLIENTS'.
          05                            pic x(02) value spaces.
          05                            pic x(11) value
             '       W-2S'.
          05                            pic x(02) value spaces.
          05                            pic x(11) value
             '      PAGES'.
          05                            pic x(02) value spaces.
          05                            pic x(16) value
             '          AMOUNT'.
          05                            pic x(02) value spaces.
          05                            pic x(16) value 'RESULT'.

       01 vfy-file-line.
          05 d-vfy-file-id              pic x(04) value spaces.
          05                            pic x(02) value spaces.
          05 d-vfy-file-name            pic x(60) value spaces.

       01 vfy-detail.
          05                            pic x(06) value spaces.
          05 d-vfy-label                pic x(07) value spaces.
          05                            pic x(02) value spaces.
          05 d-vfy-rec-cnt              pic z(08)9.
          05                            pic x(02) value spaces.
          05 d-vfy-clt-cnt              pic z(08)9.
          05                            pic x(02) value spaces.
          05 d-vfy-w2-cnt               pic z(10)9.
          05                            pic x(02) value spaces.
          05 d-vfy-page-cnt             pic z(10)9.
          05                            pic x(02) value spaces.
          05 d-vfy-amt-hash             pic -(12)9.99.
          05                            pic x(02) value spaces.
          05 d-vfy-result               pic x(16) value spaces.

       01 vfy-not-on-file.
          05 d-vfy-nof-id               pic x(04) value spaces.
          05                            pic x(02) value spaces.
          05                            pic x(40) value
             'NOT ON THE HAND-OFF CONTROL FILE'.

       01 vfy-total-line.
          05                            pic x(16) value
             'FILES CHECKED: '.
          05 d-vfy-check-cnt            pic z(04)9.
          05                            pic x(13) value
             '   BALANCED: '.
          05 d-vfy-good-cnt             pic z(04)9.
          05                            pic x(11) value
             '   FAILED: '.
          05 d-vfy-fail-cnt             pic z(04)9.

      ****************************************************************

       procedure division.

           perform log-start-msg

           perform initialization

           perform verify-handoff-files

           perform print-verify-totals

           perform close-files

           perform log-finish-msg

           if ws-fail-cnt > zeroes
              move 8 to return-code
           else
              move 0 to return-code
           end-if

           stop run.

      *******************************************************************

       initialization.

           move 'initialization' to msg-paragraph

           move 1 to return-code
                     no-rsp-sw

           accept verify-parameters from command-line

           perform open-files.

      *******************************************************************

       verify-handoff-files.

      *    every file the control file lists is checked, or just the
      *    one asked for.  one asked for and not listed fails - the
      *    run never wrote it, or the control file is not its run's.

           move 'verify-handoff-files' to msg-paragraph

           perform read-next-hctl
           if hctl-flg = i-o-ok
              move hctl-run-dt   to d-vfy-run-dt
              move hctl-run-tm   to d-vfy-run-tm
              move hctl-tax-year to d-vfy-tax-year
           end-if
           move v-range-parm to d-vfy-range

           write list-rec from vfy-title
           write list-rec from vfy-header after 2 lines
           move spaces to list-rec
           write list-rec

           perform verify-hctl-rec
              until hctl-flg not = i-o-ok

           if not v-all-files
              and ws-check-cnt = zeroes
              add 1 to ws-fail-cnt giving ws-fail-cnt
              move v-file-parm to d-vfy-nof-id
              write list-rec from vfy-not-on-file
              move spaces to msg-bad-data
              string v-file-parm                  delimited by size
                     ' is not on the hand-off control file'
                                                  delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if.

      *******************************************************************

       verify-hctl-rec.

           move 'verify-hctl-rec' to msg-paragraph

           if v-all-files
              or v-file-parm = hctl-file-id
              add 1 to ws-check-cnt giving ws-check-cnt
              perform verify-handoff-file
           end-if

           perform read-next-hctl.

      *******************************************************************

       verify-handoff-file.

      *    the file's totals are re-built in its hct-entry from what
      *    is on it now, then held against the control record

           move 'verify-handoff-file' to msg-paragraph

           move 1 to hct-sub
           perform find-hct-sub
              until hct-sub > 9
                 or hct-id(hct-sub) = hctl-file-id
           if hct-sub > 9
              move 1 to hct-sub
           end-if

           move zeroes to hct-rec-cnt(hct-sub)
                          hct-clt-cnt(hct-sub)
                          hct-w2-cnt(hct-sub)
                          hct-page-cnt(hct-sub)
                          hct-amt-hash(hct-sub)
                          ws-bad-rec-cnt
           move spaces to hct-last-clt(hct-sub)
           move 'n' to ws-file-sw

           move hctl-file-name to hand-tree
           open input hand-file
           if hand-flg not = i-o-ok
              move 'y' to ws-file-sw
           else
              perform read-next-hand
              perform tally-hand-rec
                 until hand-flg not = i-o-ok
              close hand-file
           end-if

           move hctl-file-id    to d-vfy-file-id
           move hctl-file-name  to d-vfy-file-name
           write list-rec from vfy-file-line

           move spaces          to vfy-detail
           move 'CONTROL'       to d-vfy-label
           move hctl-rec-cnt    to d-vfy-rec-cnt
           move hctl-clt-cnt    to d-vfy-clt-cnt
           move hctl-w2-cnt     to d-vfy-w2-cnt
           move hctl-page-cnt   to d-vfy-page-cnt
           move hctl-amt-hash   to d-vfy-amt-hash
           write list-rec from vfy-detail

           move spaces          to vfy-detail
           move 'FOUND'         to d-vfy-label
           move hct-rec-cnt(hct-sub)  to d-vfy-rec-cnt
           move hct-clt-cnt(hct-sub)  to d-vfy-clt-cnt
           move hct-w2-cnt(hct-sub)   to d-vfy-w2-cnt
           move hct-page-cnt(hct-sub) to d-vfy-page-cnt
           move hct-amt-hash(hct-sub) to d-vfy-amt-hash
           evaluate true
              when file-missing
                 move 'FILE MISSING'    to d-vfy-result
              when ws-bad-rec-cnt > zeroes
                 move 'UNREADABLE RECS' to d-vfy-result
              when hct-rec-cnt(hct-sub)  not = hctl-rec-cnt
                 or hct-clt-cnt(hct-sub)  not = hctl-clt-cnt
                 or hct-w2-cnt(hct-sub)   not = hctl-w2-cnt
                 or hct-page-cnt(hct-sub) not = hctl-page-cnt
                 or hct-amt-hash(hct-sub) not = hctl-amt-hash
                 move 'OUT OF BALANCE'  to d-vfy-result
              when other
                 move 'BALANCED'        to d-vfy-result
           end-evaluate
           write list-rec from vfy-detail
           move spaces to list-rec
           write list-rec

           if d-vfy-result = 'BALANCED'
              add 1 to ws-good-cnt giving ws-good-cnt
           else
              add 1 to ws-fail-cnt giving ws-fail-cnt
              move hand-flg to msg-bad-return-cd
              move spaces   to msg-bad-data
              string hctl-file-id                 delimited by size
                     ' hand-off file '            delimited by size
                     d-vfy-result                 delimited by '  '
                 into msg-bad-data
              perform log-type-w-msg
           end-if.

      *******************************************************************

       find-hct-sub.

           add 1 to hct-sub giving hct-sub.

      *******************************************************************

       tally-hand-rec.

      *    totals by the file's own layout, as the delivery report
      *    counted them when it wrote the file: manifest W-2s and
      *    pages off the client records only, billing W-2s with the
      *    amended W-2s billed, properties files by record alone.
      *    the print stream is a record per coupon - a W-2 on each
      *    employee's first coupon, a page on each page's first - and
      *    the employee mailing file a record per W-2; both count a
      *    client on the first of its records.  job tickets count
      *    clients and pages off the client lines only.

           move 'tally-hand-rec' to msg-paragraph

           add 1 to hct-rec-cnt(hct-sub)

           evaluate true
              when hctl-presort
                 move hand-rec to presort-line
                 if prsrt-page-cnt numeric
                    add 1              to hct-clt-cnt(hct-sub)
                    add prsrt-page-cnt to hct-page-cnt(hct-sub)
                 else
                    add 1 to ws-bad-rec-cnt
                 end-if
              when hctl-edelv-index
                 move hand-rec to edelv-index-line
                 if edelv-emp-cnt numeric
                    add 1             to hct-clt-cnt(hct-sub)
                    add edelv-emp-cnt to hct-w2-cnt(hct-sub)
                 else
                    add 1 to ws-bad-rec-cnt
                 end-if
              when hctl-manifest
                 if hand-rec-type = 'C'
                    move hand-rec to manifest-clt-line
                    if mnf-fd-w2-cnt numeric
                       and mnf-w2-page-cnt numeric
                       add 1               to hct-clt-cnt(hct-sub)
                       add mnf-fd-w2-cnt   to hct-w2-cnt(hct-sub)
                       add mnf-w2-page-cnt to hct-page-cnt(hct-sub)
                    else
                       add 1 to ws-bad-rec-cnt
                    end-if
                 end-if
              when hctl-billing
                 move hand-rec to billing-line
                 if bil-fd-w2-cnt numeric
                    and bil-amend-cnt numeric
                    and bil-page-cnt numeric
                    and bil-amount numeric
                    add 1             to hct-clt-cnt(hct-sub)
                    add bil-fd-w2-cnt to hct-w2-cnt(hct-sub)
                    add bil-amend-cnt to hct-w2-cnt(hct-sub)
                    add bil-page-cnt  to hct-page-cnt(hct-sub)
                    add bil-amount    to hct-amt-hash(hct-sub)
                 else
                    add 1 to ws-bad-rec-cnt
                 end-if
              when hctl-transmittal
                 move hand-rec to transmittal-line
                 if trm-fd-w2-cnt numeric
                    add 1             to hct-clt-cnt(hct-sub)
                    add trm-fd-w2-cnt to hct-w2-cnt(hct-sub)
                 else
                    add 1 to ws-bad-rec-cnt
                 end-if
              when hctl-print-stream
                 move hand-rec to pstr-line
                 if pstr-cpn-seq numeric
                    and pstr-page-pos numeric
                    if pstr-cpn-seq = 1
                       add 1 to hct-w2-cnt(hct-sub)
                    end-if
                    if pstr-page-pos = 1
                       add 1 to hct-page-cnt(hct-sub)
                    end-if
                    perform tally-hand-clt
                 else
                    add 1 to ws-bad-rec-cnt
                 end-if
              when hctl-empmail
                 move hand-rec to empml-line
                 if empml-page-cnt numeric
                    add 1              to hct-w2-cnt(hct-sub)
                    add empml-page-cnt to hct-page-cnt(hct-sub)
                    perform tally-hand-clt
                 else
                    add 1 to ws-bad-rec-cnt
                 end-if
              when hctl-job-ticket
                 if hand-rec-type = 'C'
                    move hand-rec to jobtkt-clt-line
                    if jtc-page-cnt numeric
                       add 1            to hct-clt-cnt(hct-sub)
                       add jtc-page-cnt to hct-page-cnt(hct-sub)
                    else
                       add 1 to ws-bad-rec-cnt
                    end-if
                 end-if
           end-evaluate

           perform read-next-hand.

      *******************************************************************

       tally-hand-clt.

      *    office and client lead the record on both layouts

           if hand-rec(1:15) not = hct-last-clt(hct-sub)
              add 1 to hct-clt-cnt(hct-sub)
              move hand-rec(1:15) to hct-last-clt(hct-sub)
           end-if.

      *******************************************************************

       print-verify-totals.

           move 'print-verify-totals' to msg-paragraph

           move ws-check-cnt to d-vfy-check-cnt
           move ws-good-cnt  to d-vfy-good-cnt
           move ws-fail-cnt  to d-vfy-fail-cnt
           write list-rec from vfy-total-line after 2 lines.

      *******************************************************************

       read-next-hctl.

           read hctl-file
              at end continue
           end-read.

      *******************************************************************

       read-next-hand.

           move spaces to hand-rec
           read hand-file
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
                  '/vnd_tran' delimited by size
                  v-range-parm delimited by space
                  '.ctl' delimited by size
                  into hctl-tree

           open input hctl-file
           if hctl-flg not = i-o-ok
              move hctl-flg to msg-bad-return-cd
              move 'Unable to open hand-off control file vnd_tran.ctl'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move spaces to list-tree
           string ws-temp-tree delimited by space
                  '/vnd_tran_verify' delimited by size
                  v-range-parm delimited by space
                  '.rpt' delimited by size
                  into list-tree

           open output list-file
           if list-flg not = i-o-ok
              move list-flg to msg-bad-return-cd
              move 'Unable to open vnd_tran_verify.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           close hctl-file
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

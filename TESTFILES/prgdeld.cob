      *   aging report lists every package still unconfirmed more than   *
      *   N days after it shipped (N from the command line, default 5).  *
      *   Each office's C records are balanced against the T trailer's   *
      *   package count as the manifest loads.  When the office          *
      *   reference file is present each office's aged packages are      *
      *   headed by the office name and courier route.  Packages are     *
      *   tracked by carton: each C record loads one status record per   *
      *   carton, a confirmation naming a carton confirms just that      *
      *   carton (one with no carton number confirms the whole           *
      *   package), and cartons age on their own, so a package only      *
      *   partly delivered is reported as a partial delivery.            *
      *   As step 4 of the season job stream it refuses to run unless    *
      *   the office index step finished clean and the range runs were   *
      *   consolidated on the same extract (or one delivery report run   *
      *   covered the whole extract) with no range run since.            *
      *                                                                  *
      ********************************************************************

              access       is sequential
              file status  is print-flg.

       copy 'proffxsl'.
       copy 'prstcxsl'.

      ****************************************************************
       data division.

       fd  manifest-file
           data record is mnf-rec
           value of file-id is manifest-tree.
       01 mnf-rec                     pic x(84).

       fd  conf-file
           data record is conf-rec
          05 conf-off-nbr             pic x(04).
          05 conf-clt-nbr             pic x(11).
          05 conf-dt                  pic 9(08).
      *    carton number; blank on a whole-package confirmation
          05 conf-ctn-nbr             pic x(04).

       fd  dlvstat-file
           data record is dlvstat-rec
           value of file-id is dlvstat-tree.
           copy 'prdlvsfd'.

       fd  print-file
           data record is print-rec
           value of file-id is print-tree.
       01 print-rec                   pic x(132).

       fd  offref-file
           data record is offref-rec
           value of file-id is offref-tree.
           copy 'proffxfd'.

       fd  stepctl-file
           data record is stepctl-rec
           value of file-id is stepctl-tree.
           copy 'prstcxfd'.

      ****************************************************************

       working-storage section.
       copy 'prioxxws'.

       copy 'prmnfxws'.
       copy 'proffxws'.
       copy 'prstcxws'.

       77 ws-pgm-name              pic x(15) value 'prgdeld'.

       01 dlvstat-tree                  pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 ws-offref-open-sw             pic x(01) value 'n'.
          88 offref-is-open                       value 'y'.
       01 ws-aging-last-off             pic x(04) value spaces.

       01 age-days-parm                 pic x(03) value spaces.
       01 age-days-norm                 pic x(03) value spaces.
       01 ws-age-threshold              pic 9(03) value zeroes.
          05 ws-ship-dd                 pic 9(02).

       01 ws-off-clt-cnt                pic 9(09) value zeroes.
       01 ws-off-ctn-cnt                pic 9(09) value zeroes.
       01 ws-mnf-ctn-cnt                pic 9(04) value zeroes.
       01 ws-ctn-sub                    pic 9(04) value zeroes.
       01 ws-conf-match-sw              pic x(01) value 'n'.
          88 conf-matched                         value 'y'.

      *    the package being aged: its cartons seen and confirmed, and
      *    whether any of them printed as aged
       01 ws-age-clt-key.
          05 ws-age-off-nbr             pic x(04) value spaces.
          05 ws-age-clt-nbr             pic x(11) value spaces.
       01 ws-age-ctn-seen               pic 9(04) value zeroes.
       01 ws-age-ctn-conf               pic 9(04) value zeroes.
       01 ws-age-clt-aged-sw            pic x(01) value 'n'.
          88 age-clt-aged                         value 'y'.
       01 ws-partial-cnt                pic 9(09) value zeroes.
       01 ws-mnf-load-cnt               pic 9(09) value zeroes.
       01 ws-conf-appl-cnt              pic 9(09) value zeroes.
       01 ws-conf-rej-cnt               pic 9(09) value zeroes.
       01 ws-conf-unmatch-cnt           pic 9(09) value zeroes.
       01 ws-aged-cnt                   pic 9(09) value zeroes.

       01 ws-consol-stamp               pic x(14) value spaces.
       01 ws-step-late-cnt              pic 9(03) value zeroes.
       01 ws-step-rec-sw                pic x(01) value 'n'.
          88 step-recorded                       value 'y'.

       01 aging-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(33) value
          05                            pic x(10) value 'SHIPPED   '.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'AGE DAYS'.
          05                            pic x(04) value spaces.
          05                            pic x(06) value 'CARTON'.

       01 aging-detail-line.
          05                            pic x(02) value spaces.
          05 d-aging-ship-dt            pic 9(08) value zeroes.
          05                            pic x(05) value spaces.
          05 d-aging-age                pic z(4)9.
          05                            pic x(04) value spaces.
          05 d-aging-ctn-nbr            pic z(3)9.
          05                            pic x(04) value ' OF '.
          05 d-aging-ctn-cnt            pic z(3)9.

       01 aging-office-line.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'OFFICE: '.
          05 d-aging-hdr-off-nbr        pic x(04) value spaces.
          05                            pic x(02) value spaces.
          05 d-aging-off-name           pic x(30) value spaces.
          05                            pic x(02) value spaces.
          05                            pic x(07) value 'ROUTE: '.
          05 d-aging-route              pic x(06) value spaces.

       01 aging-total-line.
          05                            pic x(02) value spaces.
             'PACKAGES PAST THRESHOLD       '.
          05 d-aging-tot                pic z(8)9.

       01 aging-partial-line.
          05                            pic x(19) value spaces.
          05                            pic x(27) value
             'PARTIAL DELIVERY - CARTONS '.
          05 d-partial-conf             pic z(3)9.
          05                            pic x(04) value ' OF '.
          05 d-partial-ctn              pic z(3)9.
          05                            pic x(10) value ' CONFIRMED'.

       01 aging-partial-tot-line.
          05                            pic x(02) value spaces.
          05                            pic x(30) value
             'PARTIAL DELIVERIES            '.
          05 d-partial-tot              pic z(8)9.

       01 aging-none-line.
          05                            pic x(02) value spaces.
          05                            pic x(40) value
              move 0 to return-code
           end-if

           move 'F'         to stc-end-status
           move return-code to stc-end-rc
           perform record-step-finish
           move stc-end-rc  to return-code

           stop run.

      *******************************************************************
           move date-f      to d-aging-date
           move ws-age-threshold to d-aging-threshold

           perform open-files

           perform check-step-prereqs

           perform record-step-start.

      *******************************************************************


           add 1 to ws-off-clt-cnt giving ws-off-clt-cnt

      *    a manifest cut before packages were built into cartons has
      *    no carton count - the package ships as a single carton
           if mnf-ctn-cnt numeric
              and mnf-ctn-cnt > zeroes
              move mnf-ctn-cnt to ws-mnf-ctn-cnt
           else
              move 1           to ws-mnf-ctn-cnt
           end-if
           add ws-mnf-ctn-cnt to ws-off-ctn-cnt giving ws-off-ctn-cnt

           move 1 to ws-ctn-sub
           perform load-manifest-ctn
              until ws-ctn-sub > ws-mnf-ctn-cnt.

      *******************************************************************

       load-manifest-ctn.

           move 'load-manifest-ctn' to msg-paragraph

           move mnf-off-nbr to dlvstat-off-nbr
           move mnf-clt-nbr to dlvstat-clt-nbr
           move ws-ctn-sub  to dlvstat-ctn-nbr
           read dlvstat-file
           if dlvstat-flg = i-o-ok
      *       already on file from an earlier load of this manifest -
      *       a confirmed carton stays confirmed
              continue
           else
              move mnf-off-nbr        to dlvstat-off-nbr
              move mnf-clt-nbr        to dlvstat-clt-nbr
              move ws-ctn-sub         to dlvstat-ctn-nbr
              move mnf-clt-name       to dlvstat-clt-name
              move mnf-deliv-channel  to dlvstat-deliv-channel
              move mnf-deliv-cd       to dlvstat-deliv-cd
              move ws-run-dt          to dlvstat-ship-dt
              move 'S'                to dlvstat-status
              move zeroes             to dlvstat-conf-dt
              move ws-mnf-ctn-cnt     to dlvstat-ctn-cnt
              write dlvstat-rec
              if dlvstat-flg = i-o-ok
                 add 1 to ws-mnf-load-cnt giving ws-mnf-load-cnt
                    into msg-bad-data
                 perform log-type-w-msg
              end-if
           end-if

           add 1 to ws-ctn-sub giving ws-ctn-sub.

      *******************************************************************

              perform log-type-w-msg
           end-if

           if mnf-tr-ctn-cnt numeric
              and mnf-tr-ctn-cnt > zeroes
              and ws-off-ctn-cnt not = mnf-tr-ctn-cnt
              move spaces to msg-bad-data
              string 'Manifest trailer carton mismatch for office '
                                       delimited by size
                     mnf-tr-off-nbr    delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if

           move zeroes to ws-off-clt-cnt
                          ws-off-ctn-cnt.

      *******************************************************************

           if conf-off-nbr not numeric
              or conf-clt-nbr = spaces
              or conf-dt not numeric
              or (conf-ctn-nbr not = spaces
                  and conf-ctn-nbr not numeric)
              add 1 to ws-conf-rej-cnt giving ws-conf-rej-cnt
              move spaces to msg-bad-data
              string 'Unusable confirmation record '

           move 'apply-conf-status' to msg-paragraph

           if conf-ctn-nbr numeric
              and conf-ctn-nbr not = zeroes
              move conf-off-nbr to dlvstat-off-nbr
              move conf-clt-nbr to dlvstat-clt-nbr
              move conf-ctn-nbr to dlvstat-ctn-nbr
              read dlvstat-file
              if dlvstat-flg = i-o-ok
                 perform confirm-dlvstat-ctn
              else
                 perform reject-unmatched-conf
              end-if
           else
      *       no carton number - the courier confirmed the whole
      *       package, so every carton on file for the client goes
              move 'n'          to ws-conf-match-sw
              move conf-off-nbr to dlvstat-off-nbr
              move conf-clt-nbr to dlvstat-clt-nbr
              move zeroes       to dlvstat-ctn-nbr
              start dlvstat-file key > dlvstat-key
              if dlvstat-flg = i-o-ok
                 perform read-next-dlvstat
                 perform confirm-package-ctn
                    until dlvstat-flg not = i-o-ok
                       or dlvstat-off-nbr not = conf-off-nbr
                       or dlvstat-clt-nbr not = conf-clt-nbr
              end-if
              if not conf-matched
                 perform reject-unmatched-conf
              end-if
           end-if.

      *******************************************************************

       confirm-package-ctn.

           move 'y' to ws-conf-match-sw
           perform confirm-dlvstat-ctn
           perform read-next-dlvstat.

      *******************************************************************

       confirm-dlvstat-ctn.

           move 'confirm-dlvstat-ctn' to msg-paragraph

           if dlvstat-confirmed
              continue
           else
              move 'C'     to dlvstat-status
              move conf-dt to dlvstat-conf-dt
              rewrite dlvstat-rec
              if dlvstat-flg = i-o-ok
                 add 1 to ws-conf-appl-cnt
                     giving ws-conf-appl-cnt
              else
                 move dlvstat-flg to msg-bad-return-cd
                 move 'Unable to rewrite delivery status record'
                      to msg-bad-data
                 perform log-type-w-msg
              end-if
           end-if.

      *******************************************************************

       reject-unmatched-conf.

           add 1 to ws-conf-unmatch-cnt giving ws-conf-unmatch-cnt
           move spaces to msg-bad-data
           string 'Confirmation with no manifest package '
                                  delimited by size
                  conf-off-nbr    delimited by size
                  '-'             delimited by size
                  conf-clt-nbr    delimited by size
                  ' '             delimited by size
                  conf-ctn-nbr    delimited by size
              into msg-bad-data
           perform log-type-w-msg.

      *******************************************************************

       print-aging-report.
              perform read-next-dlvstat
              perform age-dlvstat-rec
                 until dlvstat-flg not = i-o-ok
              perform close-aging-package
           end-if

           if ws-aged-cnt = zeroes
           else
              move ws-aged-cnt to d-aging-tot
              write print-rec from aging-total-line after 2 lines
           end-if

           move ws-partial-cnt to d-partial-tot
           write print-rec from aging-partial-tot-line after 1 lines.

      *******************************************************************


           move 'age-dlvstat-rec' to msg-paragraph

           if dlvstat-off-nbr not = ws-age-off-nbr
              or dlvstat-clt-nbr not = ws-age-clt-nbr
              perform close-aging-package
              move dlvstat-off-nbr to ws-age-off-nbr
              move dlvstat-clt-nbr to ws-age-clt-nbr
           end-if
           add 1 to ws-age-ctn-seen giving ws-age-ctn-seen
           if dlvstat-confirmed
              add 1 to ws-age-ctn-conf giving ws-age-ctn-conf
           end-if

           if dlvstat-shipped
              move dlvstat-ship-dt to ws-ship-dt-work
              compute ws-ship-serial =
                      + ws-ship-dd
              compute ws-pkg-age = ws-run-serial - ws-ship-serial
              if ws-pkg-age > ws-age-threshold
                 if dlvstat-off-nbr not = ws-aging-last-off
                    perform print-aging-office-line
                 end-if
                 move dlvstat-off-nbr        to d-aging-off-nbr
                 move dlvstat-clt-nbr        to d-aging-clt-nbr
                 move dlvstat-clt-name       to d-aging-clt-name
                 move dlvstat-deliv-channel  to d-aging-channel
                 move dlvstat-ship-dt        to d-aging-ship-dt
                 move ws-pkg-age             to d-aging-age
                 move dlvstat-ctn-nbr        to d-aging-ctn-nbr
                 move dlvstat-ctn-cnt        to d-aging-ctn-cnt
                 write print-rec from aging-detail-line after 1 lines
                 add 1 to ws-aged-cnt giving ws-aged-cnt
                 move 'y' to ws-age-clt-aged-sw
              end-if
           end-if

           perform read-next-dlvstat.

      *******************************************************************

       close-aging-package.

      *    some but not all of a package's cartons confirmed is a
      *    partial delivery; under its aged cartons it says so

           move 'close-aging-package' to msg-paragraph

           if ws-age-ctn-conf > zeroes
              and ws-age-ctn-conf < ws-age-ctn-seen
              add 1 to ws-partial-cnt giving ws-partial-cnt
              if age-clt-aged
                 move ws-age-ctn-conf to d-partial-conf
                 move ws-age-ctn-seen to d-partial-ctn
                 write print-rec from aging-partial-line after 1 lines
              end-if
           end-if

           move zeroes to ws-age-ctn-seen
                          ws-age-ctn-conf
           move 'n'    to ws-age-clt-aged-sw.

      *******************************************************************

       print-aging-office-line.

           move 'print-aging-office-line' to msg-paragraph

      *    an office missing from the reference file, or every office
      *    when the file is not there, still gets its heading, just
      *    without a name or route
           move dlvstat-off-nbr to ws-aging-last-off
                                   d-aging-hdr-off-nbr
           move spaces          to d-aging-off-name
                                   d-aging-route
           if offref-is-open
              and dlvstat-off-nbr numeric
              move dlvstat-off-nbr to offref-off-nbr
              read offref-file
              if offref-flg = i-o-ok
                 move offref-off-name to d-aging-off-name
                 move offref-route    to d-aging-route
              end-if
           end-if
           write print-rec from aging-office-line after 2 lines.

      *******************************************************************

       report-tracking-counts.
              move 'Unable to open dlvaging.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

      *    office names and routes for the aging report - skipped
      *    quietly when the reference file is not there
           move 'OFFREF' to dict-name
           call 'fxlt' using dict-name
                             offref-tree
           open input offref-file
           if offref-flg = i-o-ok
              move 'y' to ws-offref-open-sw
           end-if.

      *****************************************************************

       check-step-prereqs.

      *    step 4 of the season job stream: the office index step and
      *    the range-run consolidation finished clean on one extract,
      *    with no range run since the consolidation.  a season run
      *    over the whole extract stands in for the consolidation.

           move 'check-step-prereqs' to msg-paragraph

           perform open-stepctl-input

           move 1      to stc-step-nbr
           move spaces to stc-range
           read stepctl-file
           if stepctl-flg = i-o-ok
              move stc-extract-id to stc-run-extract-id
           end-if
           perform judge-step-rec
           if not stc-step-good
              move spaces to msg-bad-data
              string 'Refused - office index step ' delimited by size
                     stc-verdict-text               delimited by size
                 into msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 3      to stc-step-nbr
           move spaces to stc-range
           perform judge-step-rec
           evaluate true
              when stc-step-good
                 move stc-start-stamp to ws-consol-stamp
              when stc-step-missing
                 move 2           to stc-step-nbr
                 move '0000-9999' to stc-range
                 perform judge-step-rec
                 evaluate true
                    when stc-step-good
                       continue
                    when stc-step-missing
                       move 'Refused - consolidation step has not run'
                            to msg-bad-data
                       perform log-type-f-msg
                       perform abort-rtn
                    when other
                       move spaces to msg-bad-data
                       string 'Refused - whole extract report step '
                                                delimited by size
                              stc-verdict-text  delimited by size
                          into msg-bad-data
                       perform log-type-f-msg
                       perform abort-rtn
                 end-evaluate
              when other
                 move spaces to msg-bad-data
                 string 'Refused - consolidation step '
                                           delimited by size
                        stc-verdict-text   delimited by size
                    into msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
           end-evaluate

           if ws-consol-stamp not = spaces
              move 2          to stc-step-nbr
              move low-values to stc-range
              start stepctl-file key not < stc-key
              if stepctl-flg = i-o-ok
                 perform read-next-stepctl
                 perform check-report-step
                    until stepctl-flg not = i-o-ok
                       or not stc-step-report
              end-if
           end-if

           close stepctl-file

           if ws-step-late-cnt > zeroes
              move 'Refused - a range was rerun since the consolidation'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       check-report-step.

           move 'check-report-step' to msg-paragraph

           if stc-start-stamp > ws-consol-stamp
              add 1 to ws-step-late-cnt giving ws-step-late-cnt
              move spaces to msg-bad-data
              string 'Report step '              delimited by size
                     stc-range                   delimited by size
                     ' rerun after consolidation'
                                                 delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if

           perform read-next-stepctl.

      *****************************************************************

       judge-step-rec.

      *    what the step record keyed in stc-key says about that step:
      *    the running step's extract is in stc-run-extract-id

           read stepctl-file
           evaluate true
              when stepctl-flg not = i-o-ok
                 move 'M' to stc-verdict
                 move 'has not run'            to stc-verdict-text
              when stc-started
                 move 'U' to stc-verdict
                 move 'has not finished'       to stc-verdict-text
              when stc-aborted
                 or stc-return-cd > 4
                 move 'F' to stc-verdict
                 move 'failed'                 to stc-verdict-text
              when stc-extract-id not = stc-run-extract-id
                 move 'X' to stc-verdict
                 move 'ran on another extract' to stc-verdict-text
              when other
                 move 'K' to stc-verdict
                 move spaces                   to stc-verdict-text
           end-evaluate.

      *****************************************************************

       read-next-stepctl.

           read stepctl-file next record
              at end continue
           end-read.

      *****************************************************************

       record-step-start.

           move 'record-step-start' to msg-paragraph

           perform open-stepctl-update
           move 4      to stc-step-nbr
           move spaces to stc-range
           read stepctl-file
           move stepctl-flg to stc-read-flg

           initialize stepctl-rec
           accept stc-now-dt from date yyyymmdd
           accept stc-now-tm from time
           move 4                  to stc-step-nbr
           move spaces             to stc-range
           move 'prgdeld'          to stc-pgm-name
           move 'S'                to stc-status
           move stc-now-dt         to stc-start-dt
           move stc-now-tm(1:6)    to stc-start-tm
           move spaces             to stc-finish-stamp
           move stc-run-extract-id to stc-extract-id
           if stc-read-flg = i-o-ok
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
           close stepctl-file
           move 'y' to ws-step-rec-sw.

      *****************************************************************

       record-step-finish.

      *    only warns when the record cannot be rewritten - the run is
      *    over, and a step left started shows on the stream listing

           move 'record-step-finish' to msg-paragraph

           move 'STEPCTL' to dict-name
           call 'fxlt' using dict-name
                             stepctl-tree
           open i-o stepctl-file
           if stepctl-flg = i-o-ok
              move 4      to stc-step-nbr
              move spaces to stc-range
              read stepctl-file
              if stepctl-flg = i-o-ok
                 accept stc-now-dt from date yyyymmdd
                 accept stc-now-tm from time
                 move stc-end-status  to stc-status
                 move stc-now-dt      to stc-finish-dt
                 move stc-now-tm(1:6) to stc-finish-tm
                 move stc-end-rc      to stc-return-cd
                 rewrite stepctl-rec
              end-if
              close stepctl-file
           end-if
           if stepctl-flg not = i-o-ok
              move stepctl-flg to msg-bad-return-cd
              move 'Unable to record step finish on step control file'
                   to msg-bad-data
              perform log-type-w-msg
           end-if.

      *****************************************************************

       open-stepctl-input.

           move 'STEPCTL' to dict-name
           call 'fxlt' using dict-name
                             stepctl-tree
           open input stepctl-file
           if stepctl-flg not = i-o-ok
              and stepctl-flg not = '05'
              move stepctl-flg to msg-bad-return-cd
              move 'Unable to open step control file' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

       open-stepctl-update.

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

      *****************************************************************
           close manifest-file
           close conf-file
           close dlvstat-file
           close print-file
           if offref-is-open
              close offref-file
           end-if.

       log-start-msg.
          move spaces       to msg-arguments
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

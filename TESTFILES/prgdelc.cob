      *   Consolidates the totals hand-off files written by parallel     *
      *   office-range runs of the W-2 delivery report.  The per-range   *
      *   files are concatenated into one input by the batch job; this   *
      *   program merges the grand-total, reconciliation, business-      *
      *   type, and region figures and prints the region subtotal        *
      *   pages, the single grand-total page, business-type totals, and  *
      *   reconciliation result a monolithic run would have produced.    *
      *   A region whose offices were split across ranges is merged by   *
      *   region code.  When the prgdelp range planner's planned range   *
      *   list is present, the merged ranges must be exactly the ranges  *
      *   planned.                                                       *
      *   As step 3 of the season job stream it refuses to run unless    *
      *   the office index step and every delivery report range run on   *
      *   the step control file finished clean on the same extract, and  *
      *   a merged range with no range run on the step control file      *
      *   breaks coverage.                                               *
      *                                                                  *
      ********************************************************************

              access       is sequential
              file status  is print-flg.

       copy 'prrngxsl'.
       copy 'prstcxsl'.

      ****************************************************************
       data division.

           copy 'prmsxxfd'.

       fd  handoff-file
           data record is hoff-hdr-rec hoff-bus-rec hoff-rgn-rec
           value of file-id is handoff-tree.
           copy 'prhofffd'.

           value of file-id is print-tree.
       01 print-rec                   pic x(280).

       fd  rngx-file
           data record is rngx-rec
           value of file-id is rngx-tree.
           copy 'prrngxfd'.

       fd  stepctl-file
           data record is stepctl-rec
           value of file-id is stepctl-tree.
           copy 'prstcxfd'.

      ****************************************************************

       working-storage section.
            leading ==bus-type==      by ==hin-bus==.

       copy 'prw2tlws'.
       copy 'prw2rgws'.
       copy 'prrngxws'.
       copy 'prstcxws'.

       77 ws-pgm-name              pic x(15) value 'prgdelc'.

       01 rng-hold-from                 pic 9(04) value zeroes.
       01 rng-hold-to                   pic 9(04) value zeroes.

      *    the planned ranges, when the planner's list is there.  a
      *    planned range with no matching hand-off (a stream that
      *    never ran or was left out of the concatenation) and a
      *    hand-off range that was never planned both fail the audit.
       01 plan-table.
          05 pln-cnt                    pic 9(03) value zeroes.
          05 pln-entry                  occurs 100 times.
             10 pln-from                pic 9(04).
             10 pln-to                  pic 9(04).

       01 pln-sub                       pic 9(03) value zeroes.
       01 ws-plan-sw                    pic x(01) value 'n'.
          88 range-plan-present                  value 'y'.
       01 ws-plan-match-sw              pic x(01) value 'n'.
          88 range-matched                       value 'y'.

      *    the delivery report range runs recorded on the step
      *    control file.  every one must have finished clean on the
      *    index step's extract, and every merged range must be one
      *    of them.
       01 step-table.
          05 stp-cnt                    pic 9(03) value zeroes.
          05 stp-entry                  occurs 100 times.
             10 stp-from                pic 9(04).
             10 stp-to                  pic 9(04).

       01 stp-sub                       pic 9(03) value zeroes.
       01 ws-step-bad-cnt               pic 9(03) value zeroes.
       01 ws-step-rec-sw                pic x(01) value 'n'.
          88 step-recorded                       value 'y'.

       01 coverage-plan-line.
          05                            pic x(04) value spaces.
          05 d-cov-plan-text            pic x(30) value spaces.
          05 d-cov-plan-from            pic 9(04) value zeroes.
          05                            pic x(01) value '-'.
          05 d-cov-plan-to              pic 9(04) value zeroes.

       01 coverage-defect-line.
          05                            pic x(04) value spaces.
          05 d-cov-text                 pic x(22) value spaces.
          05 hbw-st-txbl-grs            pic s9(11)v99.
          05 hbw-st-amt                 pic s9(11)v99.

      *    one region entry off an R record - same layout as
      *    rgn-entry in prw2rgws
       01 hoff-rgn-work.
          05 hrw-cd                     pic x(04).
          05 hrw-name                   pic x(20).
          05 hrw-off-cnt                pic s9(05).
          05 hrw-clts                   pic s9(11).
          05 hrw-emps                   pic s9(11).
          05 hrw-pages                  pic s9(11).
          05 hrw-fd-txbl-grs            pic s9(13)v99.
          05 hrw-fd-amt                 pic s9(13)v99.
          05 hrw-ss-txbl-grs            pic s9(13)v99.
          05 hrw-ss-amt                 pic s9(13)v99.
          05 hrw-med-txbl-grs           pic s9(13)v99.
          05 hrw-med-amt                pic s9(13)v99.
          05 hrw-ss-tips                pic s9(13)v99.
          05 hrw-alloc-tips             pic s9(13)v99.
          05 hrw-st-txbl-grs            pic s9(13)v99.
          05 hrw-st-amt                 pic s9(13)v99.
          05 hrw-lo-txbl-grs            pic s9(13)v99.
          05 hrw-lo-amt                 pic s9(13)v99.
          05 hrw-records                pic s9(14).

       01 consol-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(35) value

           perform merge-handoff-recs

           perform print-consol-regions

           perform print-consol-totals

           perform verify-range-coverage
              move 0 to return-code
           end-if

           move 'F'         to stc-end-status
           move return-code to stc-end-rc
           perform record-step-finish
           move stc-end-rc  to return-code

           stop run.

      *******************************************************************

           perform open-files

           perform check-step-prereqs

           perform record-step-start

           accept date-n from date yyyymmdd
           move date-n-mm   to date-f-mm
           move date-n-dd   to date-f-dd
           move date-n-ccyy to date-f-ccyy
           move date-f      to d-consol-date

           if range-plan-present
              perform load-range-plan
           end-if.

      *******************************************************************

       load-range-plan.

           move 'load-range-plan' to msg-paragraph

           perform read-next-rngx
           perform load-rngx-rec
              until rngx-flg not = i-o-ok.

      *******************************************************************

       load-rngx-rec.

           move 'load-rngx-rec' to msg-paragraph

           if pln-cnt < 100
              add 1 to pln-cnt giving pln-cnt
              move rngx-off-from to pln-from(pln-cnt)
              move rngx-off-to   to pln-to(pln-cnt)
           else
              move 'y' to ws-coverage-sw
              move 'Range plan table full - coverage not provable'
                   to msg-bad-data
              perform log-type-w-msg
           end-if

           perform read-next-rngx.

      *******************************************************************

       read-next-rngx.

           read rngx-file
              at end continue
           end-read.

      *******************************************************************

                 perform merge-grand-totals
              when hoff-is-bus-type
                 perform merge-bus-type-totals
              when hoff-is-region
                 perform merge-region-totals
              when other
                 move spaces to msg-bad-data
                 string 'Unknown hand-off record type '
               giving g-tot-stk-b14
           add hin-tot-held-clts to g-tot-held-clts
               giving g-tot-held-clts
           add hin-tot-empml-clts to g-tot-empml-clts
               giving g-tot-empml-clts
           add hin-tot-empml-emps to g-tot-empml-emps
               giving g-tot-empml-emps

           add hin-rec-clts to recon-clts
               giving recon-clts
                  giving bus-type-st-amt(hoff-bus-sub)
           end-if.

      *******************************************************************

       merge-region-totals.

      *    a region whose offices fell in more than one range comes
      *    in once per range - the figures and office counts add up
      *    under the one region code.  more regions than the table
      *    holds warns and leaves the extra region off the region
      *    pages; the grand totals are not affected.

           move 'merge-region-totals' to msg-paragraph

           move hoff-rgn-data to hoff-rgn-work
           perform find-region-slot
           if not rgn-found
              and rgn-cnt not < rgn-max
              move spaces to msg-bad-data
              string 'Region table full - region '
                                    delimited by size
                     hrw-cd         delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           else
              if not rgn-found
                 perform insert-region-slot
              end-if
              add hrw-off-cnt      to rgn-off-cnt(rgn-sub)
              add hrw-clts         to rgn-clts(rgn-sub)
              add hrw-emps         to rgn-emps(rgn-sub)
              add hrw-pages        to rgn-pages(rgn-sub)
              add hrw-fd-txbl-grs  to rgn-fd-txbl-grs(rgn-sub)
              add hrw-fd-amt       to rgn-fd-amt(rgn-sub)
              add hrw-ss-txbl-grs  to rgn-ss-txbl-grs(rgn-sub)
              add hrw-ss-amt       to rgn-ss-amt(rgn-sub)
              add hrw-med-txbl-grs to rgn-med-txbl-grs(rgn-sub)
              add hrw-med-amt      to rgn-med-amt(rgn-sub)
              add hrw-ss-tips      to rgn-ss-tips(rgn-sub)
              add hrw-alloc-tips   to rgn-alloc-tips(rgn-sub)
              add hrw-st-txbl-grs  to rgn-st-txbl-grs(rgn-sub)
              add hrw-st-amt       to rgn-st-amt(rgn-sub)
              add hrw-lo-txbl-grs  to rgn-lo-txbl-grs(rgn-sub)
              add hrw-lo-amt       to rgn-lo-amt(rgn-sub)
              add hrw-records      to rgn-records(rgn-sub)
           end-if.

      *******************************************************************

       find-region-slot.

      *    rgn-sub comes back pointing at the region, or at the slot
      *    the region belongs in to keep the table in code order when
      *    it is not there yet.

           move 'n' to rgn-found-sw
           add 1 to rgn-cnt giving rgn-ins-sub
           move 1 to rgn-sub
           perform
              until rgn-sub > rgn-cnt
                 if rgn-ins-sub > rgn-cnt
                    and rgn-cd(rgn-sub) not < hrw-cd
                    move rgn-sub to rgn-ins-sub
                    if rgn-cd(rgn-sub) = hrw-cd
                       move 'y' to rgn-found-sw
                    end-if
                 end-if
                 add 1 to rgn-sub
           end-perform
           move rgn-ins-sub to rgn-sub.

      *******************************************************************

       insert-region-slot.

           move rgn-cnt to rgn-sub
           perform
              until rgn-sub < rgn-ins-sub
                 move rgn-entry(rgn-sub) to rgn-entry(rgn-sub + 1)
                 subtract 1 from rgn-sub
           end-perform
           initialize rgn-entry(rgn-ins-sub)
           move hrw-cd   to rgn-cd(rgn-ins-sub)
           move hrw-name to rgn-name(rgn-ins-sub)
           add 1 to rgn-cnt
           move rgn-ins-sub to rgn-sub.

      *******************************************************************

       read-next-handoff.
           move 'print-consol-totals' to msg-paragraph

           move ws-hoff-file-cnt to d-consol-ranges
           if rgn-cnt > 0
              write print-rec from consol-header-line after page
           else
              write print-rec from consol-header-line after 0 lines
           end-if

           move g-tot-o-clts         to d-tot-o-clts
           move g-tot-o-emps         to d-tot-o-emps
           move g-tot-held-clts to d-tot-held-clts
           write print-rec from held-total-line        after 1 lines

           move 'CLIENTS MAILED DIRECT TO EMPLOYEE  ' to d-empml-label
           move g-tot-empml-clts to d-tot-empml-cnt
           write print-rec from empml-total-line       after 1 lines
           move 'EMPLOYEES MAILED DIRECT TO HOME    ' to d-empml-label
           move g-tot-empml-emps to d-tot-empml-cnt
           write print-rec from empml-total-line       after 1 lines

           perform print-stock-totals

           perform print-bus-type-totals

           perform reconcile-consol-totals.

      *******************************************************************

       print-consol-regions.

      *    one page per region ahead of the grand totals, as the
      *    monolithic run prints them.  ranges run without the office
      *    reference file send no region records and get no pages.

           move 'print-consol-regions' to msg-paragraph

           move ws-hoff-file-cnt to d-consol-ranges
           move 1 to rgn-sub
           perform
              until rgn-sub > rgn-cnt
                 if rgn-sub = 1
                    write print-rec from consol-header-line
                          after 0 lines
                 else
                    write print-rec from consol-header-line
                          after page
                 end-if
                 perform print-consol-region-page
                 add 1 to rgn-sub
           end-perform.

      *******************************************************************

       print-consol-region-page.

           move 'print-consol-region-page' to msg-paragraph

           move rgn-cd(rgn-sub)      to d-rgn-cd
           move rgn-name(rgn-sub)    to d-rgn-name
           move rgn-off-cnt(rgn-sub) to d-rgn-off-cnt
           write print-rec from region-total-line after 2 lines

           move 'TOTAL CLIENTS                      ' to d-rgn-label
           move rgn-clts(rgn-sub) to d-rgn-cnt
           write print-rec from region-cnt-line after 1 lines
           move 'TOTAL EMPLOYEES                    ' to d-rgn-label
           move rgn-emps(rgn-sub) to d-rgn-cnt
           write print-rec from region-cnt-line after 1 lines
           move 'TOTAL PAGES PRINTED                ' to d-rgn-label
           move rgn-pages(rgn-sub) to d-rgn-cnt
           write print-rec from region-cnt-line after 1 lines

           move 'TOTAL FEDERAL TAXABLE GROSS        '
                to d-rgn-amt-label
           move rgn-fd-txbl-grs(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL FEDERAL WITHHOLDING          '
                to d-rgn-amt-label
           move rgn-fd-amt(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL SOCIAL SECURITY TAXABLE GROSS'
                to d-rgn-amt-label
           move rgn-ss-txbl-grs(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL SOCIAL SECURITY WITHHOLDING  '
                to d-rgn-amt-label
           move rgn-ss-amt(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL MEDICARE TAXABLE GROSS       '
                to d-rgn-amt-label
           move rgn-med-txbl-grs(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL MEDICARE WITHHOLDING         '
                to d-rgn-amt-label
           move rgn-med-amt(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL SOCIAL SECURITY TIPS         '
                to d-rgn-amt-label
           move rgn-ss-tips(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL ALLOCATED TIPS               '
                to d-rgn-amt-label
           move rgn-alloc-tips(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL STATE TAXABLE GROSS          '
                to d-rgn-amt-label
           move rgn-st-txbl-grs(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL STATE WITHHOLDING            '
                to d-rgn-amt-label
           move rgn-st-amt(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL LOCAL TAXABLE GROSS          '
                to d-rgn-amt-label
           move rgn-lo-txbl-grs(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines
           move 'TOTAL LOCAL WITHHOLDING            '
                to d-rgn-amt-label
           move rgn-lo-amt(rgn-sub) to d-rgn-amt
           write print-rec from region-amt-line after 1 lines

           move 'TOTAL RECORDS                      ' to d-rgn-label
           move rgn-records(rgn-sub) to d-rgn-cnt
           write print-rec from region-cnt-line after 1 lines.

      *******************************************************************

       print-stock-totals.
      *    runs covering the same offices) or leaves a hole (a split
      *    run's hand-off missing) is listed and fails the run.  the
      *    ends of the overall span cannot be proven from the
      *    hand-offs alone - that takes the planned range list, which
      *    is matched range for range when it is there.

           move 'verify-range-coverage' to msg-paragraph

                 add 1 to rng-sub
           end-perform

           if range-plan-present
              perform verify-range-plan
           end-if

           perform verify-range-steps

           if ws-coverage-broken
              move 'OFFICE RANGE COVERAGE IS BROKEN - SEE ABOVE'
                   to d-cov-result
           end-if
           write print-rec from coverage-result-line after 2 lines.

      *******************************************************************

       verify-range-plan.

      *    every planned range must have come back as a hand-off with
      *    the same from and to office, and every hand-off range must
      *    have been planned

           move 'verify-range-plan' to msg-paragraph

           move 1 to pln-sub
           perform
              until pln-sub > pln-cnt
                 move 'n' to ws-plan-match-sw
                 move 1 to rng-sub
                 perform
                    until rng-sub > rng-cnt
                    if rng-from(rng-sub) = pln-from(pln-sub)
                       and rng-to(rng-sub) = pln-to(pln-sub)
                       move 'y' to ws-plan-match-sw
                    end-if
                    add 1 to rng-sub
                 end-perform
                 if not range-matched
                    move 'y' to ws-coverage-sw
                    move 'PLANNED RANGE NOT MERGED      '
                         to d-cov-plan-text
                    move pln-from(pln-sub) to d-cov-plan-from
                    move pln-to(pln-sub)   to d-cov-plan-to
                    write print-rec from coverage-plan-line
                          after 1 lines
                    move spaces to msg-bad-data
                    string 'Planned range not merged from office '
                                                 delimited by size
                           pln-from(pln-sub)    delimited by size
                       into msg-bad-data
                    perform log-type-w-msg
                 end-if
                 add 1 to pln-sub
           end-perform

           move 1 to rng-sub
           perform
              until rng-sub > rng-cnt
                 move 'n' to ws-plan-match-sw
                 move 1 to pln-sub
                 perform
                    until pln-sub > pln-cnt
                    if pln-from(pln-sub) = rng-from(rng-sub)
                       and pln-to(pln-sub) = rng-to(rng-sub)
                       move 'y' to ws-plan-match-sw
                    end-if
                    add 1 to pln-sub
                 end-perform
                 if not range-matched
                    move 'y' to ws-coverage-sw
                    move 'MERGED RANGE NOT IN PLAN      '
                         to d-cov-plan-text
                    move rng-from(rng-sub) to d-cov-plan-from
                    move rng-to(rng-sub)   to d-cov-plan-to
                    write print-rec from coverage-plan-line
                          after 1 lines
                    move spaces to msg-bad-data
                    string 'Merged range not in plan from office '
                                                 delimited by size
                           rng-from(rng-sub)    delimited by size
                       into msg-bad-data
                    perform log-type-w-msg
                 end-if
                 add 1 to rng-sub
           end-perform.

      *******************************************************************

       verify-range-steps.

      *    a merged range that is not a range run on the step control
      *    file came from another season's stream or was never run
      *    as a step - the consolidation cannot vouch for it

           move 'verify-range-steps' to msg-paragraph

           move 1 to rng-sub
           perform
              until rng-sub > rng-cnt
                 move 'n' to ws-plan-match-sw
                 move 1 to stp-sub
                 perform
                    until stp-sub > stp-cnt
                    if stp-from(stp-sub) = rng-from(rng-sub)
                       and stp-to(stp-sub) = rng-to(rng-sub)
                       move 'y' to ws-plan-match-sw
                    end-if
                    add 1 to stp-sub
                 end-perform
                 if not range-matched
                    move 'y' to ws-coverage-sw
                    move 'MERGED RANGE NOT A STREAM STEP'
                         to d-cov-plan-text
                    move rng-from(rng-sub) to d-cov-plan-from
                    move rng-to(rng-sub)   to d-cov-plan-to
                    write print-rec from coverage-plan-line
                          after 1 lines
                    move spaces to msg-bad-data
                    string 'Merged range not a stream step from office '
                                                 delimited by size
                           rng-from(rng-sub)    delimited by size
                       into msg-bad-data
                    perform log-type-w-msg
                 end-if
                 add 1 to rng-sub
           end-perform.

      *******************************************************************

       sort-range-table.
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/vnd_tran.ranges' delimited by size
                  into rngx-tree

      *    '05' is optional-file-not-present - a hand-planned split
      *    with no planner list keeps the gap and overlap audit only
           open input rngx-file
           if rngx-flg = i-o-ok
              move 'y' to ws-plan-sw
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
              perform abort-rtn
           end-if.

      *****************************************************************

       check-step-prereqs.

      *    step 3 of the season job stream: the office index step must
      *    have finished clean, and every delivery report range run
      *    since must have finished clean on the index step's extract

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

           move 2          to stc-step-nbr
           move low-values to stc-range
           start stepctl-file key not < stc-key
           if stepctl-flg = i-o-ok
              perform read-next-stepctl
              perform check-report-step
                 until stepctl-flg not = i-o-ok
                    or not stc-step-report
           end-if

           close stepctl-file

           if stp-cnt = zeroes
              move 'Refused - no delivery report range run on file'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           if ws-step-bad-cnt > zeroes
              move spaces to msg-bad-data
              string 'Refused - delivery report range runs not good: '
                                             delimited by size
                     ws-step-bad-cnt         delimited by size
                 into msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       check-report-step.

           move 'check-report-step' to msg-paragraph

           perform judge-step-in-hand
           if not stc-step-good
              add 1 to ws-step-bad-cnt giving ws-step-bad-cnt
              move spaces to msg-bad-data
              string 'Report step '   delimited by size
                     stc-range        delimited by size
                     ' '              delimited by size
                     stc-verdict-text delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if

           if stp-cnt < 100
              add 1 to stp-cnt giving stp-cnt
              move stc-range(1:4) to stp-from(stp-cnt)
              move stc-range(6:4) to stp-to(stp-cnt)
           else
              move 'y' to ws-coverage-sw
              move 'Step table full - coverage not provable'
                   to msg-bad-data
              perform log-type-w-msg
           end-if

           perform read-next-stepctl.

      *****************************************************************

       judge-step-rec.

      *    what the step record keyed in stc-key says about that step:
      *    the running step's extract is in stc-run-extract-id

           read stepctl-file
           perform judge-step-in-hand.

       judge-step-in-hand.
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
           move 3      to stc-step-nbr
           move spaces to stc-range
           read stepctl-file
           move stepctl-flg to stc-read-flg

           initialize stepctl-rec
           accept stc-now-dt from date yyyymmdd
           accept stc-now-tm from time
           move 3                  to stc-step-nbr
           move spaces             to stc-range
           move 'prgdelc'          to stc-pgm-name
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
      *    over, and a step left started stops the next step anyway

           move 'record-step-finish' to msg-paragraph

           move 'STEPCTL' to dict-name
           call 'fxlt' using dict-name
                             stepctl-tree
           open i-o stepctl-file
           if stepctl-flg = i-o-ok
              move 3      to stc-step-nbr
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

       close-files.
           move n-99 to io-call-func
           call 'prmsxxio'
           close handoff-file
           close print-file
           if range-plan-present
              close rngx-file
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

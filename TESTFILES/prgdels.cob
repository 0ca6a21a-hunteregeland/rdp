       program-id. prgdels.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Season-wide W-2 package status report.  Every record the       *
      *   season has left behind for a client package is sorted into     *
      *   office/client order: the production job tickets of the         *
      *   season run and of any bounce re-queue and reprint runs, the    *
      *   courier delivery-status file, the e-delivery index, the        *
      *   e-delivery bounce returns, the hold report, the reprint        *
      *   request file and the presort vendor file.  Each client gets    *
      *   one current state (held, reprint requested, reprinted,         *
      *   confirmed, partial, shipped, re-queued, bounced, e-delivered,  *
      *   mailed - by the presort vendor or to the employees - or        *
      *   printed) with its print, ship, confirm and re-run dates off    *
      *   the run history.  A per-office summary page counts clients     *
      *   in each state.  A second report lists every client without a   *
      *   confirmed delivery against the January 31 furnishing           *
      *   deadline.  Range runs' files are concatenated into the         *
      *   season names by the batch job, as for prgdelc.  Every input    *
      *   is optional; a missing one is logged and skipped.              *
      *                                                                  *
      *   Command line: columns 1-4 tax year (default the prior year),   *
      *   columns 5-6 the deadline warning window in days (default 14).  *
      *   Return code 4 when clients are still undelivered inside the    *
      *   warning window.                                                *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.
       copy 'prrunhsl'.

       select optional jobtkt-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is jobtkt-flg.

       select optional dlvstat-file
              assign       to disk
              organization is indexed
              access       is sequential
              record key   is dlvstat-key
              file status  is dlvstat-flg.

       select optional edelvin-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is edelvin-flg.

       select optional bounce-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is bounce-flg.

       select optional holdrpt-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is holdrpt-flg.

       select optional reprint-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is reprint-flg.

       select optional presort-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is presort-flg.

       select srt-file
              assign       to disk.

       select print-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is print-flg.

       select risk-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is risk-flg.

      ****************************************************************
       data division.

       file section.

       fd  msgfile external
           data record is ms-rec
           value of file-id is msgfile-tree.
           copy 'prmsxxfd'.

       fd  runhist-file
           data record is runhist-rec
           value of file-id is runhist-tree.
           copy 'prrunhfd'.

       fd  jobtkt-file
           data record is jobtkt-rec
           value of file-id is jobtkt-tree.
       01 jobtkt-rec                  pic x(122).

       fd  dlvstat-file
           data record is dlvstat-rec
           value of file-id is dlvstat-tree.
           copy 'prdlvsfd'.

       fd  edelvin-file
           data record is edelvin-rec
           value of file-id is edelvin-tree.
       01 edelvin-rec.
          05 edelvin-off-nbr          pic 9(04).
          05 edelvin-clt-nbr          pic x(11).
          05 edelvin-emp-cnt          pic 9(09).
          05 edelvin-tax-year         pic 9(04).

       fd  bounce-file
           data record is bounce-rec
           value of file-id is bounce-tree.
       01 bounce-rec.
          05 bnc-off-nbr              pic x(04).
          05 bnc-clt-nbr              pic x(11).
          05 bnc-reason               pic x(30).

      *    the delivery report's hold report: a heading line, then one
      *    detail line per held client
       fd  holdrpt-file
           data record is holdrpt-rec
           value of file-id is holdrpt-tree.
       01 holdrpt-rec.
          05 hrp-off-nbr              pic x(04).
          05 filler                   pic x(04).
          05 hrp-clt-nbr              pic x(11).
          05 filler                   pic x(02).
          05 hrp-clt-name             pic x(30).
          05 filler                   pic x(02).
          05 hrp-reason               pic x(30).
          05 filler                   pic x(49).

       fd  reprint-file
           data record is reprint-rec
           value of file-id is reprint-tree.
       01 reprint-rec.
          05 rpq-off-nbr              pic x(04).
          05 rpq-clt-nbr              pic x(11).

       fd  presort-file
           data record is presort-rec
           value of file-id is presort-tree.
       01 presort-rec                 pic x(167).

      *    office, client, then the source the record came off, so
      *    each client's records arrive together in a fixed order
       sd  srt-file
           data record is srt-rec.
       01 srt-rec.
          05 srt-off-nbr              pic x(04).
          05 srt-clt-nbr              pic x(11).
          05 srt-src-cd               pic 9(01).
             88 srt-is-printed                  value 1.
             88 srt-is-dlvstat                  value 2.
             88 srt-is-edelv                    value 3.
             88 srt-is-bounce                   value 4.
             88 srt-is-requeued                 value 5.
             88 srt-is-held                     value 6.
             88 srt-is-rpr-req                  value 7.
             88 srt-is-reprinted                value 8.
             88 srt-is-presorted                value 9.
          05 srt-clt-name             pic x(30).
          05 srt-channel              pic x(01).
          05 srt-ship-dt              pic 9(08).
          05 srt-conf-dt              pic 9(08).
          05 srt-dlv-status           pic x(01).
          05 srt-batch-id             pic x(14).
          05 srt-reason               pic x(30).

       fd  print-file
           data record is print-rec
           value of file-id is print-tree.
       01 print-rec                   pic x(132).

       fd  risk-file
           data record is risk-rec
           value of file-id is risk-tree.
       01 risk-rec                    pic x(132).

      ****************************************************************

       working-storage section.

       copy 'prmsxxws'.
       copy 'prconsws'.
       copy 'prcommws'.
       copy 'prioxxws'.
       copy 'prrunhws'.
       copy 'prw2pmws'.
       copy 'prjtktws'.
       copy 'prpsrtws'.

       77 ws-pgm-name              pic x(15) value 'prgdels'.

       01 jobtkt-flg                    pic x(02) value spaces.
       01 jobtkt-tree                   pic x(60) value spaces.
       01 dlvstat-flg                   pic x(02) value spaces.
       01 dlvstat-tree                  pic x(60) value spaces.
       01 edelvin-flg                   pic x(02) value spaces.
       01 edelvin-tree                  pic x(60) value spaces.
       01 bounce-flg                    pic x(02) value spaces.
       01 bounce-tree                   pic x(60) value spaces.
       01 holdrpt-flg                   pic x(02) value spaces.
       01 holdrpt-tree                  pic x(60) value spaces.
       01 reprint-flg                   pic x(02) value spaces.
       01 reprint-tree                  pic x(60) value spaces.
       01 presort-flg                   pic x(02) value spaces.
       01 presort-tree                  pic x(60) value spaces.
       01 print-flg                     pic x(02) value spaces.
       01 print-tree                    pic x(60) value spaces.
       01 risk-flg                      pic x(02) value spaces.
       01 risk-tree                     pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.
       01 ws-file-name                  pic x(30) value spaces.

       01 status-parameters.
          05 s-tax-year-parm            pic x(04) value spaces.
          05 s-window-parm              pic x(02) value spaces.

       01 ws-tax-year                   pic 9(04) value zeroes.
       01 ws-window-norm                pic x(02) value spaces.
       01 ws-window-days                pic 9(02) value zeroes.

       01 ws-srt-eof-sw                 pic x(01) value 'n'.
          88 srt-at-end                           value 'y'.
       01 ws-jtk-src-cd                 pic 9(01) value zeroes.
       01 ws-runh-parm-stage            pic x(58) value spaces.

      *    latest completed runs for the tax year off the run history
       01 ws-season-run-dt              pic 9(08) value zeroes.
       01 ws-bounce-run-dt              pic 9(08) value zeroes.
       01 ws-reprint-run-dt             pic 9(08) value zeroes.
       01 ws-runh-dt                    pic 9(08) value zeroes.

       01 ws-run-dt                     pic 9(08) value zeroes.
       01 redefines ws-run-dt.
          05 ws-run-ccyy                pic 9(04).
          05 ws-run-mm                  pic 9(02).
          05 ws-run-dd                  pic 9(02).

      *    month-granular day serial, as the delivery confirmation
      *    aging uses: ccyy*372 + (mm-1)*31 + dd
       01 ws-run-serial                 pic 9(08) value zeroes.
       01 ws-deadline-serial            pic 9(08) value zeroes.
       01 ws-days-left                  pic s9(05) value zeroes.

      *    the client being pulled together off its sorted records
       01 clt-status-fields.
          05 cs-off-nbr                 pic x(04) value spaces.
          05 cs-clt-nbr                 pic x(11) value spaces.
          05 cs-clt-name                pic x(30) value spaces.
          05 cs-channel                 pic x(01) value space.
          05 cs-batch-id                pic x(14) value spaces.
          05 cs-reason                  pic x(30) value spaces.
          05 cs-ctn-cnt                 pic 9(04) value zeroes.
          05 cs-ctn-conf                pic 9(04) value zeroes.
          05 cs-ship-dt                 pic 9(08) value zeroes.
          05 cs-conf-dt                 pic 9(08) value zeroes.
          05 cs-printed-sw              pic x(01) value 'n'.
             88 cs-printed                        value 'y'.
          05 cs-edelv-sw                pic x(01) value 'n'.
             88 cs-edelv                          value 'y'.
          05 cs-bounce-sw               pic x(01) value 'n'.
             88 cs-bounced                        value 'y'.
          05 cs-requeue-sw              pic x(01) value 'n'.
             88 cs-requeued                       value 'y'.
          05 cs-held-sw                 pic x(01) value 'n'.
             88 cs-held                           value 'y'.
          05 cs-rpr-req-sw              pic x(01) value 'n'.
             88 cs-rpr-req                        value 'y'.
          05 cs-reprinted-sw            pic x(01) value 'n'.
             88 cs-reprinted                      value 'y'.
          05 cs-presort-sw              pic x(01) value 'n'.
             88 cs-presorted                      value 'y'.
          05 cs-state-cd                pic 9(02) value zeroes.
             88 cs-delivered                      values 4 9 10.
          05 cs-other-dt                pic 9(08) value zeroes.

      *    current states, most pressing first; the first that fits
      *    a client is its state
       01 state-name-values.
          05                            pic x(12) value 'HELD'.
          05                            pic x(12) value 'REPRINT REQ'.
          05                            pic x(12) value 'REPRINTED'.
          05                            pic x(12) value 'CONFIRMED'.
          05                            pic x(12) value 'PARTIAL'.
          05                            pic x(12) value 'SHIPPED'.
          05                            pic x(12) value 'REQUEUED'.
          05                            pic x(12) value 'BOUNCED'.
          05                            pic x(12) value 'E-DELIVERED'.
          05                            pic x(12) value 'MAILED'.
          05                            pic x(12) value 'PRINTED'.
       01 state-name-table redefines state-name-values.
          05 state-name                 pic x(12) occurs 11 times.

       01 state-sub                     pic 9(02) value zeroes.

      *    per-office state counts for the summary page, in office
      *    order as the clients come off the sort
       01 office-sum-table.
          05 osum-cnt                   pic 9(05) value zeroes.
          05 osum-entry                 occurs 9999 times.
             10 osum-off-nbr            pic x(04).
             10 osum-state-cnt          pic 9(07) occurs 11 times.
             10 osum-clt-cnt            pic 9(07).
             10 osum-undlv-cnt          pic 9(07).

       01 osum-sub                      pic 9(05) value zeroes.

       01 grand-sum-fields.
          05 gsum-state-cnt             pic 9(07) occurs 11 times.
          05 gsum-clt-cnt               pic 9(07).
          05 gsum-undlv-cnt             pic 9(07).

       01 ws-risk-cnt                   pic 9(07) value zeroes.

       01 sts-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(33) value
             'W2 PACKAGE STATUS - TAX YEAR     '.
          05 d-sts-tax-year             pic 9(04) value zeroes.
          05                            pic x(04) value spaces.
          05 d-sts-date                 pic x(10) value spaces.

       01 sts-runs-line.
          05                            pic x(02) value spaces.
          05                            pic x(12) value
             'SEASON RUN '.
          05 d-sts-season-dt            pic x(08) value spaces.
          05                            pic x(04) value spaces.
          05                            pic x(12) value
             'BOUNCE RUN '.
          05 d-sts-bounce-dt            pic x(08) value spaces.
          05                            pic x(04) value spaces.
          05                            pic x(12) value
             'REPRINT RUN '.
          05 d-sts-reprint-dt           pic x(08) value spaces.

       01 sts-col-line.
          05                            pic x(02) value spaces.
          05                            pic x(06) value 'OFFICE'.
          05                            pic x(02) value spaces.
          05                            pic x(07) value 'CLT NBR'.
          05                            pic x(06) value spaces.
          05                            pic x(11) value 'CLIENT NAME'.
          05                            pic x(21) value spaces.
          05                            pic x(02) value 'CH'.
          05                            pic x(02) value spaces.
          05                            pic x(12) value 'STATE'.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'PRINTED'.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'SHIPPED'.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'CONFIRM'.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'RE-RUN'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value 'CARTONS'.

       01 sts-detail-line.
          05                            pic x(02) value spaces.
          05 d-sts-off-nbr              pic x(04) value spaces.
          05                            pic x(04) value spaces.
          05 d-sts-clt-nbr              pic x(11) value spaces.
          05                            pic x(02) value spaces.
          05 d-sts-clt-name             pic x(30) value spaces.
          05                            pic x(02) value spaces.
          05 d-sts-channel              pic x(01) value space.
          05                            pic x(03) value spaces.
          05 d-sts-state                pic x(12) value spaces.
          05                            pic x(02) value spaces.
          05 d-sts-print-dt             pic x(08) value spaces.
          05                            pic x(02) value spaces.
          05 d-sts-ship-dt              pic x(08) value spaces.
          05                            pic x(02) value spaces.
          05 d-sts-conf-dt              pic x(08) value spaces.
          05                            pic x(02) value spaces.
          05 d-sts-other-dt             pic x(08) value spaces.
          05                            pic x(02) value spaces.
          05 d-sts-ctn                  pic x(09) value spaces.

      *    batch and hold or bounce reason, under the client
       01 sts-note-line.
          05                            pic x(19) value spaces.
          05 d-sts-note                 pic x(90) value spaces.

       01 ws-ctn-conf-ed                pic zzz9.
       01 ws-ctn-cnt-ed                 pic zzz9.

       01 osum-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(33) value
             'W2 PACKAGE STATUS BY OFFICE      '.
          05 d-osum-tax-year            pic 9(04) value zeroes.
          05                            pic x(04) value spaces.
          05 d-osum-date                pic x(10) value spaces.

       01 osum-col-line.
          05                            pic x(02) value spaces.
          05                            pic x(06) value 'OFFICE'.
          05                            pic x(08) value '    HELD'.
          05                            pic x(08) value '   RPRQ'.
          05                            pic x(08) value '   RPRT'.
          05                            pic x(08) value '   CONF'.
          05                            pic x(08) value '   PART'.
          05                            pic x(08) value '   SHIP'.
          05                            pic x(08) value '   RQUE'.
          05                            pic x(08) value '   BNCE'.
          05                            pic x(08) value '   EDLV'.
          05                            pic x(08) value '   MAIL'.
          05                            pic x(08) value '   PRNT'.
          05                            pic x(08) value '  TOTAL'.
          05                            pic x(08) value '  UNDLV'.

       01 osum-legend-line-1.
          05                            pic x(02) value spaces.
          05                            pic x(50) value
             'RPRQ REPRINT REQUESTED  RPRT REPRINTED  '.
          05                            pic x(50) value
             'CONF CONFIRMED  PART PARTIAL  SHIP SHIPPED'.

       01 osum-legend-line-2.
          05                            pic x(02) value spaces.
          05                            pic x(50) value
             'RQUE BOUNCED AND REQUEUED  BNCE BOUNCED  '.
          05                            pic x(50) value
             'EDLV E-DELIVERED  MAIL MAILED - PRESORT OR DIRECT'.

       01 osum-legend-line-3.
          05                            pic x(02) value spaces.
          05                            pic x(50) value
             'PRNT PRINTED  UNDLV NO CONFIRMED DELIVERY'.

       01 osum-detail-line.
          05                            pic x(02) value spaces.
          05 d-osum-off-nbr             pic x(06) value spaces.
          05 d-osum-state-grp           occurs 11 times.
             10 d-osum-state-cnt        pic z(6)9.
             10                         pic x(01).
          05 d-osum-clt-cnt             pic z(6)9.
          05                            pic x(01) value space.
          05 d-osum-undlv-cnt           pic z(6)9.

       01 risk-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(40) value
             'W2 PACKAGES WITHOUT CONFIRMED DELIVERY  '.
          05                            pic x(09) value 'DEADLINE '.
          05 d-risk-deadline            pic x(10) value spaces.
          05                            pic x(02) value spaces.
          05 d-risk-days-msg            pic x(30) value spaces.

       01 risk-col-line.
          05                            pic x(02) value spaces.
          05                            pic x(06) value 'OFFICE'.
          05                            pic x(02) value spaces.
          05                            pic x(07) value 'CLT NBR'.
          05                            pic x(06) value spaces.
          05                            pic x(11) value 'CLIENT NAME'.
          05                            pic x(21) value spaces.
          05                            pic x(02) value 'CH'.
          05                            pic x(02) value spaces.
          05                            pic x(12) value 'STATE'.
          05                            pic x(02) value spaces.
          05                            pic x(08) value 'LAST DT'.
          05                            pic x(02) value spaces.
          05                            pic x(30) value 'REASON'.

       01 risk-detail-line.
          05                            pic x(02) value spaces.
          05 d-risk-off-nbr             pic x(04) value spaces.
          05                            pic x(04) value spaces.
          05 d-risk-clt-nbr             pic x(11) value spaces.
          05                            pic x(02) value spaces.
          05 d-risk-clt-name            pic x(30) value spaces.
          05                            pic x(02) value spaces.
          05 d-risk-channel             pic x(01) value space.
          05                            pic x(03) value spaces.
          05 d-risk-state               pic x(12) value spaces.
          05                            pic x(02) value spaces.
          05 d-risk-last-dt             pic x(08) value spaces.
          05                            pic x(02) value spaces.
          05 d-risk-reason              pic x(30) value spaces.

       01 risk-total-line.
          05                            pic x(02) value spaces.
          05                            pic x(30) value
             'CLIENTS NOT YET DELIVERED     '.
          05 d-risk-tot                 pic z(6)9.

       01 risk-none-line.
          05                            pic x(02) value spaces.
          05                            pic x(40) value
             'EVERY CLIENT PACKAGE HAS BEEN DELIVERED '.

       01 ws-days-left-ed               pic zzzz9.

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

           perform scan-run-history

           sort srt-file
                on ascending key srt-off-nbr
                                 srt-clt-nbr
                                 srt-src-cd
                input procedure  is release-status-recs
                output procedure is report-client-status

           perform print-office-summary

           perform finish-risk-report

           perform close-files

           perform log-finish-msg

           if ws-risk-cnt > zeroes
              and ws-days-left not > ws-window-days
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

           accept status-parameters from command-line

           accept ws-run-dt from date yyyymmdd

           if s-tax-year-parm numeric
              and s-tax-year-parm not = zeroes
              move s-tax-year-parm to ws-tax-year
           else
              subtract 1 from ws-run-ccyy giving ws-tax-year
           end-if

      *    right-justify the window so 'prgdels 20259' and
      *    'prgdels 202509' both work
           if s-window-parm(2:1) = space
              move s-window-parm(1:1) to ws-window-norm(2:1)
              move '0'                to ws-window-norm(1:1)
           else
              move s-window-parm      to ws-window-norm
           end-if
           if ws-window-norm numeric
              and ws-window-norm not = zeroes
              move ws-window-norm to ws-window-days
           else
              move 14 to ws-window-days
           end-if

      *    deadline is January 31 of the year after the tax year
           compute ws-run-serial =
                   (ws-run-ccyy * 372)
                   + ((ws-run-mm - 1) * 31)
                   + ws-run-dd
           compute ws-deadline-serial =
                   ((ws-tax-year + 1) * 372) + 31
           compute ws-days-left = ws-deadline-serial - ws-run-serial

           move ws-run-mm   to date-f-mm
           move ws-run-dd   to date-f-dd
           move ws-run-ccyy to date-f-ccyy
           move date-f      to d-sts-date
                               d-osum-date
           move ws-tax-year to d-sts-tax-year
                               d-osum-tax-year

           move 01          to date-f-mm
           move 31          to date-f-dd
           add 1 to ws-tax-year giving date-f-ccyy
           move date-f      to d-risk-deadline
           if ws-days-left < zeroes
              move 'PAST DEADLINE' to d-risk-days-msg
           else
              move ws-days-left to ws-days-left-ed
              string ws-days-left-ed   delimited by size
                     ' DAYS LEFT'      delimited by size
                 into d-risk-days-msg
           end-if

           initialize office-sum-table
                      grand-sum-fields

           perform open-files.

      *******************************************************************

       scan-run-history.

      *    the latest completed season, bounce re-queue and reprint
      *    runs for the tax year date the printed and re-run states

           move 'scan-run-history' to msg-paragraph

           move 'RUNHIST' to dict-name
           call 'fxlt' using dict-name
                             runhist-tree

           open input runhist-file
           if runhist-flg = i-o-ok
              perform read-next-runhist
              perform check-runhist-rec
                 until runhist-flg not = i-o-ok
              close runhist-file
           else
              move 'Run history not present - run dates left blank'
                   to msg-bad-data
              perform log-type-w-msg
           end-if

           if ws-season-run-dt not = zeroes
              move ws-season-run-dt  to d-sts-season-dt
           end-if
           if ws-bounce-run-dt not = zeroes
              move ws-bounce-run-dt  to d-sts-bounce-dt
           end-if
           if ws-reprint-run-dt not = zeroes
              move ws-reprint-run-dt to d-sts-reprint-dt
           end-if.

      *******************************************************************

       check-runhist-rec.

           move 'check-runhist-rec' to msg-paragraph

      *    the parameter block is split across the record's two
      *    parameter fields; an aborted run or a dry run delivered
      *    nothing
           move runh-parameters   to ws-runh-parm-stage(1:40)
           move runh-parameters-2 to ws-runh-parm-stage(41:18)
           move ws-runh-parm-stage to w2delv-parameters

           if runh-run-dt numeric
              and (runh-outcome = 'C' or runh-outcome = 'R')
              and not ws-dry-run-on
              and (w-tax-year not numeric
                   or w-tax-year = zeroes
                   or w-tax-year = ws-tax-year)
              move runh-run-dt to ws-runh-dt
              evaluate true
                 when runh-outcome = 'R'
                    if ws-runh-dt > ws-reprint-run-dt
                       move ws-runh-dt to ws-reprint-run-dt
                    end-if
                 when ws-bounce-on
                    if ws-runh-dt > ws-bounce-run-dt
                       move ws-runh-dt to ws-bounce-run-dt
                    end-if
                 when other
                    if ws-runh-dt > ws-season-run-dt
                       move ws-runh-dt to ws-season-run-dt
                    end-if
              end-evaluate
           end-if

           perform read-next-runhist.

      *******************************************************************

       release-status-recs.

      *    sort input: one record per source record that says
      *    something about a client package

           move 'release-status-recs' to msg-paragraph

           move 1 to ws-jtk-src-cd
           move 'vnd_tran_jobtkt.dat' to ws-file-name
           perform release-job-tickets
           move 5 to ws-jtk-src-cd
           move 'vnd_tran_jobtkt_bounce.dat' to ws-file-name
           perform release-job-tickets
           move 8 to ws-jtk-src-cd
           move 'vnd_tran_jobtkt_reprint.dat' to ws-file-name
           perform release-job-tickets

           perform release-dlvstat
           perform release-edelv-index
           perform release-bounces
           perform release-holds
           perform release-reprint-reqs
           perform release-presort.

      *******************************************************************

       release-job-tickets.

           move 'release-job-tickets' to msg-paragraph

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           move spaces to jobtkt-tree
           string ws-temp-tree delimited by space
                  '/'          delimited by size
                  ws-file-name delimited by space
                  into jobtkt-tree

           open input jobtkt-file
           if jobtkt-flg = i-o-ok
              perform read-next-jobtkt
              perform release-jobtkt-rec
                 until jobtkt-flg not = i-o-ok
              close jobtkt-file
           else
              perform log-source-skipped
           end-if.

      *******************************************************************

       release-jobtkt-rec.

      *    client lines only - the batch totals say nothing about a
      *    single client
           if jobtkt-rec(1:1) = 'C'
              move jobtkt-rec to jobtkt-clt-line
              if jtc-tax-year not numeric
                 or jtc-tax-year = zeroes
                 or jtc-tax-year = ws-tax-year
                 initialize srt-rec
                 move jtc-off-nbr       to srt-off-nbr
                 move jtc-clt-nbr       to srt-clt-nbr
                 move ws-jtk-src-cd     to srt-src-cd
                 move jtc-clt-name      to srt-clt-name
                 move jtc-batch-id(1:1) to srt-channel
                 move jtc-batch-id      to srt-batch-id
                 release srt-rec
              end-if
           end-if

           perform read-next-jobtkt.

      *******************************************************************

       release-dlvstat.

           move 'release-dlvstat' to msg-paragraph

           move 'DLVSTAT' to dict-name
           call 'fxlt' using dict-name
                             dlvstat-tree

           open input dlvstat-file
           if dlvstat-flg = i-o-ok
              perform read-next-dlvstat
              perform release-dlvstat-rec
                 until dlvstat-flg not = i-o-ok
              close dlvstat-file
           else
              move 'delivery status file' to ws-file-name
              perform log-source-skipped
           end-if.

      *******************************************************************

       release-dlvstat-rec.

           initialize srt-rec
           move dlvstat-off-nbr       to srt-off-nbr
           move dlvstat-clt-nbr       to srt-clt-nbr
           move 2                     to srt-src-cd
           move dlvstat-clt-name      to srt-clt-name
           move dlvstat-deliv-channel to srt-channel
           move dlvstat-ship-dt       to srt-ship-dt
           move dlvstat-conf-dt       to srt-conf-dt
           move dlvstat-status        to srt-dlv-status
           release srt-rec

           perform read-next-dlvstat.

      *******************************************************************

       release-edelv-index.

           move 'release-edelv-index' to msg-paragraph

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/vnd_tran_edelv.idx' delimited by size
                  into edelvin-tree

           open input edelvin-file
           if edelvin-flg = i-o-ok
              perform read-next-edelvin
              perform release-edelvin-rec
                 until edelvin-flg not = i-o-ok
              close edelvin-file
           else
              move 'vnd_tran_edelv.idx' to ws-file-name
              perform log-source-skipped
           end-if.

      *******************************************************************

       release-edelvin-rec.

           if edelvin-tax-year not numeric
              or edelvin-tax-year = zeroes
              or edelvin-tax-year = ws-tax-year
              initialize srt-rec
              move edelvin-off-nbr to srt-off-nbr
              move edelvin-clt-nbr to srt-clt-nbr
              move 3               to srt-src-cd
              move 'E'             to srt-channel
              release srt-rec
           end-if

           perform read-next-edelvin.

      *******************************************************************

       release-bounces.

           move 'release-bounces' to msg-paragraph

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/edelvbounce.txt' delimited by size
                  into bounce-tree

           open input bounce-file
           if bounce-flg = i-o-ok
              perform read-next-bounce
              perform release-bounce-rec
                 until bounce-flg not = i-o-ok
              close bounce-file
           else
              move 'edelvbounce.txt' to ws-file-name
              perform log-source-skipped
           end-if.

      *******************************************************************

       release-bounce-rec.

           if bnc-off-nbr numeric
              and bnc-clt-nbr not = spaces
              initialize srt-rec
              move bnc-off-nbr to srt-off-nbr
              move bnc-clt-nbr to srt-clt-nbr
              move 4           to srt-src-cd
              move 'E'         to srt-channel
              move bnc-reason  to srt-reason
              release srt-rec
           end-if

           perform read-next-bounce.

      *******************************************************************

       release-holds.

           move 'release-holds' to msg-paragraph

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/holdrpt.txt' delimited by size
                  into holdrpt-tree

           open input holdrpt-file
           if holdrpt-flg = i-o-ok
              perform read-next-holdrpt
              perform release-holdrpt-rec
                 until holdrpt-flg not = i-o-ok
              close holdrpt-file
           else
              move 'holdrpt.txt' to ws-file-name
              perform log-source-skipped
           end-if.

      *******************************************************************

       release-holdrpt-rec.

      *    the heading line has no office number
           if hrp-off-nbr numeric
              initialize srt-rec
              move hrp-off-nbr  to srt-off-nbr
              move hrp-clt-nbr  to srt-clt-nbr
              move 6            to srt-src-cd
              move hrp-clt-name to srt-clt-name
              move hrp-reason   to srt-reason
              release srt-rec
           end-if

           perform read-next-holdrpt.

      *******************************************************************

       release-reprint-reqs.

           move 'release-reprint-reqs' to msg-paragraph

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/reprintreq.txt' delimited by size
                  into reprint-tree

           open input reprint-file
           if reprint-flg = i-o-ok
              perform read-next-reprint
              perform release-reprint-rec
                 until reprint-flg not = i-o-ok
              close reprint-file
           else
              move 'reprintreq.txt' to ws-file-name
              perform log-source-skipped
           end-if.

      *******************************************************************

       release-reprint-rec.

           if rpq-off-nbr numeric
              and rpq-clt-nbr not = spaces
              initialize srt-rec
              move rpq-off-nbr to srt-off-nbr
              move rpq-clt-nbr to srt-clt-nbr
              move 7           to srt-src-cd
              release srt-rec
           end-if

           perform read-next-reprint.

      *******************************************************************

       release-presort.

      *    the presort vendor's import file: a mail-to-client package
      *    on it has gone to the vendor for mailing

           move 'release-presort' to msg-paragraph

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/vnd_tran_presort.dat' delimited by size
                  into presort-tree

           open input presort-file
           if presort-flg = i-o-ok
              perform read-next-presort
              perform release-presort-rec
                 until presort-flg not = i-o-ok
              close presort-file
           else
              move 'vnd_tran_presort.dat' to ws-file-name
              perform log-source-skipped
           end-if.

      *******************************************************************

       release-presort-rec.

           move presort-rec to presort-line
           if prsrt-off-nbr numeric
              and prsrt-clt-nbr not = spaces
              and (prsrt-tax-year not numeric
                   or prsrt-tax-year = zeroes
                   or prsrt-tax-year = ws-tax-year)
              initialize srt-rec
              move prsrt-off-nbr   to srt-off-nbr
              move prsrt-clt-nbr   to srt-clt-nbr
              move 9               to srt-src-cd
              move prsrt-clt-name  to srt-clt-name
              move 'C'             to srt-channel
              move prsrt-batch-id  to srt-batch-id
              release srt-rec
           end-if

           perform read-next-presort.

      *******************************************************************

       log-source-skipped.

           move spaces to msg-arguments
           initialize     msg-arguments
           string ws-file-name         delimited by space
                  ' not present - skipped'
                                       delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       report-client-status.

      *    sort output: one status line per client, with the office
      *    summary and deadline list fed as each client closes

           move 'report-client-status' to msg-paragraph

           write print-rec from sts-header-line after 0 lines
           write print-rec from sts-runs-line   after 1 lines
           write print-rec from sts-col-line    after 2 lines

           write risk-rec from risk-header-line after 0 lines
           write risk-rec from risk-col-line    after 2 lines

           perform return-next-srt
           perform collect-status-rec
              until srt-at-end
           perform close-client-status.

      *******************************************************************

       collect-status-rec.

           move 'collect-status-rec' to msg-paragraph

           if srt-off-nbr not = cs-off-nbr
              or srt-clt-nbr not = cs-clt-nbr
              perform close-client-status
              initialize clt-status-fields
              move srt-off-nbr to cs-off-nbr
              move srt-clt-nbr to cs-clt-nbr
           end-if

           if cs-clt-name = spaces
              move srt-clt-name to cs-clt-name
           end-if
           if cs-channel = space
              move srt-channel  to cs-channel
           end-if

           evaluate true
              when srt-is-printed
                 move 'y'          to cs-printed-sw
                 move srt-channel  to cs-channel
                 move srt-batch-id to cs-batch-id
              when srt-is-dlvstat
                 add 1 to cs-ctn-cnt giving cs-ctn-cnt
                 if cs-ship-dt = zeroes
                    or srt-ship-dt < cs-ship-dt
                    move srt-ship-dt to cs-ship-dt
                 end-if
                 if srt-dlv-status = 'C'
                    add 1 to cs-ctn-conf giving cs-ctn-conf
                    if srt-conf-dt > cs-conf-dt
                       move srt-conf-dt to cs-conf-dt
                    end-if
                 end-if
              when srt-is-edelv
                 move 'y' to cs-edelv-sw
              when srt-is-bounce
                 move 'y'        to cs-bounce-sw
                 move srt-reason to cs-reason
              when srt-is-requeued
                 move 'y'          to cs-requeue-sw
                 move srt-channel  to cs-channel
                 move srt-batch-id to cs-batch-id
              when srt-is-held
                 move 'y'        to cs-held-sw
                 move srt-reason to cs-reason
              when srt-is-rpr-req
                 move 'y' to cs-rpr-req-sw
              when srt-is-reprinted
                 move 'y'          to cs-reprinted-sw
                 move srt-channel  to cs-channel
                 move srt-batch-id to cs-batch-id
              when srt-is-presorted
                 move 'y' to cs-presort-sw
           end-evaluate

           perform return-next-srt.

      *******************************************************************

       close-client-status.

           move 'close-client-status' to msg-paragraph

           if cs-clt-nbr not = spaces
              perform set-client-state
              perform print-client-status
              perform add-office-summary
              if not cs-delivered
                 perform print-risk-line
              end-if
           end-if.

      *******************************************************************

       set-client-state.

      *    a held client never printed; a reprint request outranks
      *    whatever the first package did; after that, the furthest
      *    the package has got

           move zeroes to cs-other-dt

           evaluate true
              when cs-held
                 and not cs-printed
                 and not cs-reprinted
                 move 1 to cs-state-cd
              when cs-rpr-req
                 and not cs-reprinted
                 move 2 to cs-state-cd
              when cs-reprinted
                 move 3 to cs-state-cd
                 move ws-reprint-run-dt to cs-other-dt
              when cs-ctn-cnt > zeroes
                 and cs-ctn-conf = cs-ctn-cnt
                 move 4 to cs-state-cd
              when cs-ctn-conf > zeroes
                 move 5 to cs-state-cd
              when cs-ctn-cnt > zeroes
                 move 6 to cs-state-cd
              when cs-bounced
                 and cs-requeued
                 move 7 to cs-state-cd
                 move ws-bounce-run-dt to cs-other-dt
              when cs-bounced
                 move 8 to cs-state-cd
              when cs-edelv
                 move 9 to cs-state-cd
      *    mailed, by the presort vendor or straight to the employees,
      *    is as far as the package is followed
              when cs-presorted
                 move 10 to cs-state-cd
              when cs-printed
                 and cs-channel = 'D'
                 move 10 to cs-state-cd
              when other
                 move 11 to cs-state-cd
           end-evaluate.

      *******************************************************************

       print-client-status.

           move 'print-client-status' to msg-paragraph

           move cs-off-nbr             to d-sts-off-nbr
           move cs-clt-nbr             to d-sts-clt-nbr
           move cs-clt-name            to d-sts-clt-name
           move cs-channel             to d-sts-channel
           move state-name(cs-state-cd) to d-sts-state

           move spaces to d-sts-print-dt
                          d-sts-ship-dt
                          d-sts-conf-dt
                          d-sts-other-dt
                          d-sts-ctn
           if (cs-printed or cs-edelv)
              and ws-season-run-dt not = zeroes
              move ws-season-run-dt to d-sts-print-dt
           end-if
           if cs-ship-dt not = zeroes
              move cs-ship-dt       to d-sts-ship-dt
           end-if
           if cs-conf-dt not = zeroes
              move cs-conf-dt       to d-sts-conf-dt
           end-if
           if cs-other-dt not = zeroes
              move cs-other-dt      to d-sts-other-dt
           end-if
           if cs-ctn-cnt > zeroes
              move cs-ctn-conf to ws-ctn-conf-ed
              move cs-ctn-cnt  to ws-ctn-cnt-ed
              string ws-ctn-conf-ed delimited by size
                     '/'            delimited by size
                     ws-ctn-cnt-ed  delimited by size
                 into d-sts-ctn
           end-if
           write print-rec from sts-detail-line after 1 lines

           if cs-batch-id not = spaces
              or cs-reason not = spaces
              move spaces to d-sts-note
              if cs-batch-id not = spaces
                 string 'BATCH '      delimited by size
                        cs-batch-id   delimited by size
                        '  '          delimited by size
                        cs-reason     delimited by size
                    into d-sts-note
              else
                 move cs-reason to d-sts-note
              end-if
              write print-rec from sts-note-line after 1 lines
           end-if.

      *******************************************************************

       add-office-summary.

           move 'add-office-summary' to msg-paragraph

           if osum-cnt = zeroes
              or cs-off-nbr not = osum-off-nbr(osum-cnt)
              add 1 to osum-cnt giving osum-cnt
              move cs-off-nbr to osum-off-nbr(osum-cnt)
           end-if

           add 1 to osum-state-cnt(osum-cnt, cs-state-cd)
           add 1 to osum-clt-cnt(osum-cnt)
           add 1 to gsum-state-cnt(cs-state-cd)
           add 1 to gsum-clt-cnt
           if not cs-delivered
              add 1 to osum-undlv-cnt(osum-cnt)
              add 1 to gsum-undlv-cnt
           end-if.

      *******************************************************************

       print-risk-line.

           move 'print-risk-line' to msg-paragraph

           move cs-off-nbr             to d-risk-off-nbr
           move cs-clt-nbr             to d-risk-clt-nbr
           move cs-clt-name            to d-risk-clt-name
           move cs-channel             to d-risk-channel
           move state-name(cs-state-cd) to d-risk-state
           move cs-reason              to d-risk-reason
           move spaces                 to d-risk-last-dt
           evaluate true
              when cs-other-dt not = zeroes
                 move cs-other-dt      to d-risk-last-dt
              when cs-conf-dt not = zeroes
                 move cs-conf-dt       to d-risk-last-dt
              when cs-ship-dt not = zeroes
                 move cs-ship-dt       to d-risk-last-dt
              when (cs-printed or cs-edelv or cs-bounced)
                 and ws-season-run-dt not = zeroes
                 move ws-season-run-dt to d-risk-last-dt
              when other
                 continue
           end-evaluate
           write risk-rec from risk-detail-line after 1 lines
           add 1 to ws-risk-cnt giving ws-risk-cnt.

      *******************************************************************

       print-office-summary.

           move 'print-office-summary' to msg-paragraph

           write print-rec from osum-header-line after page
           write print-rec from osum-col-line    after 2 lines
           move 1 to osum-sub
           perform print-office-sum-line
              until osum-sub > osum-cnt

           move 'TOTAL' to d-osum-off-nbr
           move 1 to state-sub
           perform move-grand-state-cnt
              until state-sub > 11
           move gsum-clt-cnt   to d-osum-clt-cnt
           move gsum-undlv-cnt to d-osum-undlv-cnt
           write print-rec from osum-detail-line after 2 lines

           write print-rec from osum-legend-line-1 after 2 lines
           write print-rec from osum-legend-line-2 after 1 lines
           write print-rec from osum-legend-line-3 after 1 lines

           move spaces to msg-arguments
           initialize     msg-arguments
           string 'PACKAGE STATUS - CLIENTS: '  delimited by size
                  gsum-clt-cnt                  delimited by size
                  ' UNDELIVERED: '              delimited by size
                  gsum-undlv-cnt                delimited by size
                  ' OFFICES: '                  delimited by size
                  osum-cnt                      delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       print-office-sum-line.

           move osum-off-nbr(osum-sub) to d-osum-off-nbr
           move 1 to state-sub
           perform move-office-state-cnt
              until state-sub > 11
           move osum-clt-cnt(osum-sub)   to d-osum-clt-cnt
           move osum-undlv-cnt(osum-sub) to d-osum-undlv-cnt
           write print-rec from osum-detail-line after 1 lines

           add 1 to osum-sub giving osum-sub.

      *******************************************************************

       move-office-state-cnt.

           move osum-state-cnt(osum-sub, state-sub)
                to d-osum-state-cnt(state-sub)
           add 1 to state-sub giving state-sub.

      *******************************************************************

       move-grand-state-cnt.

           move gsum-state-cnt(state-sub)
                to d-osum-state-cnt(state-sub)
           add 1 to state-sub giving state-sub.

      *******************************************************************

       finish-risk-report.

           move 'finish-risk-report' to msg-paragraph

           if ws-risk-cnt = zeroes
              write risk-rec from risk-none-line after 2 lines
           else
              move ws-risk-cnt to d-risk-tot
              write risk-rec from risk-total-line after 2 lines
              if ws-days-left not > ws-window-days
                 move spaces to msg-bad-data
                 string 'Clients without confirmed delivery near '
                                               delimited by size
                        'the deadline: '       delimited by size
                        ws-risk-cnt            delimited by size
                    into msg-bad-data
                 perform log-type-w-msg
              end-if
           end-if.

      *******************************************************************

       return-next-srt.

           return srt-file
              at end move 'y' to ws-srt-eof-sw
           end-return.

      *******************************************************************

       read-next-runhist.

           read runhist-file
              at end continue
           end-read.

      *******************************************************************

       read-next-jobtkt.

           read jobtkt-file
              at end continue
           end-read.

      *******************************************************************

       read-next-dlvstat.

           read dlvstat-file next
              at end continue
           end-read.

      *******************************************************************

       read-next-edelvin.

           read edelvin-file
              at end continue
           end-read.

      *******************************************************************

       read-next-bounce.

           read bounce-file
              at end continue
           end-read.

      *******************************************************************

       read-next-holdrpt.

           read holdrpt-file
              at end continue
           end-read.

      *******************************************************************

       read-next-reprint.

           read reprint-file
              at end continue
           end-read.

      *******************************************************************

       read-next-presort.

           read presort-file
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
                  '/pkgstatus.rpt' delimited by size
                  into print-tree

           open output print-file
           if print-flg not = i-o-ok
              move print-flg to msg-bad-return-cd
              move 'Unable to open pkgstatus.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/pkgdeadline.rpt' delimited by size
                  into risk-tree

           open output risk-file
           if risk-flg not = i-o-ok
              move risk-flg to msg-bad-return-cd
              move 'Unable to open pkgdeadline.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           close print-file
           close risk-file.

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

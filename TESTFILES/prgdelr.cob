       program-id. prgdelr.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Closes out a W-2 delivery season for the tax year asked for    *
      *   (default the prior year).  Each of the season's operational    *
      *   files is copied to an archive of the same name suffixed with   *
      *   the tax year, then cleared for the new season:                 *
      *     - the run-history file;                                      *
      *     - the courier delivery-status file;                          *
      *     - the restart checkpoints of the whole-extract, bounce,      *
      *       reprint and office-range runs (the ranges off the job      *
      *       stream step control file and the range planner's list);    *
      *     - the range planner's office-range list;                     *
      *     - the client hold file, reloaded with only the holds         *
      *       flagged to persist;                                        *
      *     - the p31x office index;                                     *
      *     - the year-over-year totals archive, cut back to the tax     *
      *       year closed, which the new season compares against;        *
      *     - the job stream step control file.                          *
      *   A file that cannot be archived is left as it is.  The close-   *
      *   out report lists every file with its archive name, records     *
      *   archived, records carried forward and the result.              *
      *   The close-out refuses while any courier package carton is      *
      *   still unconfirmed, unless FORCE follows the tax year on the    *
      *   command line, and refuses outright for a tax year already      *
      *   closed out.                                                    *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.

       select optional lsq-in-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is lsq-in-flg.

       select optional lsq-out-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is lsq-out-flg.

       select optional dlvstat-file
              assign       to disk
              organization is indexed
              access       is dynamic
              record key   is dlvstat-key
              file status  is dlvstat-flg.

       select optional dlvarc-file
              assign       to disk
              organization is indexed
              access       is dynamic
              record key   is dlvarc-key
              file status  is dlvarc-flg.

       select optional hold-file
              assign       to disk
              organization is indexed
              access       is dynamic
              record key   is hold-key
              file status  is hold-flg.

       select optional holdarc-file
              assign       to disk
              organization is indexed
              access       is dynamic
              record key   is holdarc-key
              file status  is holdarc-flg.

       copy 'prstcxsl'.

       select optional stcarc-file
              assign       to disk
              organization is indexed
              access       is dynamic
              record key   is sta-key
              file status  is stcarc-flg.

       copy 'prrngxsl'.

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

      *    the line sequential season files - run history, office
      *    index, checkpoints and the totals archive - all pass
      *    through these two as plain images.  the longest record is
      *    the checkpoint header.
       fd  lsq-in-file
           data record is lsq-in-rec
           value of file-id is lsq-in-tree.
       01 lsq-in-rec                  pic x(1248).

       fd  lsq-out-file
           data record is lsq-out-rec
           value of file-id is lsq-out-tree.
       01 lsq-out-rec.
          05                          pic x(01).
          05 lsq-out-tax-year         pic x(04).
          05                          pic x(1243).

       fd  dlvstat-file
           data record is dlvstat-rec
           value of file-id is dlvstat-tree.
           copy 'prdlvsfd'.

       fd  dlvarc-file
           data record is dlvarc-rec
           value of file-id is dlvarc-tree.
           copy 'prdlvsfd' replacing leading ==dlvstat== by ==dlvarc==.

       fd  hold-file
           data record is hold-rec
           value of file-id is hold-tree.
           copy 'prholdfd'.

       fd  holdarc-file
           data record is holdarc-rec
           value of file-id is holdarc-tree.
           copy 'prholdfd' replacing leading ==hold== by ==holdarc==.

       fd  stepctl-file
           data record is stepctl-rec
           value of file-id is stepctl-tree.
           copy 'prstcxfd'.

       fd  stcarc-file
           data record is starc-rec
           value of file-id is stcarc-tree.
           copy 'prstcxfd' replacing leading ==stc==     by ==sta==
                                     leading ==stepctl== by ==starc==.

       fd  rngx-file
           data record is rngx-rec
           value of file-id is rngx-tree.
           copy 'prrngxfd'.

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
       copy 'prstcxws'.
       copy 'prrngxws'.

       77 ws-pgm-name              pic x(15) value 'prgdelr'.

       01 lsq-in-flg                    pic x(02) value spaces.
       01 lsq-in-tree                   pic x(60) value spaces.
       01 lsq-out-flg                   pic x(02) value spaces.
       01 lsq-out-tree                  pic x(60) value spaces.
       01 dlvstat-flg                   pic x(02) value spaces.
       01 dlvstat-tree                  pic x(60) value spaces.
       01 dlvarc-flg                    pic x(02) value spaces.
       01 dlvarc-tree                   pic x(60) value spaces.
       01 hold-flg                      pic x(02) value spaces.
       01 hold-tree                     pic x(60) value spaces.
       01 holdarc-flg                   pic x(02) value spaces.
       01 holdarc-tree                  pic x(60) value spaces.
       01 stcarc-flg                    pic x(02) value spaces.
       01 stcarc-tree                   pic x(60) value spaces.
       01 print-flg                     pic x(02) value spaces.
       01 print-tree                    pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 closeout-parameters.
          05 r-tax-year-parm            pic x(04) value spaces.
          05                            pic x(01) value spaces.
          05 r-force-parm               pic x(05) value spaces.
             88 r-force-on                        values 'FORCE'
                                                         'force'.

       01 ws-tax-year                   pic 9(04) value zeroes.
       01 ws-run-dt                     pic 9(08) value zeroes.
       01 redefines ws-run-dt.
          05 ws-run-ccyy                pic 9(04).
          05 ws-run-mm                  pic 9(02).
          05 ws-run-dd                  pic 9(02).

       01 ws-unconf-cnt                 pic 9(09) value zeroes.
       01 ws-file-cnt                   pic 9(03) value zeroes.
       01 ws-fail-cnt                   pic 9(03) value zeroes.
       01 ws-forced-sw                  pic x(01) value 'n'.
          88 closeout-forced                      value 'y'.

      *    the file in hand: how many records were archived, how many
      *    were carried forward into the cleared file, and how the
      *    close-out of it came out
       01 cls-file-desc                 pic x(22) value spaces.
       01 cls-arch-cnt                  pic 9(09) value zeroes.
       01 cls-kept-cnt                  pic 9(09) value zeroes.
       01 cls-result-sw                 pic x(01) value space.
          88 cls-archived                         value 'A'.
          88 cls-not-present                      value 'N'.
          88 cls-failed                           value 'F'.

      *    checkpoint file suffixes: the whole-extract, bounce and
      *    reprint runs, then every office range recorded or planned
       01 ckpt-sfx-table.
          05 ckp-cnt                    pic 9(03) value zeroes.
          05 ckp-entry                  occurs 200 times.
             10 ckp-sfx                 pic x(10).

       01 ckp-sub                       pic 9(03) value zeroes.
       01 ws-ckp-sfx                    pic x(10) value spaces.
       01 ws-ckp-found-sw               pic x(01) value 'n'.
          88 ckp-sfx-found                        value 'y'.

       01 cls-header-line.
          05                            pic x(30) value
             'W2 DELIVERY SEASON CLOSE-OUT  '.
          05                            pic x(09) value 'TAX YEAR '.
          05 d-cls-tax-year             pic 9(04) value zeroes.
          05                            pic x(06) value spaces.
          05 d-cls-date                 pic x(10) value spaces.

       01 cls-forced-line.
          05                            pic x(04) value spaces.
          05                            pic x(28) value
             'FORCED WITH CARTONS PENDING '.
          05 d-cls-unconf-cnt           pic z(08)9.

       01 cls-col-line.
          05                            pic x(22) value 'FILE'.
          05                            pic x(02) value spaces.
          05                            pic x(50) value 'ARCHIVED TO'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value
             ' ARCHIVED'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value
             ' CARRIED'.
          05                            pic x(02) value spaces.
          05                            pic x(22) value 'RESULT'.

       01 cls-detail-line.
          05 d-cls-file                 pic x(22) value spaces.
          05                            pic x(02) value spaces.
          05 d-cls-arc-name             pic x(50) value spaces.
          05                            pic x(02) value spaces.
          05 d-cls-arch-cnt             pic z(08)9.
          05                            pic x(02) value spaces.
          05 d-cls-kept-cnt             pic z(08)9.
          05                            pic x(02) value spaces.
          05 d-cls-result               pic x(22) value spaces.

       01 cls-total-line.
          05                            pic x(22) value
             'FILES CLOSED OUT'.
          05 d-cls-file-cnt             pic z(04)9.
          05                            pic x(04) value spaces.
          05                            pic x(17) value
             'NOT ARCHIVED'.
          05 d-cls-fail-cnt             pic z(04)9.

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

           perform check-already-closed

           perform check-unconfirmed-cartons

           perform gather-ckpt-suffixes

           perform close-out-runhist

           perform close-out-dlvstat

           move 1 to ckp-sub
           perform close-out-ckpt
              until ckp-sub > ckp-cnt

           perform close-out-ranges

           perform close-out-hold

           perform close-out-pidx

           perform close-out-arch

           perform close-out-stepctl

           perform print-closeout-totals

           perform close-files

           perform log-finish-msg

           evaluate true
              when ws-fail-cnt > zeroes
                 move 8 to return-code
              when closeout-forced
                 move 4 to return-code
              when other
                 move 0 to return-code
           end-evaluate

           stop run.

      *******************************************************************

       initialization.

           move 'initialization' to msg-paragraph

           move 1 to return-code
                     no-rsp-sw

           accept closeout-parameters from command-line

           accept ws-run-dt from date yyyymmdd

           if r-tax-year-parm numeric
              and r-tax-year-parm not = zeroes
              move r-tax-year-parm to ws-tax-year
           else
              subtract 1 from ws-run-ccyy giving ws-tax-year
           end-if

           perform open-files

           move ws-run-dt   to date-n
           move date-n-mm   to date-f-mm
           move date-n-dd   to date-f-dd
           move date-n-ccyy to date-f-ccyy
           move date-f      to d-cls-date
           move ws-tax-year to d-cls-tax-year

           write print-rec from cls-header-line.

      *******************************************************************

       check-already-closed.

      *    the run-history archive is the close-out's own mark - a
      *    second close-out of the year would archive the new
      *    season's empty files over the old season's

           move 'check-already-closed' to msg-paragraph

           move 'RUNHIST' to dict-name
           call 'fxlt' using dict-name
                             lsq-in-tree
           perform build-archive-name

           open input lsq-out-file
           if lsq-out-flg = i-o-ok
              close lsq-out-file
              move spaces to msg-bad-data
              string 'Refused - tax year '           delimited by size
                     ws-tax-year                     delimited by size
                     ' is already closed out'        delimited by size
                 into msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if
           if lsq-out-flg = '05'
              close lsq-out-file
           end-if.

      *******************************************************************

       check-unconfirmed-cartons.

      *    every carton still shipped and not confirmed is a package
      *    the couriers owe an answer on.  closing the season loses
      *    it, so only an explicit FORCE goes on past them.

           move 'check-unconfirmed-cartons' to msg-paragraph

           move 'DLVSTAT' to dict-name
           call 'fxlt' using dict-name
                             dlvstat-tree

      *    '05' is optional-file-not-present - no packages tracked
      *    this season, none unconfirmed
           open input dlvstat-file
           if dlvstat-flg = i-o-ok or dlvstat-flg = '05'
              perform read-next-dlvstat
              perform count-unconfirmed-carton
                 until dlvstat-flg not = i-o-ok
              close dlvstat-file
           else
              move dlvstat-flg to msg-bad-return-cd
              move 'Unable to open the delivery-status file'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           if ws-unconf-cnt > zeroes
              if r-force-on
                 move 'y' to ws-forced-sw
                 move ws-unconf-cnt to d-cls-unconf-cnt
                 write print-rec from cls-forced-line after 2 lines
                 move spaces to msg-bad-data
                 string 'Close-out forced with cartons unconfirmed: '
                                             delimited by size
                        ws-unconf-cnt        delimited by size
                    into msg-bad-data
                 perform log-type-w-msg
              else
                 move spaces to msg-bad-data
                 string 'Refused - cartons unconfirmed: '
                                             delimited by size
                        ws-unconf-cnt        delimited by size
                        ' - FORCE to override'
                                             delimited by size
                    into msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
           end-if

           write print-rec from cls-col-line after 2 lines.

      *******************************************************************

       count-unconfirmed-carton.

           if dlvstat-shipped
              add 1 to ws-unconf-cnt giving ws-unconf-cnt
           end-if

           perform read-next-dlvstat.

      *******************************************************************

       gather-ckpt-suffixes.

      *    checkpoints are named by the run's range suffix, so the
      *    ranges have to come from what ran and what was planned -
      *    taken before the step control file is cleared

           move 'gather-ckpt-suffixes' to msg-paragraph

           move spaces     to ws-ckp-sfx
           perform add-ckpt-suffix
           move '_bounce'  to ws-ckp-sfx
           perform add-ckpt-suffix
           move '_reprint' to ws-ckp-sfx
           perform add-ckpt-suffix

           move 'STEPCTL' to dict-name
           call 'fxlt' using dict-name
                             stepctl-tree
           open input stepctl-file
           if stepctl-flg = i-o-ok or stepctl-flg = '05'
              move 2          to stc-step-nbr
              move low-values to stc-range
              start stepctl-file key not < stc-key
              if stepctl-flg = i-o-ok
                 perform read-next-stepctl
                 perform add-step-ckpt-suffix
                    until stepctl-flg not = i-o-ok
                       or not stc-step-report
              end-if
              close stepctl-file
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/vnd_tran.ranges' delimited by size
                  into rngx-tree
           open input rngx-file
           if rngx-flg = i-o-ok or rngx-flg = '05'
              perform read-next-rngx
              perform add-plan-ckpt-suffix
                 until rngx-flg not = i-o-ok
              close rngx-file
           end-if.

      *******************************************************************

       add-step-ckpt-suffix.

      *    the whole-extract run's record is already in as spaces

           if stc-range not = '0000-9999'
              move spaces to ws-ckp-sfx
              string '_'            delimited by size
                     stc-range(1:4) delimited by size
                     '_'            delimited by size
                     stc-range(6:4) delimited by size
                 into ws-ckp-sfx
              perform add-ckpt-suffix
           end-if

           perform read-next-stepctl.

      *******************************************************************

       add-plan-ckpt-suffix.

           move spaces to ws-ckp-sfx
           string '_'           delimited by size
                  rngx-off-from delimited by size
                  '_'           delimited by size
                  rngx-off-to   delimited by size
              into ws-ckp-sfx
           perform add-ckpt-suffix

           perform read-next-rngx.

      *******************************************************************

       add-ckpt-suffix.

           move 'n' to ws-ckp-found-sw
           move 1   to ckp-sub
           perform find-ckpt-suffix
              until ckp-sub > ckp-cnt
                 or ckp-sfx-found

           if not ckp-sfx-found
              if ckp-cnt < 200
                 add 1 to ckp-cnt giving ckp-cnt
                 move ws-ckp-sfx to ckp-sfx(ckp-cnt)
              else
                 move 'Checkpoint list full - later ranges not closed'
                      to msg-bad-data
                 perform log-type-w-msg
              end-if
           end-if.

       find-ckpt-suffix.
           if ckp-sfx(ckp-sub) = ws-ckp-sfx
              move 'y' to ws-ckp-found-sw
           end-if
           add 1 to ckp-sub giving ckp-sub.

      *******************************************************************

       close-out-runhist.

           move 'close-out-runhist' to msg-paragraph

           move 'RUN HISTORY' to cls-file-desc
           move 'RUNHIST' to dict-name
           call 'fxlt' using dict-name
                             lsq-in-tree
           perform archive-seq-file
           if cls-archived
              perform clear-seq-file
           end-if
           perform print-closeout-line.

      *******************************************************************

       close-out-ckpt.

           move 'close-out-ckpt' to msg-paragraph

           move 'CHECKPOINT' to cls-file-desc
           if ckp-sfx(ckp-sub) not = spaces
              move ckp-sfx(ckp-sub) to cls-file-desc(12:10)
           end-if
           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           move spaces to lsq-in-tree
           string ws-temp-tree     delimited by space
                  '/vnd_tran'      delimited by size
                  ckp-sfx(ckp-sub) delimited by space
                  '.ckpt'          delimited by size
                  into lsq-in-tree
           perform archive-seq-file
           if cls-archived
              perform clear-seq-file
           end-if
      *    ranges that never checkpointed are not worth a line each
           if not cls-not-present
              perform print-closeout-line
           end-if

           add 1 to ckp-sub giving ckp-sub.

      *******************************************************************

       close-out-ranges.

      *    the range planner's list - read above for the checkpoint
      *    suffixes, so it is only cleared once they are closed out

           move 'close-out-ranges' to msg-paragraph

           move 'OFFICE RANGE LIST' to cls-file-desc
           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           move spaces to lsq-in-tree
           string ws-temp-tree       delimited by space
                  '/vnd_tran.ranges' delimited by size
                  into lsq-in-tree
           perform archive-seq-file
           if cls-archived
              perform clear-seq-file
           end-if
           perform print-closeout-line.

      *******************************************************************

       close-out-pidx.

           move 'close-out-pidx' to msg-paragraph

           move 'OFFICE INDEX' to cls-file-desc
           move 'P31XIDX' to dict-name
           call 'fxlt' using dict-name
                             lsq-in-tree
           perform archive-seq-file
           if cls-archived
              perform clear-seq-file
           end-if
           perform print-closeout-line.

      *******************************************************************

       close-out-arch.

      *    the totals archive grows a set of records every run of every
      *    season.  the new season's variance page wants only the year
      *    closed, so that year's records are all that is kept.

           move 'close-out-arch' to msg-paragraph

           move 'YEAR-OVER-YEAR ARCHIVE' to cls-file-desc
           move 'W2ARCH' to dict-name
           call 'fxlt' using dict-name
                             lsq-in-tree
           perform archive-seq-file
           if cls-archived
              open input  lsq-out-file
              open output lsq-in-file
              if lsq-out-flg = i-o-ok
                 and lsq-in-flg = i-o-ok
                 perform read-next-lsq-out
                 perform keep-closing-year-rec
                    until lsq-out-flg not = i-o-ok
              else
                 move lsq-in-flg to msg-bad-return-cd
                 move 'Unable to cut back the totals archive'
                      to msg-bad-data
                 perform log-type-w-msg
              end-if
              close lsq-out-file
              close lsq-in-file
           end-if
           perform print-closeout-line.

      *******************************************************************

       keep-closing-year-rec.

           if lsq-out-tax-year = ws-tax-year
              write lsq-in-rec from lsq-out-rec
              add 1 to cls-kept-cnt giving cls-kept-cnt
           end-if

           perform read-next-lsq-out.

      *******************************************************************

       archive-seq-file.

      *    copies the line sequential file named in lsq-in-tree to its
      *    year-suffixed archive, as record images

           move 'archive-seq-file' to msg-paragraph

           move zeroes to cls-arch-cnt
                          cls-kept-cnt
           perform build-archive-name

           open input lsq-in-file
           if lsq-in-flg not = i-o-ok
              if lsq-in-flg = '05'
                 close lsq-in-file
                 move 'N' to cls-result-sw
              else
                 move lsq-in-flg to msg-bad-return-cd
                 perform log-archive-failure
              end-if
           else
              open output lsq-out-file
              if lsq-out-flg = i-o-ok
                 perform read-next-lsq-in
                 perform copy-seq-rec
                    until lsq-in-flg not = i-o-ok
                 close lsq-out-file
                 move 'A' to cls-result-sw
              else
                 move lsq-out-flg to msg-bad-return-cd
                 perform log-archive-failure
              end-if
              close lsq-in-file
           end-if.

      *******************************************************************

       copy-seq-rec.

           write lsq-out-rec from lsq-in-rec
           add 1 to cls-arch-cnt giving cls-arch-cnt

           perform read-next-lsq-in.

      *******************************************************************

       clear-seq-file.

           open output lsq-in-file
           if lsq-in-flg = i-o-ok
              close lsq-in-file
           else
              move lsq-in-flg to msg-bad-return-cd
              move 'Archived but unable to clear - clear by hand'
                   to msg-bad-data
              perform log-type-w-msg
           end-if.

      *******************************************************************

       close-out-dlvstat.

           move 'close-out-dlvstat' to msg-paragraph

           move 'DELIVERY STATUS' to cls-file-desc
           move zeroes to cls-arch-cnt
                          cls-kept-cnt
           move dlvstat-tree to lsq-in-tree
           perform build-archive-name
           move lsq-out-tree to dlvarc-tree

           open input dlvstat-file
           if dlvstat-flg not = i-o-ok
              if dlvstat-flg = '05'
                 close dlvstat-file
                 move 'N' to cls-result-sw
              else
                 move dlvstat-flg to msg-bad-return-cd
                 perform log-archive-failure
              end-if
           else
              open output dlvarc-file
              if dlvarc-flg = i-o-ok
                 perform read-next-dlvstat
                 perform copy-dlvstat-rec
                    until dlvstat-flg not = i-o-ok
                 close dlvarc-file
                 move 'A' to cls-result-sw
              else
                 move dlvarc-flg to msg-bad-return-cd
                 perform log-archive-failure
              end-if
              close dlvstat-file
              if cls-archived
                 open output dlvstat-file
                 close dlvstat-file
              end-if
           end-if

           perform print-closeout-line.

      *******************************************************************

       copy-dlvstat-rec.

           write dlvarc-rec from dlvstat-rec
           add 1 to cls-arch-cnt giving cls-arch-cnt

           perform read-next-dlvstat.

      *******************************************************************

       close-out-hold.

      *    a hold lapses with the season unless collections/legal
      *    flagged it to persist - last season a stale hold kept
      *    clients back for a week

           move 'close-out-hold' to msg-paragraph

           move 'CLIENT HOLD' to cls-file-desc
           move zeroes to cls-arch-cnt
                          cls-kept-cnt
           move 'CLTHOLD' to dict-name
           call 'fxlt' using dict-name
                             hold-tree
           move hold-tree to lsq-in-tree
           perform build-archive-name
           move lsq-out-tree to holdarc-tree

           open input hold-file
           if hold-flg not = i-o-ok
              if hold-flg = '05'
                 close hold-file
                 move 'N' to cls-result-sw
              else
                 move hold-flg to msg-bad-return-cd
                 perform log-archive-failure
              end-if
           else
              open output holdarc-file
              if holdarc-flg = i-o-ok
                 perform read-next-hold
                 perform copy-hold-rec
                    until hold-flg not = i-o-ok
                 close holdarc-file
                 move 'A' to cls-result-sw
              else
                 move holdarc-flg to msg-bad-return-cd
                 perform log-archive-failure
              end-if
              close hold-file
              if cls-archived
                 perform reload-persisting-holds
              end-if
           end-if

           perform print-closeout-line.

      *******************************************************************

       copy-hold-rec.

           write holdarc-rec from hold-rec
           add 1 to cls-arch-cnt giving cls-arch-cnt

           perform read-next-hold.

      *******************************************************************

       reload-persisting-holds.

           move 'reload-persisting-holds' to msg-paragraph

           open output hold-file
           open input  holdarc-file
           if hold-flg = i-o-ok
              and holdarc-flg = i-o-ok
              perform read-next-holdarc
              perform carry-hold-rec
                 until holdarc-flg not = i-o-ok
           else
              move hold-flg to msg-bad-return-cd
              move 'Unable to reload persisting holds from archive'
                   to msg-bad-data
              perform log-type-w-msg
           end-if
           close hold-file
           close holdarc-file.

      *******************************************************************

       carry-hold-rec.

           if holdarc-persists
              write hold-rec from holdarc-rec
              add 1 to cls-kept-cnt giving cls-kept-cnt
           end-if

           perform read-next-holdarc.

      *******************************************************************

       close-out-stepctl.

      *    the new season's stream starts from the office index build

           move 'close-out-stepctl' to msg-paragraph

           move 'JOB STREAM STEPS' to cls-file-desc
           move zeroes to cls-arch-cnt
                          cls-kept-cnt
           move stepctl-tree to lsq-in-tree
           perform build-archive-name
           move lsq-out-tree to stcarc-tree

           open input stepctl-file
           if stepctl-flg not = i-o-ok
              if stepctl-flg = '05'
                 close stepctl-file
                 move 'N' to cls-result-sw
              else
                 move stepctl-flg to msg-bad-return-cd
                 perform log-archive-failure
              end-if
           else
              open output stcarc-file
              if stcarc-flg = i-o-ok
                 perform read-next-stepctl
                 perform copy-stepctl-rec
                    until stepctl-flg not = i-o-ok
                 close stcarc-file
                 move 'A' to cls-result-sw
              else
                 move stcarc-flg to msg-bad-return-cd
                 perform log-archive-failure
              end-if
              close stepctl-file
              if cls-archived
                 open output stepctl-file
                 close stepctl-file
              end-if
           end-if

           perform print-closeout-line.

      *******************************************************************

       copy-stepctl-rec.

           write starc-rec from stepctl-rec
           add 1 to cls-arch-cnt giving cls-arch-cnt

           perform read-next-stepctl.

      *******************************************************************

       build-archive-name.

      *    the archive is the working file's own name with the tax
      *    year on the end

           move spaces to lsq-out-tree
           string lsq-in-tree delimited by space
                  '.'         delimited by size
                  ws-tax-year delimited by size
                  into lsq-out-tree.

      *******************************************************************

       log-archive-failure.

           move 'F' to cls-result-sw
           move spaces to msg-bad-data
           string 'Unable to archive '  delimited by size
                  cls-file-desc         delimited by '  '
                  ' - left as it is'    delimited by size
              into msg-bad-data
           perform log-type-w-msg.

      *******************************************************************

       print-closeout-line.

           move 'print-closeout-line' to msg-paragraph

           add 1 to ws-file-cnt giving ws-file-cnt

           move cls-file-desc to d-cls-file
           move cls-arch-cnt  to d-cls-arch-cnt
           move cls-kept-cnt  to d-cls-kept-cnt
           evaluate true
              when cls-archived
                 move lsq-out-tree           to d-cls-arc-name
                 move 'ARCHIVED AND CLEARED' to d-cls-result
              when cls-not-present
                 move spaces                 to d-cls-arc-name
                 move 'NOT PRESENT'          to d-cls-result
              when other
                 add 1 to ws-fail-cnt giving ws-fail-cnt
                 move lsq-out-tree           to d-cls-arc-name
                 move 'NOT ARCHIVED - KEPT'  to d-cls-result
           end-evaluate

           write print-rec from cls-detail-line.

      *******************************************************************

       print-closeout-totals.

           move 'print-closeout-totals' to msg-paragraph

           move ws-file-cnt to d-cls-file-cnt
           move ws-fail-cnt to d-cls-fail-cnt
           write print-rec from cls-total-line after 2 lines.

      *******************************************************************

       read-next-lsq-in.

           read lsq-in-file
              at end continue
           end-read.

       read-next-lsq-out.

           read lsq-out-file
              at end continue
           end-read.

       read-next-dlvstat.

           read dlvstat-file next record
              at end continue
           end-read.

       read-next-hold.

           read hold-file next record
              at end continue
           end-read.

       read-next-holdarc.

           read holdarc-file next record
              at end continue
           end-read.

       read-next-stepctl.

           read stepctl-file next record
              at end continue
           end-read.

       read-next-rngx.

           read rngx-file
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
                  '/closeout.rpt' delimited by size
                  into print-tree

           open output print-file
           if print-flg not = i-o-ok
              move print-flg to msg-bad-return-cd
              move 'Unable to open closeout.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
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

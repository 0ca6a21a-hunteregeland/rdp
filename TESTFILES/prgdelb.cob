       program-id. prgdelb.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Turns the season's W-2 production billing files into           *
      *   invoices.  The billing files are named, one path per line,     *
      *   on the billing feed list; with no feed list the season's own   *
      *   billing, reprint and bounce billing files are read.  Records   *
      *   are gathered by office and client for the tax year asked for   *
      *   (default the prior year).  Per client:                         *
      *     - only the latest original run is billed; a rerun's record   *
      *       supersedes the earlier run's, and no original is billed    *
      *       when one is already on the invoice ledger;                 *
      *     - each corrections run is billed once and netted onto the    *
      *       client's invoice with the original;                        *
      *     - each reprint run is billed once at the reprint rates,      *
      *       not the production rates it was priced at;                 *
      *     - bounce re-queue runs are not billed.                       *
      *   Every charge invoiced is put on the invoice ledger under the   *
      *   tax year, office, client, run type, run date and run time, so  *
      *   feeding the same or a later billing file again bills only      *
      *   what is new.  Writes the invoice register, an A/R posting      *
      *   file with one invoice line per client invoiced, and a GL       *
      *   summary by office and delivery channel.                        *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.

       select optional feedlist-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is feedlist-flg.

       select optional bilin-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is bilin-flg.

       select optional ledger-file
              assign       to disk
              organization is indexed
              access       is dynamic
              record key   is ldg-key
              file status  is ledger-flg.

       select arpost-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is arpost-flg.

       select glsum-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is glsum-flg.

       select srt-file
              assign       to disk.

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

       fd  feedlist-file
           data record is feedlist-rec
           value of file-id is feedlist-tree.
       01 feedlist-rec.
          05 fl-feed-tree             pic x(60).

       fd  bilin-file
           data record is bilin-rec
           value of file-id is bilin-tree.
       01 bilin-rec                   pic x(71).

      *    one record per charge invoiced.  the control record, keyed
      *    tax year 0000, holds the last invoice number given out.
       fd  ledger-file
           data record is ledger-rec
           value of file-id is ledger-tree.
       01 ledger-rec.
          05 ldg-key.
             10 ldg-tax-year          pic 9(04).
             10 ldg-off-nbr           pic 9(04).
             10 ldg-clt-nbr           pic x(11).
             10 ldg-run-type          pic x(01).
             10 ldg-run-dt            pic x(08).
             10 ldg-run-tm            pic x(04).
          05 ldg-invoice-nbr          pic 9(09).
          05 ldg-invoice-dt           pic 9(08).
          05 ldg-amount               pic s9(09)v99.
          05 ldg-fd-w2-cnt            pic 9(09).
          05 ldg-page-cnt             pic 9(09).
          05 filler                   pic x(16).

       fd  arpost-file
           data record is arpost-rec
           value of file-id is arpost-tree.
       01 arpost-rec.
          05 ar-invoice-nbr           pic 9(09).
          05 ar-invoice-dt            pic 9(08).
          05 ar-tax-year              pic 9(04).
          05 ar-off-nbr               pic 9(04).
          05 ar-clt-nbr               pic x(11).
          05 ar-deliv-channel         pic x(01).
          05 ar-orig-amount           pic s9(09)v99.
          05 ar-corr-amount           pic s9(09)v99.
          05 ar-rpt-amount            pic s9(09)v99.
          05 ar-invoice-amount        pic s9(09)v99.
          05 ar-fd-w2-cnt             pic 9(09).
          05 ar-page-cnt              pic 9(09).
          05 ar-amend-cnt             pic 9(09).

       fd  glsum-file
           data record is glsum-rec
           value of file-id is glsum-tree.
       01 glsum-rec.
          05 gls-tax-year             pic 9(04).
          05 gls-off-nbr              pic 9(04).
          05 gls-deliv-channel        pic x(01).
          05 gls-gl-acct              pic x(08).
          05 gls-charge-cnt           pic 9(07).
          05 gls-fd-w2-cnt            pic 9(09).
          05 gls-page-cnt             pic 9(09).
          05 gls-amount               pic s9(11)v99.
          05 gls-post-dt              pic 9(08).

      *    office, client, then run type, date and time so each run's
      *    records sit together, then billing file and the record's
      *    place in it so the last of a run's records comes last
       sd  srt-file
           data record is srt-rec.
       01 srt-rec.
          05 srt-off-nbr              pic 9(04).
          05 srt-clt-nbr              pic x(11).
          05 srt-run-type             pic x(01).
          05 srt-run-dt               pic x(08).
          05 srt-run-tm               pic x(04).
          05 srt-feed-nbr             pic 9(02).
          05 srt-rec-seq              pic 9(09).
          05 srt-bil-image            pic x(71).

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

       77 ws-pgm-name              pic x(15) value 'prgdelb'.

       copy 'prbillws'.

       01 feedlist-flg                  pic x(02) value spaces.
       01 feedlist-tree                 pic x(60) value spaces.
       01 bilin-flg                     pic x(02) value spaces.
       01 bilin-tree                    pic x(60) value spaces.
       01 ledger-flg                    pic x(02) value spaces.
       01 ledger-tree                   pic x(60) value spaces.
       01 arpost-flg                    pic x(02) value spaces.
       01 arpost-tree                   pic x(60) value spaces.
       01 glsum-flg                     pic x(02) value spaces.
       01 glsum-tree                    pic x(60) value spaces.
       01 print-flg                     pic x(02) value spaces.
       01 print-tree                    pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 billing-parameters.
          05 b-tax-year-parm            pic x(04) value spaces.

       01 ws-tax-year                   pic 9(04) value zeroes.

       01 ws-run-dt                     pic 9(08) value zeroes.
       01 redefines ws-run-dt.
          05 ws-run-ccyy                pic 9(04).
          05 ws-run-mm                  pic 9(02).
          05 ws-run-dd                  pic 9(02).

       01 ws-srt-eof-sw                 pic x(01) value 'n'.
          88 srt-at-end                           value 'y'.
       01 ws-warn-sw                    pic x(01) value 'n'.
          88 billing-warned                       value 'y'.
       01 ws-season-feeds-sw            pic x(01) value 'n'.
          88 season-feeds                         value 'y'.
       01 ws-office-sw                  pic x(01) value 'n'.
          88 office-open                          value 'y'.

       01 ws-rec-seq                    pic 9(09) value zeroes.
       01 ws-last-image                 pic x(71) value spaces.
       01 ws-last-invoice-nbr           pic 9(09) value zeroes.
       01 ws-cur-off-nbr                pic 9(04) value zeroes.

      *    reprints are billed at the print shop's reprint rates - a
      *    flat charge per package plus the page charge - not at the
      *    production rates the delivery report priced them at.
      *    change the constants here when the contract rates change.
       01 reprint-rate-consts.
          05 bill-rate-rpt-pkg          pic 9(03)v99 value 12.50.
          05 bill-rate-rpt-page         pic 9(03)v99 value 0.05.

      *    the billing files read: off the feed list, or the season's
      *    own three when there is no list
       01 feed-table.
          05 feed-cnt                   pic 9(02) value zeroes.
          05 feed-max                   pic 9(02) value 20.
          05 feed-entry                 occurs 20 times.
             10 feed-name               pic x(60).
             10 feed-missing-sw         pic x(01).
                88 feed-missing                   value 'y'.
             10 feed-read-cnt           pic 9(09).
             10 feed-kept-cnt           pic 9(09).

       01 feed-sub                      pic 9(02) value zeroes.

      *    delivery channels as the billing extract carries them, with
      *    corrections and reprints billed to their own, and the GL
      *    revenue account each posts to
       01 channel-values.
          05                            pic x(01) value 'T'.
          05                            pic x(16) value 'TE CLIENT'.
          05                            pic x(08) value '4410-110'.
          05                            pic x(01) value 'C'.
          05                            pic x(16) value
             'MAIL TO CLIENT'.
          05                            pic x(08) value '4410-120'.
          05                            pic x(01) value 'B'.
          05                            pic x(16) value
             'MAIL TO BRANCH'.
          05                            pic x(08) value '4410-130'.
          05                            pic x(01) value 'E'.
          05                            pic x(16) value 'ELECTRONIC'.
          05                            pic x(08) value '4410-140'.
          05                            pic x(01) value 'D'.
          05                            pic x(16) value 'EMPLOYEE MAIL'.
          05                            pic x(08) value '4410-150'.
          05                            pic x(01) value 'O'.
          05                            pic x(16) value 'OTHER'.
          05                            pic x(08) value '4410-190'.
          05                            pic x(01) value 'A'.
          05                            pic x(16) value 'CORRECTIONS'.
          05                            pic x(08) value '4420-100'.
          05                            pic x(01) value 'R'.
          05                            pic x(16) value 'REPRINTS'.
          05                            pic x(08) value '4430-100'.
       01 channel-table redefines channel-values.
          05 chan-entry                 occurs 8 times.
             10 chan-code               pic x(01).
             10 chan-desc               pic x(16).
             10 chan-gl-acct            pic x(08).

       01 chan-max                      pic 9(02) value 8.
       01 chan-sub                      pic 9(02) value zeroes.

      *    the GL figures for the office being billed and for the run
       01 office-gl-table.
          05 off-gl-entry               occurs 8 times.
             10 off-gl-charge-cnt       pic 9(07).
             10 off-gl-w2-cnt           pic 9(09).
             10 off-gl-page-cnt         pic 9(09).
             10 off-gl-amount           pic s9(11)v99.

       01 grand-gl-table.
          05 tot-gl-entry               occurs 8 times.
             10 tot-gl-charge-cnt       pic 9(07).
             10 tot-gl-w2-cnt           pic 9(09).
             10 tot-gl-page-cnt         pic 9(09).
             10 tot-gl-amount           pic s9(11)v99.

      *    one charge going to the GL tables
       01 gl-charge-fields.
          05 ws-gl-channel              pic x(01) value space.
          05 ws-gl-w2-cnt               pic 9(09) value zeroes.
          05 ws-gl-page-cnt             pic 9(09) value zeroes.
          05 ws-gl-amount               pic s9(09)v99 value zeroes.

       01 office-bill-totals.
          05 off-inv-cnt                pic 9(07) value zeroes.
          05 off-orig-amount            pic s9(11)v99 value zeroes.
          05 off-corr-amount            pic s9(11)v99 value zeroes.
          05 off-rpt-amount             pic s9(11)v99 value zeroes.
          05 off-inv-amount             pic s9(11)v99 value zeroes.

       01 grand-bill-totals.
          05 tot-clt-cnt                pic 9(07) value zeroes.
          05 tot-inv-cnt                pic 9(07) value zeroes.
          05 tot-orig-amount            pic s9(11)v99 value zeroes.
          05 tot-corr-amount            pic s9(11)v99 value zeroes.
          05 tot-rpt-amount             pic s9(11)v99 value zeroes.
          05 tot-inv-amount             pic s9(11)v99 value zeroes.

      *    what was read and not invoiced, for the end of the register
       01 skip-counts.
          05 skip-year-cnt              pic 9(09) value zeroes.
          05 skip-bounce-cnt            pic 9(09) value zeroes.
          05 skip-dup-cnt               pic 9(09) value zeroes.
          05 skip-superseded-cnt        pic 9(09) value zeroes.
          05 skip-invoiced-cnt          pic 9(09) value zeroes.
          05 skip-bad-cnt               pic 9(09) value zeroes.

      *    the client being pulled together off its sorted records
       01 client-bill-fields.
          05 cl-off-nbr                 pic 9(04).
          05 cl-clt-nbr                 pic x(11).
          05 cl-orig-sw                 pic x(01).
             88 cl-orig-found                     value 'y'.
          05 cl-orig-before-sw          pic x(01).
             88 cl-orig-invoiced-before           value 'y'.
          05 cl-orig-before-nbr         pic 9(09).
          05 cl-orig-run-dt             pic x(08).
          05 cl-orig-run-tm             pic x(04).
          05 cl-orig-channel            pic x(01).
          05 cl-orig-bil-amount         pic s9(09)v99.
          05 cl-orig-w2-cnt             pic 9(09).
          05 cl-orig-page-cnt           pic 9(09).
          05 cl-superseded-cnt          pic 9(02).
          05 cl-bill-cnt                pic 9(02).
          05 cl-orig-amount             pic s9(09)v99.
          05 cl-corr-amount             pic s9(09)v99.
          05 cl-rpt-amount              pic s9(09)v99.
          05 cl-invoice-amount          pic s9(09)v99.
          05 cl-fd-w2-cnt               pic 9(09).
          05 cl-page-cnt                pic 9(09).
          05 cl-amend-cnt               pic 9(09).
          05 cl-invoice-nbr             pic 9(09).
          05 cl-inv-channel             pic x(01).

      *    the client's charges by run: the original run billed and
      *    every corrections and reprint run
       01 pending-charge-table.
          05 pend-cnt                   pic 9(02) value zeroes.
          05 pend-max                   pic 9(02) value 50.
          05 pend-entry                 occurs 50 times.
             10 pend-run-type           pic x(01).
             10 pend-run-dt             pic x(08).
             10 pend-run-tm             pic x(04).
             10 pend-before-sw          pic x(01).
                88 pend-invoiced-before           value 'y'.
             10 pend-amount             pic s9(09)v99.
             10 pend-fd-w2-cnt          pic 9(09).
             10 pend-page-cnt           pic 9(09).
             10 pend-amend-cnt          pic 9(09).

       01 pend-sub                      pic 9(02) value zeroes.

       01 register-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(34) value
             'W2 PRODUCTION INVOICE REGISTER    '.
          05 d-reg-date                 pic x(10) value spaces.
          05                            pic x(12) value
             '   TAX YEAR '.
          05 d-reg-tax-year             pic 9(04) value zeroes.

       01 register-col-line.
          05                            pic x(02) value spaces.
          05                            pic x(04) value 'OFF '.
          05                            pic x(02) value spaces.
          05                            pic x(11) value 'CLIENT'.
          05                            pic x(02) value spaces.
          05                            pic x(01) value 'C'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value '  INVOICE'.
          05                            pic x(02) value spaces.
          05                            pic x(15) value
             '       ORIGINAL'.
          05                            pic x(02) value spaces.
          05                            pic x(15) value
             '    CORRECTIONS'.
          05                            pic x(02) value spaces.
          05                            pic x(15) value
             '       REPRINTS'.
          05                            pic x(02) value spaces.
          05                            pic x(15) value
             '  INVOICE TOTAL'.
          05                            pic x(02) value spaces.
          05                            pic x(04) value 'NOTE'.

       01 register-detail-line.
          05                            pic x(02) value spaces.
          05 d-inv-off-nbr              pic 9(04) value zeroes.
          05                            pic x(02) value spaces.
          05 d-inv-clt-nbr              pic x(11) value spaces.
          05                            pic x(02) value spaces.
          05 d-inv-channel              pic x(01) value space.
          05                            pic x(02) value spaces.
          05 d-inv-nbr                  pic z(9).
          05                            pic x(02) value spaces.
          05 d-inv-orig-amount          pic zz,zzz,zz9.99-.
          05                            pic x(02) value spaces.
          05 d-inv-corr-amount          pic zz,zzz,zz9.99-.
          05                            pic x(02) value spaces.
          05 d-inv-rpt-amount           pic zz,zzz,zz9.99-.
          05                            pic x(02) value spaces.
          05 d-inv-amount               pic zz,zzz,zz9.99-.
          05                            pic x(02) value spaces.
          05 d-inv-note                 pic x(24) value spaces.

       01 register-total-line.
          05                            pic x(02) value spaces.
          05 d-tot-label                pic x(31) value spaces.
          05                            pic x(02) value spaces.
          05 d-tot-orig-amount          pic zz,zzz,zz9.99-.
          05                            pic x(02) value spaces.
          05 d-tot-corr-amount          pic zz,zzz,zz9.99-.
          05                            pic x(02) value spaces.
          05 d-tot-rpt-amount           pic zz,zzz,zz9.99-.
          05                            pic x(02) value spaces.
          05 d-tot-amount               pic zz,zzz,zz9.99-.
          05                            pic x(02) value spaces.
          05 d-tot-note                 pic x(24) value spaces.

       01 register-gl-line.
          05                            pic x(06) value spaces.
          05                            pic x(03) value 'GL '.
          05 d-gl-acct                  pic x(08) value spaces.
          05                            pic x(02) value spaces.
          05 d-gl-desc                  pic x(16) value spaces.
          05                            pic x(02) value spaces.
          05 d-gl-charge-cnt            pic z(6)9.
          05                            pic x(10) value ' CHARGES  '.
          05 d-gl-w2-cnt                pic z(8)9.
          05                            pic x(07) value ' W-2S  '.
          05 d-gl-page-cnt              pic z(8)9.
          05                            pic x(08) value ' PAGES  '.
          05 d-gl-amount                pic zzz,zzz,zz9.99-.

       01 register-msg-line.
          05                            pic x(04) value spaces.
          05 d-reg-msg                  pic x(100) value spaces.

       01 register-feed-line.
          05                            pic x(04) value spaces.
          05                            pic x(05) value 'FILE '.
          05 d-feed-nbr                 pic 99.
          05                            pic x(02) value ': '.
          05 d-feed-name                pic x(60) value spaces.
          05                            pic x(02) value spaces.
          05 d-feed-counts              pic x(40) value spaces.

       01 register-skip-line.
          05                            pic x(04) value spaces.
          05 d-skip-label               pic x(44) value spaces.
          05 d-skip-cnt                 pic z(8)9.

       01 ws-feed-read-ed               pic z(8)9.
       01 ws-feed-kept-ed               pic z(8)9.

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

           sort srt-file
                on ascending key srt-off-nbr
                                 srt-clt-nbr
                                 srt-run-type
                                 srt-run-dt
                                 srt-run-tm
                                 srt-feed-nbr
                                 srt-rec-seq
                input procedure  is release-billing-files
                output procedure is invoice-clients

           perform print-register-totals

           perform close-files

           perform log-finish-msg

           if billing-warned
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

           accept billing-parameters from command-line

           accept ws-run-dt from date yyyymmdd

           if b-tax-year-parm numeric
              and b-tax-year-parm not = zeroes
              move b-tax-year-parm to ws-tax-year
           else
              subtract 1 from ws-run-ccyy giving ws-tax-year
           end-if

           perform open-files

           perform load-invoice-control

           move ws-run-dt   to date-n
           move date-n-mm   to date-f-mm
           move date-n-dd   to date-f-dd
           move date-n-ccyy to date-f-ccyy
           move date-f      to d-reg-date
           move ws-tax-year to d-reg-tax-year.

      *******************************************************************

       load-invoice-control.

      *    a new ledger starts its invoice numbers at 1

           move 'load-invoice-control' to msg-paragraph

           perform build-invoice-control
           read ledger-file
           if ledger-flg = i-o-ok
              move ldg-invoice-nbr to ws-last-invoice-nbr
           else
              move zeroes to ws-last-invoice-nbr
              perform build-invoice-control
              write ledger-rec
              if ledger-flg not = i-o-ok
                 move ledger-flg to msg-bad-return-cd
                 move 'Unable to write invoice ledger control record'
                      to msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
           end-if.

      *******************************************************************

       build-invoice-control.

           move zeroes              to ldg-tax-year
                                       ldg-off-nbr
           move spaces              to ldg-clt-nbr
                                       ldg-run-type
                                       ldg-run-dt
                                       ldg-run-tm
           move ws-last-invoice-nbr to ldg-invoice-nbr
           move ws-run-dt           to ldg-invoice-dt
           move zeroes              to ldg-amount
                                       ldg-fd-w2-cnt
                                       ldg-page-cnt.

      *******************************************************************

       save-invoice-control.

      *    saved as each number is given out, so an abended run
      *    never hands the same number out twice

           move 'save-invoice-control' to msg-paragraph

           perform build-invoice-control
           rewrite ledger-rec
           if ledger-flg not = i-o-ok
              move ledger-flg to msg-bad-return-cd
              move 'Unable to update invoice ledger control record'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *******************************************************************

       release-billing-files.

      *    sort input: every billing record for the tax year off every
      *    billing file.  bounce re-queue runs are counted and left
      *    out - the client was billed when the package was printed.

           move 'release-billing-files' to msg-paragraph

           perform read-next-feedlist
           perform add-listed-feed
              until feedlist-flg not = i-o-ok

           if feed-cnt = zeroes
              perform add-season-feeds
           end-if

           move 1 to feed-sub
           perform release-feed
              until feed-sub > feed-cnt.

      *******************************************************************

       add-listed-feed.

           move 'add-listed-feed' to msg-paragraph

           if fl-feed-tree not = spaces
              if feed-cnt not < feed-max
                 move 'More than 20 billing files on the feed list'
                      to msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
              add 1 to feed-cnt giving feed-cnt
              initialize feed-entry(feed-cnt)
              move fl-feed-tree to feed-name(feed-cnt)
           end-if

           perform read-next-feedlist.

      *******************************************************************

       add-season-feeds.

      *    no feed list: the season's billing files as the job leaves
      *    them once the range runs are put together

           move 'add-season-feeds' to msg-paragraph

           move 'y' to ws-season-feeds-sw

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree

           move 3 to feed-cnt
           initialize feed-entry(1)
                      feed-entry(2)
                      feed-entry(3)
           string ws-temp-tree delimited by space
                  '/billing.dat' delimited by size
                  into feed-name(1)
           string ws-temp-tree delimited by space
                  '/billing_reprint.dat' delimited by size
                  into feed-name(2)
           string ws-temp-tree delimited by space
                  '/billing_bounce.dat' delimited by size
                  into feed-name(3).

      *******************************************************************

       release-feed.

           move 'release-feed' to msg-paragraph

           move feed-name(feed-sub) to bilin-tree
           open input bilin-file
           evaluate bilin-flg
              when i-o-ok
                 move zeroes to ws-rec-seq
                 perform read-next-bilin
                 perform release-billing-rec
                    until bilin-flg not = i-o-ok
                 close bilin-file
              when '05'
                 close bilin-file
                 move 'y' to feed-missing-sw(feed-sub)
      *          a season without reprints has no reprint billing
                 if not season-feeds
                    move 'y' to ws-warn-sw
                    move spaces to msg-bad-data
                    string 'Billing file not found: '
                                                 delimited by size
                           feed-name(feed-sub)   delimited by space
                       into msg-bad-data
                    perform log-type-w-msg
                 end-if
              when other
                 move bilin-flg to msg-bad-return-cd
                 move spaces to msg-bad-data
                 string 'Unable to open billing file '
                                              delimited by size
                        feed-name(feed-sub)   delimited by space
                    into msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
           end-evaluate

           add 1 to feed-sub giving feed-sub.

      *******************************************************************

       release-billing-rec.

           move 'release-billing-rec' to msg-paragraph

           add 1 to ws-rec-seq giving ws-rec-seq
           add 1 to feed-read-cnt(feed-sub)

           move bilin-rec to billing-line

           evaluate true
              when bil-off-nbr  not numeric
                or bil-tax-year not numeric
                or bil-amount   not numeric
                or (not bil-run-original
                    and not bil-run-corrections
                    and not bil-run-bounce
                    and not bil-run-reprint)
                 perform reject-billing-rec
              when bil-tax-year not = ws-tax-year
                 add 1 to skip-year-cnt giving skip-year-cnt
              when bil-run-bounce
                 add 1 to skip-bounce-cnt giving skip-bounce-cnt
              when other
                 perform release-billing-image
           end-evaluate

           perform read-next-bilin.

      *******************************************************************

       reject-billing-rec.

           move 'reject-billing-rec' to msg-paragraph

           move 'y' to ws-warn-sw
           add 1 to skip-bad-cnt giving skip-bad-cnt
           move spaces to msg-bad-data
           string 'Unreadable billing record: file '
                                        delimited by size
                  feed-sub              delimited by size
                  ' record '            delimited by size
                  ws-rec-seq            delimited by size
              into msg-bad-data
           perform log-type-w-msg.

      *******************************************************************

       release-billing-image.

      *    records from before the run type was carried: channel A
      *    came from a corrections run, anything else from the season

           move 'release-billing-image' to msg-paragraph

           if bil-run-type = space
              if bil-deliv-channel = 'A'
                 move 'A' to bil-run-type
              else
                 move 'O' to bil-run-type
              end-if
           end-if
           if bil-run-dt = spaces
              move zeroes to bil-run-dt
           end-if
           if bil-run-tm = spaces
              move zeroes to bil-run-tm
           end-if

           move bil-off-nbr  to srt-off-nbr
           move bil-clt-nbr  to srt-clt-nbr
           move bil-run-type to srt-run-type
           move bil-run-dt   to srt-run-dt
           move bil-run-tm   to srt-run-tm
           move feed-sub     to srt-feed-nbr
           move ws-rec-seq   to srt-rec-seq
           move billing-line to srt-bil-image
           release srt-rec

           add 1 to feed-kept-cnt(feed-sub).

      *******************************************************************

       invoice-clients.

      *    sort output: one invoice per client with anything new to
      *    bill, office totals and GL lines at each office break

           move 'invoice-clients' to msg-paragraph

           write print-rec from register-header-line after 0 lines
           write print-rec from register-col-line after 2 lines

           perform return-next-srt
           perform invoice-client
              until srt-at-end

           if office-open
              perform finish-office
           end-if.

      *******************************************************************

       invoice-client.

           move 'invoice-client' to msg-paragraph

           if not office-open
              or srt-off-nbr not = ws-cur-off-nbr
              if office-open
                 perform finish-office
              end-if
              perform start-office
           end-if

           perform start-client

           perform gather-client-rec
              until srt-at-end
                 or srt-off-nbr not = cl-off-nbr
                 or srt-clt-nbr not = cl-clt-nbr

           perform finish-client.

      *******************************************************************

       start-office.

           move 'start-office' to msg-paragraph

           move 'y'         to ws-office-sw
           move srt-off-nbr to ws-cur-off-nbr
           initialize office-gl-table
                      office-bill-totals.

      *******************************************************************

       start-client.

           move 'start-client' to msg-paragraph

           initialize client-bill-fields
           move zeroes      to pend-cnt
           move spaces      to ws-last-image
           move srt-off-nbr to cl-off-nbr
           move srt-clt-nbr to cl-clt-nbr

           add 1 to tot-clt-cnt giving tot-clt-cnt.

      *******************************************************************

       gather-client-rec.

      *    the same record twice means the same run's billing file
      *    was fed in twice - it is counted once

           move 'gather-client-rec' to msg-paragraph

           move srt-bil-image to billing-line

           if srt-bil-image = ws-last-image
              add 1 to skip-dup-cnt giving skip-dup-cnt
           else
              move srt-bil-image to ws-last-image
              evaluate true
                 when bil-run-corrections
                    perform gather-run-charge
                 when bil-run-reprint
                    compute bil-amount rounded =
                            bill-rate-rpt-pkg
                            + (bil-page-cnt * bill-rate-rpt-page)
                    perform gather-run-charge
                 when other
                    perform gather-original
              end-evaluate
           end-if

           perform return-next-srt.

      *******************************************************************

       gather-original.

      *    a rerun bills the whole client again: only the latest
      *    original run is billed, the earlier ones are superseded

           move 'gather-original' to msg-paragraph

           if cl-orig-found
              add 1 to skip-superseded-cnt giving skip-superseded-cnt
              add 1 to cl-superseded-cnt
           end-if

           move 'y'               to cl-orig-sw
           move bil-run-dt        to cl-orig-run-dt
           move bil-run-tm        to cl-orig-run-tm
           move bil-deliv-channel to cl-orig-channel
           move bil-amount        to cl-orig-bil-amount
           move bil-fd-w2-cnt     to cl-orig-w2-cnt
           move bil-page-cnt      to cl-orig-page-cnt.

      *******************************************************************

       gather-run-charge.

      *    corrections and reprints are billed per run - run date and
      *    time - so a second run on the same day is a charge of its
      *    own

           move 'gather-run-charge' to msg-paragraph

           if pend-cnt > zeroes
              and pend-run-type(pend-cnt) = bil-run-type
              and pend-run-dt(pend-cnt)   = bil-run-dt
              and pend-run-tm(pend-cnt)   = bil-run-tm
              continue
           else
              if pend-cnt not < pend-max
                 move spaces to msg-bad-data
                 string 'More than 50 billed runs for client '
                                              delimited by size
                        cl-off-nbr            delimited by size
                        '/'                   delimited by size
                        cl-clt-nbr            delimited by size
                    into msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
              add 1 to pend-cnt giving pend-cnt
              initialize pend-entry(pend-cnt)
              move bil-run-type to pend-run-type(pend-cnt)
              move bil-run-dt   to pend-run-dt(pend-cnt)
              move bil-run-tm   to pend-run-tm(pend-cnt)
           end-if

           add bil-amount    to pend-amount(pend-cnt)
           add bil-fd-w2-cnt to pend-fd-w2-cnt(pend-cnt)
           add bil-page-cnt  to pend-page-cnt(pend-cnt)
           add bil-amend-cnt to pend-amend-cnt(pend-cnt).

      *******************************************************************

       finish-client.

           move 'finish-client' to msg-paragraph

           if cl-orig-found
              perform check-original-invoiced
              if not cl-orig-invoiced-before
                 perform add-original-charge
              end-if
           end-if

           move 1 to pend-sub
           perform check-run-charge
              until pend-sub > pend-cnt

           if cl-bill-cnt > zeroes
              perform issue-invoice
           else
              perform print-nothing-new-line
           end-if.

      *******************************************************************

       check-original-invoiced.

      *    any original already on the ledger for the client and year
      *    - a rerun after the client was invoiced is not billed again

           move 'check-original-invoiced' to msg-paragraph

           move ws-tax-year to ldg-tax-year
           move cl-off-nbr  to ldg-off-nbr
           move cl-clt-nbr  to ldg-clt-nbr
           move 'O'         to ldg-run-type
           move low-values  to ldg-run-dt
                               ldg-run-tm
           start ledger-file key not < ldg-key
           if ledger-flg = i-o-ok
              perform read-next-ledger
              if ledger-flg = i-o-ok
                 and ldg-tax-year = ws-tax-year
                 and ldg-off-nbr  = cl-off-nbr
                 and ldg-clt-nbr  = cl-clt-nbr
                 and ldg-run-type = 'O'
                 move 'y'             to cl-orig-before-sw
                 move ldg-invoice-nbr to cl-orig-before-nbr
                 add 1 to skip-invoiced-cnt giving skip-invoiced-cnt
              end-if
           end-if.

      *******************************************************************

       add-original-charge.

           move 'add-original-charge' to msg-paragraph

           if pend-cnt not < pend-max
              move spaces to msg-bad-data
              string 'More than 50 billed runs for client '
                                           delimited by size
                     cl-off-nbr            delimited by size
                     '/'                   delimited by size
                     cl-clt-nbr            delimited by size
                 into msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           add 1 to pend-cnt giving pend-cnt
           initialize pend-entry(pend-cnt)
           move 'O'                to pend-run-type(pend-cnt)
           move cl-orig-run-dt     to pend-run-dt(pend-cnt)
           move cl-orig-run-tm     to pend-run-tm(pend-cnt)
           move cl-orig-bil-amount to pend-amount(pend-cnt)
           move cl-orig-w2-cnt     to pend-fd-w2-cnt(pend-cnt)
           move cl-orig-page-cnt   to pend-page-cnt(pend-cnt).

      *******************************************************************

       check-run-charge.

           move 'check-run-charge' to msg-paragraph

           move ws-tax-year             to ldg-tax-year
           move cl-off-nbr              to ldg-off-nbr
           move cl-clt-nbr              to ldg-clt-nbr
           move pend-run-type(pend-sub) to ldg-run-type
           move pend-run-dt(pend-sub)   to ldg-run-dt
           move pend-run-tm(pend-sub)   to ldg-run-tm
           read ledger-file
           if ledger-flg = i-o-ok
              move 'y' to pend-before-sw(pend-sub)
              add 1 to skip-invoiced-cnt giving skip-invoiced-cnt
           else
              add 1 to cl-bill-cnt
              evaluate pend-run-type(pend-sub)
                 when 'O'
                    add pend-amount(pend-sub)    to cl-orig-amount
                    add pend-fd-w2-cnt(pend-sub) to cl-fd-w2-cnt
                 when 'A'
                    add pend-amount(pend-sub)    to cl-corr-amount
                    add pend-amend-cnt(pend-sub) to cl-amend-cnt
                 when other
                    add pend-amount(pend-sub)    to cl-rpt-amount
              end-evaluate
              add pend-page-cnt(pend-sub) to cl-page-cnt
           end-if

           add 1 to pend-sub giving pend-sub.

      *******************************************************************

       issue-invoice.

      *    one invoice per client for what is not on the ledger yet:
      *    the original with the corrections netted onto it, and the
      *    reprints

           move 'issue-invoice' to msg-paragraph

           add 1 to ws-last-invoice-nbr giving ws-last-invoice-nbr
           move ws-last-invoice-nbr to cl-invoice-nbr
           perform save-invoice-control

           compute cl-invoice-amount =
                   cl-orig-amount + cl-corr-amount + cl-rpt-amount

           evaluate true
              when cl-orig-found
                 move cl-orig-channel to cl-inv-channel
              when cl-corr-amount not = zeroes
                 move 'A' to cl-inv-channel
              when other
                 move 'R' to cl-inv-channel
           end-evaluate

           move 1 to pend-sub
           perform post-ledger-charge
              until pend-sub > pend-cnt

           perform write-ar-posting

           perform print-invoice-line

           add 1                 to off-inv-cnt
           add cl-orig-amount    to off-orig-amount
           add cl-corr-amount    to off-corr-amount
           add cl-rpt-amount     to off-rpt-amount
           add cl-invoice-amount to off-inv-amount.

      *******************************************************************

       post-ledger-charge.

           move 'post-ledger-charge' to msg-paragraph

           if not pend-invoiced-before(pend-sub)
              move ws-tax-year              to ldg-tax-year
              move cl-off-nbr               to ldg-off-nbr
              move cl-clt-nbr               to ldg-clt-nbr
              move pend-run-type(pend-sub)  to ldg-run-type
              move pend-run-dt(pend-sub)    to ldg-run-dt
              move pend-run-tm(pend-sub)    to ldg-run-tm
              move cl-invoice-nbr           to ldg-invoice-nbr
              move ws-run-dt                to ldg-invoice-dt
              move pend-amount(pend-sub)    to ldg-amount
              move pend-fd-w2-cnt(pend-sub) to ldg-fd-w2-cnt
              move pend-page-cnt(pend-sub)  to ldg-page-cnt
              write ledger-rec
              if ledger-flg not = i-o-ok
                 move ledger-flg to msg-bad-return-cd
                 move spaces to msg-bad-data
                 string 'Unable to write invoice ledger for '
                                              delimited by size
                        cl-off-nbr            delimited by size
                        '/'                   delimited by size
                        cl-clt-nbr            delimited by size
                    into msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
              evaluate pend-run-type(pend-sub)
                 when 'O'
                    move cl-orig-channel to ws-gl-channel
                 when 'A'
                    move 'A'             to ws-gl-channel
                 when other
                    move 'R'             to ws-gl-channel
              end-evaluate
              move pend-fd-w2-cnt(pend-sub) to ws-gl-w2-cnt
              move pend-page-cnt(pend-sub)  to ws-gl-page-cnt
              move pend-amount(pend-sub)    to ws-gl-amount
              perform add-gl-charge
           end-if

           add 1 to pend-sub giving pend-sub.

      *******************************************************************

       add-gl-charge.

           evaluate ws-gl-channel
              when 'T'
                 move 1 to chan-sub
              when 'C'
                 move 2 to chan-sub
              when 'B'
                 move 3 to chan-sub
              when 'E'
                 move 4 to chan-sub
              when 'D'
                 move 5 to chan-sub
              when 'A'
                 move 7 to chan-sub
              when 'R'
                 move 8 to chan-sub
              when other
                 move 6 to chan-sub
           end-evaluate

           add 1              to off-gl-charge-cnt(chan-sub)
                                 tot-gl-charge-cnt(chan-sub)
           add ws-gl-w2-cnt   to off-gl-w2-cnt(chan-sub)
                                 tot-gl-w2-cnt(chan-sub)
           add ws-gl-page-cnt to off-gl-page-cnt(chan-sub)
                                 tot-gl-page-cnt(chan-sub)
           add ws-gl-amount   to off-gl-amount(chan-sub)
                                 tot-gl-amount(chan-sub).

      *******************************************************************

       write-ar-posting.

           move 'write-ar-posting' to msg-paragraph

           move cl-invoice-nbr    to ar-invoice-nbr
           move ws-run-dt         to ar-invoice-dt
           move ws-tax-year       to ar-tax-year
           move cl-off-nbr        to ar-off-nbr
           move cl-clt-nbr        to ar-clt-nbr
           move cl-inv-channel    to ar-deliv-channel
           move cl-orig-amount    to ar-orig-amount
           move cl-corr-amount    to ar-corr-amount
           move cl-rpt-amount     to ar-rpt-amount
           move cl-invoice-amount to ar-invoice-amount
           move cl-fd-w2-cnt      to ar-fd-w2-cnt
           move cl-page-cnt       to ar-page-cnt
           move cl-amend-cnt      to ar-amend-cnt
           write arpost-rec
           if arpost-flg not = i-o-ok
              move arpost-flg to msg-bad-return-cd
              move 'Unable to write A/R posting file' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *******************************************************************

       print-invoice-line.

           move 'print-invoice-line' to msg-paragraph

           move cl-off-nbr        to d-inv-off-nbr
           move cl-clt-nbr        to d-inv-clt-nbr
           move cl-inv-channel    to d-inv-channel
           move cl-invoice-nbr    to d-inv-nbr
           move cl-orig-amount    to d-inv-orig-amount
           move cl-corr-amount    to d-inv-corr-amount
           move cl-rpt-amount     to d-inv-rpt-amount
           move cl-invoice-amount to d-inv-amount

           move spaces to d-inv-note
           evaluate true
              when cl-orig-invoiced-before
                 string 'ORIGINAL ON INV '    delimited by size
                        cl-orig-before-nbr    delimited by size
                    into d-inv-note
              when cl-superseded-cnt > zeroes
                 add 1 to cl-superseded-cnt
                 string 'LATEST OF '          delimited by size
                        cl-superseded-cnt     delimited by size
                        ' ORIG RUNS'          delimited by size
                    into d-inv-note
              when other
                 continue
           end-evaluate

           write print-rec from register-detail-line after 1 lines.

      *******************************************************************

       print-nothing-new-line.

      *    everything the client's records carry is invoiced already

           move 'print-nothing-new-line' to msg-paragraph

           move cl-off-nbr to d-inv-off-nbr
           move cl-clt-nbr to d-inv-clt-nbr
           if cl-orig-found
              move cl-orig-channel to d-inv-channel
           else
              move space           to d-inv-channel
           end-if
           move zeroes to d-inv-nbr
                          d-inv-orig-amount
                          d-inv-corr-amount
                          d-inv-rpt-amount
                          d-inv-amount
           move 'NOTHING NEW TO INVOICE' to d-inv-note

           write print-rec from register-detail-line after 1 lines.

      *******************************************************************

       finish-office.

           move 'finish-office' to msg-paragraph

           move spaces to d-tot-label
           string 'OFFICE '          delimited by size
                  ws-cur-off-nbr     delimited by size
                  ' TOTAL'           delimited by size
              into d-tot-label
           move off-orig-amount to d-tot-orig-amount
           move off-corr-amount to d-tot-corr-amount
           move off-rpt-amount  to d-tot-rpt-amount
           move off-inv-amount  to d-tot-amount
           move spaces to d-tot-note
           string 'INVOICES: '       delimited by size
                  off-inv-cnt        delimited by size
              into d-tot-note
           write print-rec from register-total-line after 2 lines

           move 1 to chan-sub
           perform print-office-gl-line
              until chan-sub > chan-max

           move spaces to print-rec
           write print-rec after 1 lines

           add off-inv-cnt     to tot-inv-cnt
           add off-orig-amount to tot-orig-amount
           add off-corr-amount to tot-corr-amount
           add off-rpt-amount  to tot-rpt-amount
           add off-inv-amount  to tot-inv-amount

           move 'n' to ws-office-sw.

      *******************************************************************

       print-office-gl-line.

      *    the GL summary carries one line per office and channel
      *    with anything invoiced

           if off-gl-charge-cnt(chan-sub) > zeroes
              move chan-gl-acct(chan-sub)      to d-gl-acct
              move chan-desc(chan-sub)         to d-gl-desc
              move off-gl-charge-cnt(chan-sub) to d-gl-charge-cnt
              move off-gl-w2-cnt(chan-sub)     to d-gl-w2-cnt
              move off-gl-page-cnt(chan-sub)   to d-gl-page-cnt
              move off-gl-amount(chan-sub)     to d-gl-amount
              write print-rec from register-gl-line after 1 lines

              move ws-tax-year                 to gls-tax-year
              move ws-cur-off-nbr              to gls-off-nbr
              move chan-code(chan-sub)         to gls-deliv-channel
              move chan-gl-acct(chan-sub)      to gls-gl-acct
              move off-gl-charge-cnt(chan-sub) to gls-charge-cnt
              move off-gl-w2-cnt(chan-sub)     to gls-fd-w2-cnt
              move off-gl-page-cnt(chan-sub)   to gls-page-cnt
              move off-gl-amount(chan-sub)     to gls-amount
              move ws-run-dt                   to gls-post-dt
              write glsum-rec
              if glsum-flg not = i-o-ok
                 move glsum-flg to msg-bad-return-cd
                 move 'Unable to write GL summary file'
                      to msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
           end-if

           add 1 to chan-sub giving chan-sub.

      *******************************************************************

       print-register-totals.

           move 'print-register-totals' to msg-paragraph

           if tot-clt-cnt = zeroes
              move spaces to d-reg-msg
              string 'NO CHARGES ON THE BILLING FILES FOR TAX YEAR '
                                            delimited by size
                     ws-tax-year            delimited by size
                 into d-reg-msg
              write print-rec from register-msg-line after 2 lines
           end-if

           move 'GRAND TOTAL'   to d-tot-label
           move tot-orig-amount to d-tot-orig-amount
           move tot-corr-amount to d-tot-corr-amount
           move tot-rpt-amount  to d-tot-rpt-amount
           move tot-inv-amount  to d-tot-amount
           move spaces to d-tot-note
           string 'INVOICES: '       delimited by size
                  tot-inv-cnt        delimited by size
              into d-tot-note
           write print-rec from register-total-line after 3 lines

           move 1 to chan-sub
           perform print-grand-gl-line
              until chan-sub > chan-max

           move 'BILLING FILES READ' to d-reg-msg
           write print-rec from register-msg-line after 3 lines

           move 1 to feed-sub
           perform print-feed-line
              until feed-sub > feed-cnt

           move 'NOT INVOICED' to d-reg-msg
           write print-rec from register-msg-line after 2 lines

           move 'OTHER TAX YEAR RECORDS' to d-skip-label
           move skip-year-cnt to d-skip-cnt
           write print-rec from register-skip-line after 1 lines
           move 'BOUNCE RE-QUEUE RECORDS - NOT BILLED'
                to d-skip-label
           move skip-bounce-cnt to d-skip-cnt
           write print-rec from register-skip-line after 1 lines
           move 'DUPLICATE RECORDS - SAME RUN FED TWICE'
                to d-skip-label
           move skip-dup-cnt to d-skip-cnt
           write print-rec from register-skip-line after 1 lines
           move 'ORIGINAL RUNS SUPERSEDED BY A RERUN'
                to d-skip-label
           move skip-superseded-cnt to d-skip-cnt
           write print-rec from register-skip-line after 1 lines
           move 'CHARGES ALREADY ON THE INVOICE LEDGER'
                to d-skip-label
           move skip-invoiced-cnt to d-skip-cnt
           write print-rec from register-skip-line after 1 lines
           move 'UNREADABLE RECORDS' to d-skip-label
           move skip-bad-cnt to d-skip-cnt
           write print-rec from register-skip-line after 1 lines

           move spaces to msg-arguments
           initialize     msg-arguments
           string 'INVOICE REGISTER - TAX YEAR: ' delimited by size
                  ws-tax-year                     delimited by size
                  ' INVOICES: '                   delimited by size
                  tot-inv-cnt                     delimited by size
                  ' LAST INVOICE: '               delimited by size
                  ws-last-invoice-nbr             delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       print-grand-gl-line.

           if tot-gl-charge-cnt(chan-sub) > zeroes
              move chan-gl-acct(chan-sub)      to d-gl-acct
              move chan-desc(chan-sub)         to d-gl-desc
              move tot-gl-charge-cnt(chan-sub) to d-gl-charge-cnt
              move tot-gl-w2-cnt(chan-sub)     to d-gl-w2-cnt
              move tot-gl-page-cnt(chan-sub)   to d-gl-page-cnt
              move tot-gl-amount(chan-sub)     to d-gl-amount
              write print-rec from register-gl-line after 1 lines
           end-if

           add 1 to chan-sub giving chan-sub.

      *******************************************************************

       print-feed-line.

           move feed-sub            to d-feed-nbr
           move feed-name(feed-sub) to d-feed-name
           move spaces              to d-feed-counts
           if feed-missing(feed-sub)
              move 'NOT FOUND' to d-feed-counts
           else
              move feed-read-cnt(feed-sub) to ws-feed-read-ed
              move feed-kept-cnt(feed-sub) to ws-feed-kept-ed
              string 'READ '          delimited by size
                     ws-feed-read-ed  delimited by size
                     '  BILLABLE '    delimited by size
                     ws-feed-kept-ed  delimited by size
                 into d-feed-counts
           end-if
           write print-rec from register-feed-line after 1 lines

           add 1 to feed-sub giving feed-sub.

      *******************************************************************

       read-next-feedlist.

           read feedlist-file
              at end continue
           end-read.

      *******************************************************************

       read-next-bilin.

           read bilin-file
              at end continue
           end-read.

      *******************************************************************

       read-next-ledger.

           read ledger-file next record
              at end continue
           end-read.

      *******************************************************************

       return-next-srt.

           return srt-file
              at end move 'y' to ws-srt-eof-sw
           end-return.

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
                  '/billfeeds.txt' delimited by size
                  into feedlist-tree

           open input feedlist-file
           if feedlist-flg not = i-o-ok
              and feedlist-flg not = '05'
              move feedlist-flg to msg-bad-return-cd
              move 'Unable to open billfeeds.txt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'INVLDGR' to dict-name
           call 'fxlt' using dict-name
                             ledger-tree

           open i-o ledger-file
           if ledger-flg not = i-o-ok
              and ledger-flg not = '05'
              move ledger-flg to msg-bad-return-cd
              move 'Unable to open invoice ledger' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/arpost.dat' delimited by size
                  into arpost-tree

           open output arpost-file
           if arpost-flg not = i-o-ok
              move arpost-flg to msg-bad-return-cd
              move 'Unable to open arpost.dat' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/glsummary.dat' delimited by size
                  into glsum-tree

           open output glsum-file
           if glsum-flg not = i-o-ok
              move glsum-flg to msg-bad-return-cd
              move 'Unable to open glsummary.dat' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/invregister.rpt' delimited by size
                  into print-tree

           open output print-file
           if print-flg not = i-o-ok
              move print-flg to msg-bad-return-cd
              move 'Unable to open invregister.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           close feedlist-file
           close ledger-file
           close arpost-file
           close glsum-file
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

       program-id. prgdelg.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Merges two or more p31x W-2 extract feeds (one per payroll     *
      *   platform) into the single extract the delivery report reads.   *
      *   The feeds are named, one path per line, on the feed list.      *
      *   Records come out in office/client/employee sequence with each  *
      *   client's records in its feed's own order; an office carried    *
      *   by more than one feed keeps one set of office trailer records  *
      *   (types 6 through 9), after all of its clients.  The feeds'     *
      *   type-0 control-totals records are summed into one rebuilt      *
      *   control record written last.  The merge is rejected, and the   *
      *   merged file left empty, when an office/client appears in more  *
      *   than one feed or a feed has no control record.  The merge      *
      *   report shows each feed's control and read counts and hash      *
      *   totals next to the combined figures.                           *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.

       select feedlist-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is feedlist-flg.

       select feed-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is feed-flg.

       select merged-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is merged-flg.

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

       fd  feed-file
           data record is fin-rec fin-ctl-rec
           value of file-id is feed-tree.
           copy 'prp31xfd' replacing leading ==p31x== by ==fin==.

       fd  merged-file
           data record is mrg-rec mrg-ctl-rec
           value of file-id is merged-tree.
           copy 'prp31xfd' replacing leading ==p31x== by ==mrg==.

      *    office, then client-level records ahead of the office's
      *    trailers, then client, then feed and the record's place in
      *    its feed, so each client keeps its feed's own order
       sd  srt-file
           data record is srt-rec.
       01 srt-rec.
          05 srt-off-nbr              pic 9(04).
          05 srt-grp-cd               pic 9(01).
             88 srt-is-client-level             value 0.
             88 srt-is-office-trailer           value 1.
          05 srt-clt-nbr              pic x(11).
          05 srt-feed-nbr             pic 9(02).
          05 srt-rec-seq              pic 9(09).
          05 srt-p31x-image           pic x(388).

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

       77 ws-pgm-name              pic x(15) value 'prgdelg'.

       01 feedlist-flg                  pic x(02) value spaces.
       01 feedlist-tree                 pic x(60) value spaces.
       01 feed-flg                      pic x(02) value spaces.
       01 feed-tree                     pic x(60) value spaces.
       01 merged-flg                    pic x(02) value spaces.
       01 merged-tree                   pic x(60) value spaces.
       01 print-flg                     pic x(02) value spaces.
       01 print-tree                    pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 ws-srt-eof-sw                 pic x(01) value 'n'.
          88 srt-at-end                           value 'y'.
       01 ws-reject-sw                  pic x(01) value 'n'.
          88 merge-rejected                       value 'y'.
       01 ws-warn-sw                    pic x(01) value 'n'.
          88 merge-warned                         value 'y'.

       01 ws-rec-seq                    pic 9(09) value zeroes.
       01 ws-ctl-key-image              pic x(25) value spaces.

      *    per feed: the figures off its control record and the same
      *    figures counted off the records actually read
       01 feed-table.
          05 feed-cnt                   pic 9(02) value zeroes.
          05 feed-max                   pic 9(02) value 20.
          05 feed-entry                 occurs 20 times.
             10 feed-name               pic x(60).
             10 feed-ctl-sw             pic x(01).
                88 feed-has-ctl                   value 'y'.
             10 feed-ctl-cnt-1          pic 9(09).
             10 feed-ctl-cnt-3          pic 9(09).
             10 feed-ctl-cnt-4          pic 9(09).
             10 feed-ctl-cnt-5          pic 9(09).
             10 feed-ctl-cnt-9          pic 9(09).
             10 feed-ctl-grs-hash       pic s9(13)v99.
             10 feed-ctl-amt-hash       pic s9(13)v99.
             10 feed-act-cnt-1          pic 9(09).
             10 feed-act-cnt-3          pic 9(09).
             10 feed-act-cnt-4          pic 9(09).
             10 feed-act-cnt-5          pic 9(09).
             10 feed-act-cnt-9          pic 9(09).
             10 feed-act-grs-hash       pic s9(13)v99.
             10 feed-act-amt-hash       pic s9(13)v99.

       01 feed-sub                      pic 9(02) value zeroes.

      *    the rebuilt control record, and what was written to the
      *    merged file to prove it
       01 comb-ctl-fields.
          05 comb-ctl-cnt-1             pic 9(09) value zeroes.
          05 comb-ctl-cnt-3             pic 9(09) value zeroes.
          05 comb-ctl-cnt-4             pic 9(09) value zeroes.
          05 comb-ctl-cnt-5             pic 9(09) value zeroes.
          05 comb-ctl-cnt-9             pic 9(09) value zeroes.
          05 comb-ctl-grs-hash          pic s9(13)v99 value zeroes.
          05 comb-ctl-amt-hash          pic s9(13)v99 value zeroes.

       01 mrg-act-fields.
          05 mrg-act-cnt-1              pic 9(09) value zeroes.
          05 mrg-act-cnt-3              pic 9(09) value zeroes.
          05 mrg-act-cnt-4              pic 9(09) value zeroes.
          05 mrg-act-cnt-5              pic 9(09) value zeroes.
          05 mrg-act-cnt-9              pic 9(09) value zeroes.
          05 mrg-act-grs-hash           pic s9(13)v99 value zeroes.
          05 mrg-act-amt-hash           pic s9(13)v99 value zeroes.

      *    office trailers of the second and later feeds to carry an
      *    office are dropped; the type-9s among them come off the
      *    combined type-9 count
       01 ws-trl-off-nbr                pic 9(04) value zeroes.
       01 ws-trl-feed-nbr               pic 9(02) value zeroes.
       01 ws-trl-drop-cnt               pic 9(09) value zeroes.
       01 ws-trl-drop-9-cnt             pic 9(09) value zeroes.
       01 ws-shared-off-cnt             pic 9(05) value zeroes.

       01 ws-last-off-nbr               pic 9(04) value zeroes.
       01 ws-last-clt-nbr               pic x(11) value low-values.
       01 ws-last-feed-nbr              pic 9(02) value zeroes.
       01 ws-dup-off-nbr                pic 9(04) value zeroes.
       01 ws-dup-clt-nbr                pic x(11) value low-values.
       01 ws-dup-cnt                    pic 9(05) value zeroes.

       01 merge-header-line.
          05                            pic x(02) value spaces.
          05                            pic x(28) value
             'W2 EXTRACT FEED MERGE       '.
          05 d-merge-date               pic x(10) value spaces.
          05                            pic x(02) value spaces.
          05 d-merge-feeds              pic z9.
          05                            pic x(06) value ' FEEDS'.

       01 merge-feed-name-line.
          05                            pic x(02) value spaces.
          05                            pic x(05) value 'FEED '.
          05 d-feed-nbr                 pic 99.
          05                            pic x(02) value ': '.
          05 d-feed-name                pic x(60) value spaces.

       01 merge-col-line.
          05                            pic x(22) value spaces.
          05                            pic x(09) value '   TYPE-1'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value '   TYPE-3'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value '   TYPE-4'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value '   TYPE-5'.
          05                            pic x(02) value spaces.
          05                            pic x(09) value '   TYPE-9'.
          05                            pic x(02) value spaces.
          05                            pic x(17) value
             ' FED GROSS HASH  '.
          05                            pic x(02) value spaces.
          05                            pic x(17) value
             ' FED WITHHLD HASH'.

       01 merge-cnt-line.
          05                            pic x(02) value spaces.
          05 d-mrg-label                pic x(20) value spaces.
          05 d-mrg-cnt-1                pic z(8)9.
          05                            pic x(02) value spaces.
          05 d-mrg-cnt-3                pic z(8)9.
          05                            pic x(02) value spaces.
          05 d-mrg-cnt-4                pic z(8)9.
          05                            pic x(02) value spaces.
          05 d-mrg-cnt-5                pic z(8)9.
          05                            pic x(02) value spaces.
          05 d-mrg-cnt-9                pic z(8)9.
          05                            pic x(02) value spaces.
          05 d-mrg-grs-hash             pic z(12)9.99-.
          05                            pic x(02) value spaces.
          05 d-mrg-amt-hash             pic z(12)9.99-.

       01 merge-msg-line.
          05                            pic x(04) value spaces.
          05 d-mrg-msg                  pic x(80) value spaces.

       01 merge-dup-line.
          05                            pic x(04) value spaces.
          05                            pic x(31) value
             'CLIENT IN MORE THAN ONE FEED:  '.
          05 d-dup-off-nbr              pic 9(04) value zeroes.
          05                            pic x(01) value '/'.
          05 d-dup-clt-nbr              pic x(11) value spaces.
          05                            pic x(07) value ' FEEDS '.
          05 d-dup-feed-1               pic 99.
          05                            pic x(05) value ' AND '.
          05 d-dup-feed-2               pic 99.

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
                                 srt-grp-cd
                                 srt-clt-nbr
                                 srt-feed-nbr
                                 srt-rec-seq
                input procedure  is release-feeds
                output procedure is write-merged-file

           perform print-merge-report

           perform close-files

           perform log-finish-msg

           evaluate true
              when merge-rejected
                 move 8 to return-code
              when merge-warned
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

           perform open-files

           accept date-n from date yyyymmdd
           move date-n-mm   to date-f-mm
           move date-n-dd   to date-f-dd
           move date-n-ccyy to date-f-ccyy
           move date-f      to d-merge-date.

      *******************************************************************

       release-feeds.

      *    sort input: every data record of every feed on the list,
      *    tagged with its feed and place in the feed.  control
      *    records are kept aside for the rebuilt one.

           move 'release-feeds' to msg-paragraph

           perform read-next-feedlist
           perform release-feed
              until feedlist-flg not = i-o-ok

           if feed-cnt = zeroes
              move 'Feed list names no extract feeds' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *******************************************************************

       release-feed.

           move 'release-feed' to msg-paragraph

           if fl-feed-tree not = spaces
              if feed-cnt not < feed-max
                 move 'More than 20 extract feeds on the feed list'
                      to msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
              add 1 to feed-cnt giving feed-cnt
              initialize feed-entry(feed-cnt)
              move fl-feed-tree to feed-tree
                                   feed-name(feed-cnt)
              open input feed-file
              if feed-flg not = i-o-ok
                 move feed-flg to msg-bad-return-cd
                 move spaces to msg-bad-data
                 string 'Unable to open feed '  delimited by size
                        fl-feed-tree            delimited by space
                    into msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
              move zeroes to ws-rec-seq
              perform read-next-feed
              perform release-feed-rec
                 until feed-flg not = i-o-ok
              close feed-file
              if not feed-has-ctl(feed-cnt)
                 move 'y' to ws-reject-sw
                 move spaces to msg-bad-data
                 string 'No control record on feed '
                                                delimited by size
                        feed-cnt                delimited by size
                    into msg-bad-data
                 perform log-type-w-msg
              end-if
           end-if

           perform read-next-feedlist.

      *******************************************************************

       release-feed-rec.

           move 'release-feed-rec' to msg-paragraph

           add 1 to ws-rec-seq giving ws-rec-seq

           if fin-type-cd numeric
              and fin-type-cd = 0
              perform hold-feed-control
           else
              perform tally-feed-rec
              move fin-off-nbr  to srt-off-nbr
              move fin-clt-nbr  to srt-clt-nbr
              move 0            to srt-grp-cd
              if fin-type-cd numeric
                 and fin-type-cd > 5
                 move 1      to srt-grp-cd
                 move spaces to srt-clt-nbr
              end-if
              move feed-cnt     to srt-feed-nbr
              move ws-rec-seq   to srt-rec-seq
              move fin-rec      to srt-p31x-image
              release srt-rec
           end-if

           perform read-next-feed.

      *******************************************************************

       hold-feed-control.

           move 'hold-feed-control' to msg-paragraph

      *    a second control record on one feed means two extracts
      *    were concatenated upstream - the figures cannot be trusted
           if feed-has-ctl(feed-cnt)
              move 'y' to ws-reject-sw
              move spaces to msg-bad-data
              string 'More than one control record on feed '
                                             delimited by size
                     feed-cnt                delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if

           move 'y' to feed-ctl-sw(feed-cnt)
           if feed-cnt = 1
              move fin-ctl-rec(1:25) to ws-ctl-key-image
           end-if
           move fin-ctl-cnt-type-1  to feed-ctl-cnt-1(feed-cnt)
           move fin-ctl-cnt-type-3  to feed-ctl-cnt-3(feed-cnt)
           move fin-ctl-cnt-type-4  to feed-ctl-cnt-4(feed-cnt)
           move fin-ctl-cnt-type-9  to feed-ctl-cnt-9(feed-cnt)
           if fin-ctl-cnt-type-5 numeric
              move fin-ctl-cnt-type-5 to feed-ctl-cnt-5(feed-cnt)
           else
              move zeroes             to feed-ctl-cnt-5(feed-cnt)
           end-if
           move fin-ctl-fd-grs-hash to feed-ctl-grs-hash(feed-cnt)
           move fin-ctl-fd-amt-hash to feed-ctl-amt-hash(feed-cnt).

      *******************************************************************

       tally-feed-rec.

           if fin-type-cd numeric
              evaluate fin-type-cd
                 when 1
                    add 1 to feed-act-cnt-1(feed-cnt)
                 when 3
                    add 1 to feed-act-cnt-3(feed-cnt)
                 when 4
                    add 1 to feed-act-cnt-4(feed-cnt)
                    add fin-emp-fd-txbl-grs
                        to feed-act-grs-hash(feed-cnt)
                    add fin-emp-fd-amt
                        to feed-act-amt-hash(feed-cnt)
                 when 5
                    add 1 to feed-act-cnt-5(feed-cnt)
                 when 9
                    add 1 to feed-act-cnt-9(feed-cnt)
                 when other
                    continue
              end-evaluate
           end-if.

      *******************************************************************

       write-merged-file.

      *    sort output: the merged extract, then the rebuilt control
      *    record.  a rejected merge still walks every record so each
      *    duplicated client is listed, but nothing further is
      *    written and the merged file is emptied.

           move 'write-merged-file' to msg-paragraph

           perform return-next-srt
           perform write-merged-rec
              until srt-at-end

           if merge-rejected
              close merged-file
              open output merged-file
           else
              perform write-combined-control
           end-if.

      *******************************************************************

       write-merged-rec.

           move 'write-merged-rec' to msg-paragraph

           if srt-is-client-level
              if srt-off-nbr = ws-last-off-nbr
                 and srt-clt-nbr = ws-last-clt-nbr
                 and srt-feed-nbr not = ws-last-feed-nbr
                 perform reject-duplicate-client
              end-if
              move srt-off-nbr  to ws-last-off-nbr
              move srt-clt-nbr  to ws-last-clt-nbr
              move srt-feed-nbr to ws-last-feed-nbr
              perform write-merged-image
           else
              if srt-off-nbr not = ws-trl-off-nbr
                 move srt-off-nbr  to ws-trl-off-nbr
                 move srt-feed-nbr to ws-trl-feed-nbr
              end-if
              if srt-feed-nbr = ws-trl-feed-nbr
                 perform write-merged-image
              else
                 perform drop-office-trailer
              end-if
           end-if

           perform return-next-srt.

      *******************************************************************

       reject-duplicate-client.

           move 'reject-duplicate-client' to msg-paragraph

           move 'y' to ws-reject-sw

      *    listed once per client, however many records it carries
           if srt-off-nbr not = ws-dup-off-nbr
              or srt-clt-nbr not = ws-dup-clt-nbr
              move srt-off-nbr      to ws-dup-off-nbr
                                       d-dup-off-nbr
              move srt-clt-nbr      to ws-dup-clt-nbr
                                       d-dup-clt-nbr
              move ws-last-feed-nbr to d-dup-feed-1
              move srt-feed-nbr     to d-dup-feed-2
              write print-rec from merge-dup-line after 1 lines
              add 1 to ws-dup-cnt giving ws-dup-cnt
              move spaces to msg-bad-data
              string 'Client in more than one feed: '
                                       delimited by size
                     srt-off-nbr       delimited by size
                     '/'               delimited by size
                     srt-clt-nbr       delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if.

      *******************************************************************

       drop-office-trailer.

           move 'drop-office-trailer' to msg-paragraph

           move srt-p31x-image to mrg-rec
           add 1 to ws-trl-drop-cnt giving ws-trl-drop-cnt
           if mrg-type-cd = 9
              add 1 to ws-trl-drop-9-cnt giving ws-trl-drop-9-cnt
              add 1 to ws-shared-off-cnt giving ws-shared-off-cnt
           end-if.

      *******************************************************************

       write-merged-image.

           move srt-p31x-image to mrg-rec

           if mrg-type-cd numeric
              evaluate mrg-type-cd
                 when 1
                    add 1 to mrg-act-cnt-1
                 when 3
                    add 1 to mrg-act-cnt-3
                 when 4
                    add 1 to mrg-act-cnt-4
                    add mrg-emp-fd-txbl-grs to mrg-act-grs-hash
                    add mrg-emp-fd-amt      to mrg-act-amt-hash
                 when 5
                    add 1 to mrg-act-cnt-5
                 when 9
                    add 1 to mrg-act-cnt-9
                 when other
                    continue
              end-evaluate
           end-if

           if not merge-rejected
              write mrg-rec
              if merged-flg not = i-o-ok
                 move merged-flg to msg-bad-return-cd
                 move 'Unable to write merged extract' to msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
           end-if.

      *******************************************************************

       write-combined-control.

           move 'write-combined-control' to msg-paragraph

           perform sum-feed-controls

           move spaces            to mrg-ctl-rec
           move ws-ctl-key-image  to mrg-ctl-rec(1:25)
           move 0                 to mrg-ctl-type-cd
           move comb-ctl-cnt-1    to mrg-ctl-cnt-type-1
           move comb-ctl-cnt-3    to mrg-ctl-cnt-type-3
           move comb-ctl-cnt-4    to mrg-ctl-cnt-type-4
           move comb-ctl-cnt-9    to mrg-ctl-cnt-type-9
           move comb-ctl-cnt-5    to mrg-ctl-cnt-type-5
           move comb-ctl-grs-hash to mrg-ctl-fd-grs-hash
           move comb-ctl-amt-hash to mrg-ctl-fd-amt-hash
           write mrg-ctl-rec
           if merged-flg not = i-o-ok
              move merged-flg to msg-bad-return-cd
              move 'Unable to write merged control record'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *******************************************************************

       sum-feed-controls.

      *    the feeds' own control figures, not the counts read, so a
      *    feed whose control record disagrees with its records still
      *    fails the delivery report's control balance

           move 'sum-feed-controls' to msg-paragraph

           initialize comb-ctl-fields
           move 1 to feed-sub
           perform add-feed-control
              until feed-sub > feed-cnt

           subtract ws-trl-drop-9-cnt from comb-ctl-cnt-9
               giving comb-ctl-cnt-9.

      *******************************************************************

       add-feed-control.

           add feed-ctl-cnt-1(feed-sub)    to comb-ctl-cnt-1
           add feed-ctl-cnt-3(feed-sub)    to comb-ctl-cnt-3
           add feed-ctl-cnt-4(feed-sub)    to comb-ctl-cnt-4
           add feed-ctl-cnt-5(feed-sub)    to comb-ctl-cnt-5
           add feed-ctl-cnt-9(feed-sub)    to comb-ctl-cnt-9
           add feed-ctl-grs-hash(feed-sub) to comb-ctl-grs-hash
           add feed-ctl-amt-hash(feed-sub) to comb-ctl-amt-hash

           add 1 to feed-sub giving feed-sub.

      *******************************************************************

       print-merge-report.

           move 'print-merge-report' to msg-paragraph

           move feed-cnt to d-merge-feeds
           write print-rec from merge-header-line after 0 lines

           move 1 to feed-sub
           perform print-feed-name
              until feed-sub > feed-cnt

           write print-rec from merge-col-line after 2 lines

           move 1 to feed-sub
           perform print-feed-counts
              until feed-sub > feed-cnt

           if merge-rejected
              move 'MERGE REJECTED - MERGED FILE LEFT EMPTY'
                   to d-mrg-msg
              write print-rec from merge-msg-line after 2 lines
           else
              perform sum-feed-controls
              move 'COMBINED CONTROL    '  to d-mrg-label
              move comb-ctl-cnt-1          to d-mrg-cnt-1
              move comb-ctl-cnt-3          to d-mrg-cnt-3
              move comb-ctl-cnt-4          to d-mrg-cnt-4
              move comb-ctl-cnt-5          to d-mrg-cnt-5
              move comb-ctl-cnt-9          to d-mrg-cnt-9
              move comb-ctl-grs-hash       to d-mrg-grs-hash
              move comb-ctl-amt-hash       to d-mrg-amt-hash
              write print-rec from merge-cnt-line after 2 lines
              move 'MERGED FILE WRITTEN '  to d-mrg-label
              move mrg-act-cnt-1           to d-mrg-cnt-1
              move mrg-act-cnt-3           to d-mrg-cnt-3
              move mrg-act-cnt-4           to d-mrg-cnt-4
              move mrg-act-cnt-5           to d-mrg-cnt-5
              move mrg-act-cnt-9           to d-mrg-cnt-9
              move mrg-act-grs-hash        to d-mrg-grs-hash
              move mrg-act-amt-hash        to d-mrg-amt-hash
              write print-rec from merge-cnt-line after 1 lines
              move spaces to d-mrg-msg
              string 'SHARED OFFICES: '     delimited by size
                     ws-shared-off-cnt      delimited by size
                     '   OFFICE TRAILERS DROPPED: '
                                            delimited by size
                     ws-trl-drop-cnt        delimited by size
                 into d-mrg-msg
              write print-rec from merge-msg-line after 2 lines
              if comb-ctl-fields = mrg-act-fields
                 move 'MERGED FILE BALANCES TO THE COMBINED CONTROL'
                      to d-mrg-msg
              else
                 move 'y' to ws-warn-sw
                 move 'MERGED FILE DOES NOT BALANCE - SEE FEED COUNTS'
                      to d-mrg-msg
                 move 'Merged extract out of balance with its control'
                      to msg-bad-data
                 perform log-type-w-msg
              end-if
              write print-rec from merge-msg-line after 1 lines
           end-if

           move spaces to msg-arguments
           initialize     msg-arguments
           string 'EXTRACT MERGE - FEEDS: '    delimited by size
                  feed-cnt                     delimited by size
                  ' DUP CLIENTS: '             delimited by size
                  ws-dup-cnt                   delimited by size
                  ' SHARED OFFICES: '          delimited by size
                  ws-shared-off-cnt            delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       print-feed-name.

           move feed-sub            to d-feed-nbr
           move feed-name(feed-sub) to d-feed-name
           write print-rec from merge-feed-name-line after 1 lines

           add 1 to feed-sub giving feed-sub.

      *******************************************************************

       print-feed-counts.

           move spaces to d-mrg-label
           string 'FEED '     delimited by size
                  feed-sub    delimited by size
                  ' CONTROL'  delimited by size
              into d-mrg-label
           move feed-ctl-cnt-1(feed-sub)    to d-mrg-cnt-1
           move feed-ctl-cnt-3(feed-sub)    to d-mrg-cnt-3
           move feed-ctl-cnt-4(feed-sub)    to d-mrg-cnt-4
           move feed-ctl-cnt-5(feed-sub)    to d-mrg-cnt-5
           move feed-ctl-cnt-9(feed-sub)    to d-mrg-cnt-9
           move feed-ctl-grs-hash(feed-sub) to d-mrg-grs-hash
           move feed-ctl-amt-hash(feed-sub) to d-mrg-amt-hash
           write print-rec from merge-cnt-line after 1 lines

           move spaces to d-mrg-label
           string 'FEED '     delimited by size
                  feed-sub    delimited by size
                  ' READ'     delimited by size
              into d-mrg-label
           move feed-act-cnt-1(feed-sub)    to d-mrg-cnt-1
           move feed-act-cnt-3(feed-sub)    to d-mrg-cnt-3
           move feed-act-cnt-4(feed-sub)    to d-mrg-cnt-4
           move feed-act-cnt-5(feed-sub)    to d-mrg-cnt-5
           move feed-act-cnt-9(feed-sub)    to d-mrg-cnt-9
           move feed-act-grs-hash(feed-sub) to d-mrg-grs-hash
           move feed-act-amt-hash(feed-sub) to d-mrg-amt-hash
           write print-rec from merge-cnt-line after 1 lines

           if feed-ctl-cnt-1(feed-sub)    not = feed-act-cnt-1(feed-sub)
              or feed-ctl-cnt-3(feed-sub) not = feed-act-cnt-3(feed-sub)
              or feed-ctl-cnt-4(feed-sub) not = feed-act-cnt-4(feed-sub)
              or feed-ctl-cnt-5(feed-sub) not = feed-act-cnt-5(feed-sub)
              or feed-ctl-cnt-9(feed-sub) not = feed-act-cnt-9(feed-sub)
              or feed-ctl-grs-hash(feed-sub)
                 not = feed-act-grs-hash(feed-sub)
              or feed-ctl-amt-hash(feed-sub)
                 not = feed-act-amt-hash(feed-sub)
              move 'y' to ws-warn-sw
              move '  FEED CONTROL DOES NOT MATCH RECORDS READ'
                   to d-mrg-msg
              write print-rec from merge-msg-line after 1 lines
              move spaces to msg-bad-data
              string 'Feed control out of balance on feed '
                                             delimited by size
                     feed-sub                delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if

           add 1 to feed-sub giving feed-sub.

      *******************************************************************

       read-next-feedlist.

           read feedlist-file
              at end continue
           end-read.

      *******************************************************************

       read-next-feed.

           read feed-file
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
                  '/p31xfeeds.txt' delimited by size
                  into feedlist-tree

           open input feedlist-file
           if feedlist-flg not = i-o-ok
              move feedlist-flg to msg-bad-return-cd
              move 'Unable to open p31xfeeds.txt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/p31x_merged.dat' delimited by size
                  into merged-tree

           open output merged-file
           if merged-flg not = i-o-ok
              move merged-flg to msg-bad-return-cd
              move 'Unable to open p31x_merged.dat' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/p31x_merge.rpt' delimited by size
                  into print-tree

           open output print-file
           if print-flg not = i-o-ok
              move print-flg to msg-bad-return-cd
              move 'Unable to open p31x_merge.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           close feedlist-file
           close merged-file
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

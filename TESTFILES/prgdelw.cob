       program-id. prgdelw.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Builds the SSA electronic wage filing from the p31x W-2        *
      *   extract: one RA submitter record and one RF final record per   *
      *   run, an RE employer / RT total pair per client, and an RW      *
      *   employee wage record per employee carrying the federal,        *
      *   social security, medicare, tips and box 10/12/13 amounts       *
      *   (allocated tips and box 12 code EE ride on RO/RU records).     *
      *   Box 14 items are not part of the federal filing; they are      *
      *   counted only.                                                  *
      *                                                                  *
      *   Run with the corrections switch on, the amended records on     *
      *   a corrections extract produce the EFW2C equivalent instead     *
      *   (RCA/RCE/RCW/RCO/RCT/RCU/RCF), showing the originally          *
      *   reported figures beside the corrected ones.  The originals     *
      *   come from the filed-amounts file, which every filing brings    *
      *   up to date.                                                    *
      *                                                                  *
      *   A balancing report ties each employer's RT totals back to      *
      *   the client transmittal figures written by the W-2 delivery     *
      *   report; on a corrections filing it ties the RCT net change     *
      *   back to the deltas on the amended extract.  It reads the       *
      *   season transmittal file in extract order: when the season ran  *
      *   as office-range runs, their vnd_tran_transmittal_ffff_tttt     *
      *   files are concatenated by the batch job into the season name   *
      *   (vnd_tran_transmittal.dat) in office-range order, as for the   *
      *   prgdelc consolidation.                                         *
      *                                                                  *
      *   Parameters (positional, command line):                         *
      *      1-4  tax year (default current year)                        *
      *      5    corrections filing Y/N (default N)                     *
      *                                                                  *
      *   Return code 8 when any employer is out of balance, 4 when      *
      *   anything was logged, 0 for a clean filing.                     *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.
       copy 'prp31xsl'.
       copy 'prefwasl'.

       select efwsub-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is efwsub-flg.

       select efw2-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is efw2-flg.

       select efw2c-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is efw2c-flg.

       select optional trmin-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is trmin-flg.

       select bal-file
              assign       to disk
              organization is line sequential
              access       is sequential
              file status  is bal-flg.

      ****************************************************************
       data division.

       file section.

       fd  msgfile external
           data record is ms-rec
           value of file-id is msgfile-tree.
           copy 'prmsxxfd'.

       fd  p31x external
           data record      is p31x-rec
           value of file-id is p31x-tree.
           copy 'prp31xfd'.

       fd  efwamt-file
           data record is efwamt-rec
           value of file-id is efwamt-tree.
           copy 'prefwafd'.

      *    submitter card: who is filing and who SSA should contact
       fd  efwsub-file
           data record is efwsub-rec
           value of file-id is efwsub-tree.
       01 efwsub-rec.
          05 sub-ein                  pic x(09).
          05 sub-user-id              pic x(08).
          05 sub-name                 pic x(57).
          05 sub-loc-addr             pic x(22).
          05 sub-dlv-addr             pic x(22).
          05 sub-city                 pic x(22).
          05 sub-st                   pic x(02).
          05 sub-zip                  pic x(05).
          05 sub-zip-ext              pic x(04).
          05 sub-contact-name         pic x(27).
          05 sub-contact-phone        pic x(15).
          05 sub-contact-ext          pic x(05).
          05 sub-contact-email        pic x(40).
          05 sub-contact-fax          pic x(10).

       fd  efw2-file
           data record is efw2-rec
           value of file-id is efw2-tree.
       01 efw2-rec                    pic x(512).

       fd  efw2c-file
           data record is efw2c-rec
           value of file-id is efw2c-tree.
       01 efw2c-rec                   pic x(1024).

       fd  trmin-file
           data record is trmin-rec
           value of file-id is trmin-tree.
       01 trmin-rec                   pic x(162).

       fd  bal-file
           data record is bal-rec
           value of file-id is bal-tree.
       01 bal-rec                     pic x(132).

      ****************************************************************

       working-storage section.

       copy 'prmsxxws'.
       copy 'prconsws'.
       copy 'prcommws'.
       copy 'prioxxws'.
       copy 'prp31xws'.
       copy 'prefwaws'.
       copy 'prtrmxws'.

       77 ws-pgm-name              pic x(15) value 'prgdelw'.

       01 efwsub-flg                    pic x(02) value spaces.
       01 efwsub-tree                   pic x(60) value spaces.
       01 efw2-flg                      pic x(02) value spaces.
       01 efw2-tree                     pic x(60) value spaces.
       01 efw2c-flg                     pic x(02) value spaces.
       01 efw2c-tree                    pic x(60) value spaces.
       01 trmin-flg                     pic x(02) value spaces.
       01 trmin-tree                    pic x(60) value spaces.
       01 bal-flg                       pic x(02) value spaces.
       01 bal-tree                      pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 efw-parm.
          05 efw-parm-tax-year          pic x(04) value spaces.
          05 efw-parm-corrections       pic x(01) value space.
             88 efw-corrections-on            values 'Y' 'y'.
             88 efw-valid-corr-parm           values 'Y' 'y'
                                                     'N' 'n' ' '.
          05                            pic x(75) value spaces.

       01 efw-tax-year                  pic 9(04) value zeroes.

       01 date-n                        pic 9(8).
       01 redefines date-n.
          05  date-n-ccyy               pic 9(4).
          05  date-n-mm                 pic 9(2).
          05  date-n-dd                 pic 9(2).

       01 efw-switches.
          05 efw-clt-sw                 pic x(01) value 'n'.
             88 efw-have-clt                  value 'y'.
          05 efw-emp-sw                 pic x(01) value 'n'.
             88 efw-have-emp                  value 'y'.
          05 efw-emp-fed-sw             pic x(01) value 'n'.
             88 efw-emp-has-fed               value 'y'.
          05 efw-er-sw                  pic x(01) value 'n'.
             88 efw-er-written                value 'y'.
          05 efw-filing-sw              pic x(01) value 'n'.
             88 efw-filing-started            value 'y'.
          05 efw-trm-sw                 pic x(01) value 'n'.
             88 efw-trm-available             value 'y'.
          05 efw-trm-eof-sw             pic x(01) value 'n'.
             88 efw-trm-eof                   value 'y'.
          05 efw-bal-sw                 pic x(01) value 'y'.
             88 efw-clt-in-balance            value 'y'.
          05 efw-chg-sw                 pic x(01) value 'n'.
             88 efw-emp-changed               value 'y'.

      *    office/client keys, alphanumeric on both sides so the
      *    transmittal file can ride along in extract order
       01 efw-clt-key.
          05 efw-clt-key-off            pic x(04) value spaces.
          05 efw-clt-key-clt            pic x(11) value spaces.
       01 efw-trm-key.
          05 efw-trm-key-off            pic x(04) value spaces.
          05 efw-trm-key-clt            pic x(11) value spaces.

       01 efw-clt-hold.
          05 efw-hold-off-nbr           pic 9(04) value zeroes.
          05 efw-hold-clt-nbr           pic x(11) value spaces.
          05 efw-hold-clt-name          pic x(30) value spaces.
          05 efw-hold-ein               pic x(09) value spaces.
          05 efw-hold-addr-1            pic x(30) value spaces.
          05 efw-hold-addr-2            pic x(30) value spaces.
          05 efw-hold-city              pic x(20) value spaces.
          05 efw-hold-st                pic x(02) value spaces.
          05 efw-hold-zip               pic x(09) value spaces.

       01 efw-emp-hold.
          05 efw-hold-emp-nbr           pic 9(10) value zeroes.
          05 efw-hold-ssn               pic x(09) value spaces.
          05 efw-hold-first-name        pic x(15) value spaces.
          05 efw-hold-mid-name          pic x(15) value spaces.
          05 efw-hold-last-name         pic x(20) value spaces.
          05 efw-hold-sfx               pic x(04) value spaces.
      *    home address off the type-5, sent only for employees of a
      *    mail-direct-to-employee client
          05 efw-hold-emp-addr-1        pic x(30) value spaces.
          05 efw-hold-emp-addr-2        pic x(30) value spaces.
          05 efw-hold-emp-city          pic x(20) value spaces.
          05 efw-hold-emp-st            pic x(02) value spaces.
          05 efw-hold-emp-zip           pic x(09) value spaces.

      *    the employee being built: amounts on an original filing,
      *    deltas on a corrections filing
       01 emp-efw-buckets.
          copy 'prefwbws'.
       01 emp-efw-table redefines emp-efw-buckets.
          05 efw-bkt-amt                pic s9(09)v99 occurs 24 times.
          05                            pic x(03).

      *    corrections filing: as last reported, and as corrected
       01 emp-orig-buckets.
          copy 'prefwbws' replacing leading ==efw== by ==orig==.
       01 emp-orig-table redefines emp-orig-buckets.
          05 orig-bkt-amt               pic s9(09)v99 occurs 24 times.
          05                            pic x(03).

       01 emp-corr-buckets.
          copy 'prefwbws' replacing leading ==efw== by ==corr==.
       01 emp-corr-table redefines emp-corr-buckets.
          05 corr-bkt-amt               pic s9(09)v99 occurs 24 times.
          05                            pic x(03).

       01 efw-sub                       pic 9(02) value zeroes.
       01 efw-bkt-max                   pic 9(02) value 24.
      *    the RCW pairs stop short of the two RO buckets
       01 efw-pair-max                  pic 9(02) value 22.
       01 efw-bkt-alloc-tips            pic 9(02) value 23.
       01 efw-bkt-b12-ee                pic 9(02) value 24.
      *    the six amounts the balancing report ties out
       01 efw-bal-max                   pic 9(02) value 6.

      *    employer totals for the RT/RCT record and the balancing
      *    report.  on a corrections filing cefw-tot-amt holds the
      *    corrected figures and cefw-orig-amt the originals, summed
      *    only for the pairs an RCW actually corrected; cefw-dlt-amt
      *    is every delta on the amended extract.
       01 clt-efw-totals.
          05 cefw-emp-cnt               pic 9(07).
          05 cefw-ro-cnt                pic 9(07).
          05 cefw-amend-cnt             pic 9(07).
          05 cefw-tot-amt               pic s9(13)v99 occurs 24 times.
          05 cefw-orig-amt              pic s9(13)v99 occurs 24 times.
          05 cefw-dlt-amt               pic s9(13)v99 occurs 24 times.
          05 cefw-pair-sw               pic x(01) occurs 24 times.

       01 grand-efw-totals.
          05 gefw-clt-cnt               pic 9(07).
          05 gefw-emp-cnt               pic 9(09).
          05 gefw-ro-cnt                pic 9(09).
          05 gefw-amend-cnt             pic 9(09).
          05 gefw-tot-amt               pic s9(13)v99 occurs 24 times.
          05 gefw-orig-amt              pic s9(13)v99 occurs 24 times.
          05 gefw-dlt-amt               pic s9(13)v99 occurs 24 times.

      *    transmittal figures lined up with the first six buckets
       01 efw-trm-figures.
          05 efw-trm-amt                pic s9(13)v99 occurs 6 times.

       01 grand-trm-totals.
          05 gtrm-clt-cnt               pic 9(07).
          05 gtrm-w2-cnt                pic 9(09).
          05 gtrm-amt                   pic s9(13)v99 occurs 6 times.

       01 efw-net-figures.
          05 efw-net-amt                pic s9(13)v99 occurs 6 times.

       01 efw-counts.
          05 efw-read-cnt               pic 9(09) value zeroes.
          05 efw-rec-cnt                pic 9(09) value zeroes.
          05 efw-no-fed-cnt             pic 9(07) value zeroes.
          05 efw-orphan-cnt             pic 9(07) value zeroes.
          05 efw-ssn-err-cnt            pic 9(07) value zeroes.
          05 efw-ein-err-cnt            pic 9(07) value zeroes.
          05 efw-neg-amt-cnt            pic 9(07) value zeroes.
          05 efw-b12-unfiled-cnt        pic 9(07) value zeroes.
          05 efw-b14-cnt                pic 9(07) value zeroes.
          05 efw-unmatched-cnt          pic 9(07) value zeroes.
          05 efw-nochg-cnt              pic 9(07) value zeroes.
          05 efw-out-bal-cnt            pic 9(07) value zeroes.
          05 efw-no-trm-cnt             pic 9(07) value zeroes.
          05 efw-trm-unfiled-cnt        pic 9(07) value zeroes.
          05 efw-io-err-cnt             pic 9(07) value zeroes.

      ****************************************************************
      *    EFW2 records, 512 bytes
      ****************************************************************
       01 efw-ra-line.
          05                            pic x(02) value 'RA'.
          05 ra-sub-ein                 pic x(09) value spaces.
          05 ra-user-id                 pic x(08) value spaces.
          05 ra-vendor-cd               pic x(04) value spaces.
          05                            pic x(05) value spaces.
          05 ra-resub-ind               pic x(01) value '0'.
          05 ra-resub-wfid              pic x(06) value spaces.
          05 ra-software-cd             pic x(02) value '98'.
          05 ra-co-name                 pic x(57) value spaces.
          05 ra-co-loc-addr             pic x(22) value spaces.
          05 ra-co-dlv-addr             pic x(22) value spaces.
          05 ra-co-city                 pic x(22) value spaces.
          05 ra-co-st                   pic x(02) value spaces.
          05 ra-co-zip                  pic x(05) value spaces.
          05 ra-co-zip-ext              pic x(04) value spaces.
          05                            pic x(05) value spaces.
          05 ra-co-for-st               pic x(23) value spaces.
          05 ra-co-for-postal           pic x(15) value spaces.
          05 ra-co-country              pic x(02) value spaces.
          05 ra-sub-name                pic x(57) value spaces.
          05 ra-sub-loc-addr            pic x(22) value spaces.
          05 ra-sub-dlv-addr            pic x(22) value spaces.
          05 ra-sub-city                pic x(22) value spaces.
          05 ra-sub-st                  pic x(02) value spaces.
          05 ra-sub-zip                 pic x(05) value spaces.
          05 ra-sub-zip-ext             pic x(04) value spaces.
          05                            pic x(05) value spaces.
          05 ra-sub-for-st              pic x(23) value spaces.
          05 ra-sub-for-postal          pic x(15) value spaces.
          05 ra-sub-country             pic x(02) value spaces.
          05 ra-contact-name            pic x(27) value spaces.
          05 ra-contact-phone           pic x(15) value spaces.
          05 ra-contact-ext             pic x(05) value spaces.
          05                            pic x(03) value spaces.
          05 ra-contact-email           pic x(40) value spaces.
          05                            pic x(03) value spaces.
          05 ra-contact-fax             pic x(10) value spaces.
          05                            pic x(01) value spaces.
          05 ra-preparer-cd             pic x(01) value 'L'.
          05                            pic x(12) value spaces.

       01 efw-re-line.
          05                            pic x(02) value 'RE'.
          05 re-tax-year                pic 9(04) value zeroes.
          05 re-agent-ind               pic x(01) value space.
          05 re-ein                     pic x(09) value spaces.
          05 re-agent-ein               pic x(09) value spaces.
          05 re-term-bus-ind            pic x(01) value '0'.
          05 re-estab-nbr               pic x(04) value spaces.
          05 re-other-ein               pic x(09) value spaces.
          05 re-name                    pic x(57) value spaces.
          05 re-loc-addr                pic x(22) value spaces.
          05 re-dlv-addr                pic x(22) value spaces.
          05 re-city                    pic x(22) value spaces.
          05 re-st                      pic x(02) value spaces.
          05 re-zip                     pic x(05) value spaces.
          05 re-zip-ext                 pic x(04) value spaces.
          05 re-kind-of-er              pic x(01) value 'N'.
          05                            pic x(04) value spaces.
          05 re-for-st                  pic x(23) value spaces.
          05 re-for-postal              pic x(15) value spaces.
          05 re-country                 pic x(02) value spaces.
          05 re-emp-cd                  pic x(01) value 'R'.
          05 re-tax-jur-cd              pic x(01) value space.
          05 re-sick-pay-ind            pic x(01) value '0'.
          05 re-contact-name            pic x(27) value spaces.
          05 re-contact-phone           pic x(15) value spaces.
          05 re-contact-ext             pic x(05) value spaces.
          05 re-contact-fax             pic x(10) value spaces.
          05 re-contact-email           pic x(40) value spaces.
          05                            pic x(194) value spaces.

       01 efw-rw-line.
          05                            pic x(02) value 'RW'.
          05 rw-ssn                     pic x(09) value spaces.
          05 rw-first-name              pic x(15) value spaces.
          05 rw-mid-name                pic x(15) value spaces.
          05 rw-last-name               pic x(20) value spaces.
          05 rw-sfx                     pic x(04) value spaces.
          05 rw-loc-addr                pic x(22) value spaces.
          05 rw-dlv-addr                pic x(22) value spaces.
          05 rw-city                    pic x(22) value spaces.
          05 rw-st                      pic x(02) value spaces.
          05 rw-zip                     pic x(05) value spaces.
          05 rw-zip-ext                 pic x(04) value spaces.
          05                            pic x(05) value spaces.
          05 rw-for-st                  pic x(23) value spaces.
          05 rw-for-postal              pic x(15) value spaces.
          05 rw-country                 pic x(02) value spaces.
          05 rw-wages                   pic 9(09)v99 value zeroes.
          05 rw-fd-amt                  pic 9(09)v99 value zeroes.
          05 rw-ss-wages                pic 9(09)v99 value zeroes.
          05 rw-ss-amt                  pic 9(09)v99 value zeroes.
          05 rw-med-wages               pic 9(09)v99 value zeroes.
          05 rw-med-amt                 pic 9(09)v99 value zeroes.
          05 rw-ss-tips                 pic 9(09)v99 value zeroes.
          05                            pic x(11) value spaces.
          05 rw-dep-care                pic 9(09)v99 value zeroes.
          05 rw-b12-d                   pic 9(09)v99 value zeroes.
          05 rw-b12-e                   pic 9(09)v99 value zeroes.
          05 rw-b12-f                   pic 9(09)v99 value zeroes.
          05 rw-b12-g                   pic 9(09)v99 value zeroes.
          05 rw-b12-h                   pic 9(09)v99 value zeroes.
          05                            pic x(11) value spaces.
          05 rw-nq-457                  pic 9(09)v99 value zeroes.
          05 rw-b12-w                   pic 9(09)v99 value zeroes.
          05 rw-nq-not-457              pic 9(09)v99 value zeroes.
          05 rw-b12-q                   pic 9(09)v99 value zeroes.
          05                            pic x(11) value spaces.
          05 rw-b12-c                   pic 9(09)v99 value zeroes.
          05 rw-b12-v                   pic 9(09)v99 value zeroes.
          05 rw-b12-y                   pic 9(09)v99 value zeroes.
          05 rw-b12-aa                  pic 9(09)v99 value zeroes.
          05 rw-b12-bb                  pic 9(09)v99 value zeroes.
          05 rw-b12-dd                  pic 9(09)v99 value zeroes.
          05 rw-b12-ff                  pic 9(09)v99 value zeroes.
          05                            pic x(04) value spaces.
          05 rw-stat-ind                pic x(01) value '0'.
          05                            pic x(01) value space.
          05 rw-ret-ind                 pic x(01) value '0'.
          05 rw-sick-ind                pic x(01) value '0'.
          05                            pic x(20) value spaces.

       01 efw-ro-line.
          05                            pic x(02) value 'RO'.
          05                            pic x(09) value spaces.
          05 ro-alloc-tips              pic 9(09)v99 value zeroes.
          05                            pic x(88) value spaces.
          05 ro-b12-ee                  pic 9(09)v99 value zeroes.
          05                            pic x(391) value spaces.

       01 efw-rt-line.
          05                            pic x(02) value 'RT'.
          05 rt-rw-cnt                  pic 9(07) value zeroes.
          05 rt-wages                   pic 9(13)v99 value zeroes.
          05 rt-fd-amt                  pic 9(13)v99 value zeroes.
          05 rt-ss-wages                pic 9(13)v99 value zeroes.
          05 rt-ss-amt                  pic 9(13)v99 value zeroes.
          05 rt-med-wages               pic 9(13)v99 value zeroes.
          05 rt-med-amt                 pic 9(13)v99 value zeroes.
          05 rt-ss-tips                 pic 9(13)v99 value zeroes.
          05                            pic x(15) value spaces.
          05 rt-dep-care                pic 9(13)v99 value zeroes.
          05 rt-b12-d                   pic 9(13)v99 value zeroes.
          05 rt-b12-e                   pic 9(13)v99 value zeroes.
          05 rt-b12-f                   pic 9(13)v99 value zeroes.
          05 rt-b12-g                   pic 9(13)v99 value zeroes.
          05 rt-b12-h                   pic 9(13)v99 value zeroes.
          05                            pic x(15) value spaces.
          05 rt-nq-457                  pic 9(13)v99 value zeroes.
          05 rt-b12-w                   pic 9(13)v99 value zeroes.
          05 rt-nq-not-457              pic 9(13)v99 value zeroes.
          05 rt-b12-q                   pic 9(13)v99 value zeroes.
          05                            pic x(15) value spaces.
          05 rt-b12-c                   pic 9(13)v99 value zeroes.
          05 rt-sick-pay-fd             pic 9(13)v99 value zeroes.
          05 rt-b12-v                   pic 9(13)v99 value zeroes.
          05 rt-b12-y                   pic 9(13)v99 value zeroes.
          05 rt-b12-aa                  pic 9(13)v99 value zeroes.
          05 rt-b12-bb                  pic 9(13)v99 value zeroes.
          05 rt-b12-dd                  pic 9(13)v99 value zeroes.
          05 rt-b12-ff                  pic 9(13)v99 value zeroes.
          05                            pic x(83) value spaces.

       01 efw-ru-line.
          05                            pic x(02) value 'RU'.
          05 ru-ro-cnt                  pic 9(07) value zeroes.
          05 ru-alloc-tips              pic 9(13)v99 value zeroes.
          05                            pic x(120) value spaces.
          05 ru-b12-ee                  pic 9(13)v99 value zeroes.
          05                            pic x(353) value spaces.

       01 efw-rf-line.
          05                            pic x(02) value 'RF'.
          05                            pic x(05) value spaces.
          05 rf-rw-cnt                  pic 9(09) value zeroes.
          05                            pic x(496) value spaces.

      ****************************************************************
      *    EFW2C records, 1024 bytes.  amount pairs are originally
      *    reported then correct, and stay blank when not corrected.
      ****************************************************************
       01 efw-rca-line.
          05                            pic x(03) value 'RCA'.
          05 rca-sub-ein                pic x(09) value spaces.
          05 rca-user-id                pic x(08) value spaces.
          05 rca-vendor-cd              pic x(04) value spaces.
          05                            pic x(05) value spaces.
          05 rca-software-cd            pic x(02) value '98'.
          05 rca-co-name                pic x(57) value spaces.
          05 rca-co-loc-addr            pic x(22) value spaces.
          05 rca-co-dlv-addr            pic x(22) value spaces.
          05 rca-co-city                pic x(22) value spaces.
          05 rca-co-st                  pic x(02) value spaces.
          05 rca-co-zip                 pic x(05) value spaces.
          05 rca-co-zip-ext             pic x(04) value spaces.
          05                            pic x(06) value spaces.
          05 rca-co-for-st              pic x(23) value spaces.
          05 rca-co-for-postal          pic x(15) value spaces.
          05 rca-co-country             pic x(02) value spaces.
          05 rca-contact-name           pic x(27) value spaces.
          05 rca-contact-phone          pic x(15) value spaces.
          05 rca-contact-ext            pic x(05) value spaces.
          05                            pic x(03) value spaces.
          05 rca-contact-email          pic x(40) value spaces.
          05                            pic x(03) value spaces.
          05 rca-contact-fax            pic x(10) value spaces.
          05                            pic x(01) value spaces.
          05 rca-preparer-cd            pic x(01) value 'L'.
          05 rca-resub-ind              pic x(01) value '0'.
          05 rca-resub-wfid             pic x(06) value spaces.
          05                            pic x(701) value spaces.

       01 efw-rce-line.
          05                            pic x(03) value 'RCE'.
          05 rce-tax-year               pic 9(04) value zeroes.
          05 rce-agent-ein              pic x(09) value spaces.
          05 rce-ein                    pic x(09) value spaces.
          05 rce-agent-ind              pic x(01) value space.
          05 rce-estab-nbr              pic x(04) value spaces.
          05 rce-orig-ein               pic x(09) value spaces.
          05 rce-other-ein              pic x(09) value spaces.
          05 rce-name                   pic x(57) value spaces.
          05 rce-loc-addr               pic x(22) value spaces.
          05 rce-dlv-addr               pic x(22) value spaces.
          05 rce-city                   pic x(22) value spaces.
          05 rce-st                     pic x(02) value spaces.
          05 rce-zip                    pic x(05) value spaces.
          05 rce-zip-ext                pic x(04) value spaces.
          05                            pic x(04) value spaces.
          05 rce-for-st                 pic x(23) value spaces.
          05 rce-for-postal             pic x(15) value spaces.
          05 rce-country                pic x(02) value spaces.
          05 rce-emp-cd                 pic x(01) value 'R'.
          05 rce-kind-of-er             pic x(01) value 'N'.
          05                            pic x(796) value spaces.

       01 efw-rcw-line.
          05                            pic x(03) value 'RCW'.
          05 rcw-ssn                    pic x(09) value spaces.
          05 rcw-orig-ssn               pic x(09) value spaces.
          05 rcw-first-name             pic x(15) value spaces.
          05 rcw-mid-name               pic x(15) value spaces.
          05 rcw-last-name              pic x(20) value spaces.
          05 rcw-sfx                    pic x(04) value spaces.
          05 rcw-orig-first-name        pic x(15) value spaces.
          05 rcw-orig-mid-name          pic x(15) value spaces.
          05 rcw-orig-last-name         pic x(20) value spaces.
          05 rcw-loc-addr               pic x(22) value spaces.
          05 rcw-dlv-addr               pic x(22) value spaces.
          05 rcw-city                   pic x(22) value spaces.
          05 rcw-st                     pic x(02) value spaces.
          05 rcw-zip                    pic x(05) value spaces.
          05 rcw-zip-ext                pic x(04) value spaces.
          05                            pic x(04) value spaces.
          05 rcw-for-st                 pic x(23) value spaces.
          05 rcw-for-postal             pic x(15) value spaces.
          05 rcw-country                pic x(02) value spaces.
          05 rcw-amt-pair               occurs 22 times.
             10 rcw-orig-amt            pic 9(09)v99.
             10 rcw-corr-amt            pic 9(09)v99.
          05 rcw-orig-stat-ind          pic x(01) value space.
          05 rcw-corr-stat-ind          pic x(01) value space.
          05 rcw-orig-ret-ind           pic x(01) value space.
          05 rcw-corr-ret-ind           pic x(01) value space.
          05 rcw-orig-sick-ind          pic x(01) value space.
          05 rcw-corr-sick-ind          pic x(01) value space.
          05                            pic x(288) value spaces.

       01 efw-rco-line.
          05                            pic x(03) value 'RCO'.
          05                            pic x(09) value spaces.
          05 rco-alloc-tips-pair.
             10 rco-orig-alloc-tips     pic 9(09)v99 value zeroes.
             10 rco-corr-alloc-tips     pic 9(09)v99 value zeroes.
          05 rco-b12-ee-pair.
             10 rco-orig-b12-ee         pic 9(09)v99 value zeroes.
             10 rco-corr-b12-ee         pic 9(09)v99 value zeroes.
          05                            pic x(968) value spaces.

       01 efw-rct-line.
          05                            pic x(03) value 'RCT'.
          05 rct-rcw-cnt                pic 9(07) value zeroes.
          05 rct-amt-pair               occurs 22 times.
             10 rct-orig-amt            pic 9(13)v99.
             10 rct-corr-amt            pic 9(13)v99.
          05                            pic x(354) value spaces.

       01 efw-rcu-line.
          05                            pic x(03) value 'RCU'.
          05 rcu-rco-cnt                pic 9(07) value zeroes.
          05 rcu-orig-alloc-tips        pic 9(13)v99 value zeroes.
          05 rcu-corr-alloc-tips        pic 9(13)v99 value zeroes.
          05 rcu-orig-b12-ee            pic 9(13)v99 value zeroes.
          05 rcu-corr-b12-ee            pic 9(13)v99 value zeroes.
          05                            pic x(954) value spaces.

       01 efw-rcf-line.
          05                            pic x(03) value 'RCF'.
          05 rcf-rcw-cnt                pic 9(09) value zeroes.
          05                            pic x(1012) value spaces.

      ****************************************************************
      *    balancing report lines, 132 bytes
      ****************************************************************
       01 bal-title-line.
          05                            pic x(34) value
             'SSA WAGE FILING BALANCING REPORT  '.
          05                            pic x(09) value 'TAX YEAR '.
          05 d-bal-tax-year             pic 9(04) value zeroes.
          05                            pic x(04) value spaces.
          05 d-bal-filing-type          pic x(18) value spaces.
          05                            pic x(04) value spaces.
          05                            pic x(09) value 'RUN DATE '.
          05 d-bal-run-dt               pic x(08) value spaces.
          05                            pic x(42) value spaces.

       01 bal-header-line.
          05                            pic x(16) value
             'OFFICE-CLIENT   '.
          05                            pic x(16) value
             '  SOURCE        '.
          05                            pic x(10) value
             '   W-2 CNT'.
          05                            pic x(15) value
             '    WAGES BOX 1'.
          05                            pic x(15) value
             '   FED WITHHELD'.
          05                            pic x(15) value
             '       SS WAGES'.
          05                            pic x(15) value
             '    SS WITHHELD'.
          05                            pic x(15) value
             '   MEDICARE WGS'.
          05                            pic x(15) value
             '   MED WITHHELD'.

       01 bal-clt-line.
          05 d-balc-off-nbr             pic 9(04) value zeroes.
          05                            pic x(01) value '-'.
          05 d-balc-clt-nbr             pic x(11) value spaces.
          05                            pic x(02) value spaces.
          05 d-balc-clt-name            pic x(30) value spaces.
          05                            pic x(02) value spaces.
          05                            pic x(04) value 'EIN '.
          05 d-balc-ein                 pic x(09) value spaces.
          05                            pic x(02) value spaces.
          05 d-balc-note                pic x(40) value spaces.
          05                            pic x(27) value spaces.

       01 bal-detail-line.
          05                            pic x(16) value spaces.
          05 d-bal-flag                 pic x(01) value space.
          05                            pic x(01) value space.
          05 d-bal-source               pic x(14) value spaces.
          05 d-bal-cnt                  pic z(9)9.
          05 d-bal-amt-col              occurs 6 times.
             10                         pic x(01).
             10 d-bal-amt               pic -(10)9.99.

       01 bal-count-line.
          05                            pic x(04) value spaces.
          05 d-balk-label               pic x(48) value spaces.
          05 d-balk-cnt                 pic z(8)9.
          05                            pic x(71) value spaces.

      ****************************************************************

       procedure division.

           perform log-start-msg

           perform initialization

           perform read-next-p31x
           perform process-p31x-record
              until p31x-flg not = i-o-ok

           perform finish-client

           perform write-filing-trailer

           if not efw-corrections-on
              perform flush-transmittal
           end-if

           perform print-grand-totals

           perform report-filing-counts

           perform close-files

           perform log-finish-msg

      *    8 when an employer does not tie out, 4 when anything was
      *    logged, 0 only for a clean filing
           evaluate true
              when efw-out-bal-cnt > zeroes
                 move 8 to return-code
              when efw-no-fed-cnt      > zeroes
                or efw-orphan-cnt      > zeroes
                or efw-ssn-err-cnt     > zeroes
                or efw-ein-err-cnt     > zeroes
                or efw-neg-amt-cnt     > zeroes
                or efw-b12-unfiled-cnt > zeroes
                or efw-unmatched-cnt   > zeroes
                or efw-trm-unfiled-cnt > zeroes
                or efw-io-err-cnt      > zeroes
                or (not efw-corrections-on
                    and not efw-trm-available)
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

           accept efw-parm from command-line

           perform edit-run-parameters

           accept date-n from date yyyymmdd

           if efw-parm-tax-year = spaces
              move date-n-ccyy to efw-tax-year
           else
              move efw-parm-tax-year to efw-tax-year
           end-if

           initialize clt-efw-totals
                      grand-efw-totals
                      grand-trm-totals
                      emp-efw-buckets

           perform open-files

           move efw-tax-year to d-bal-tax-year
           move date-n       to d-bal-run-dt
           if efw-corrections-on
              move 'EFW2C CORRECTIONS' to d-bal-filing-type
           else
              move 'EFW2 ORIGINAL'     to d-bal-filing-type
           end-if
           write bal-rec from bal-title-line
           move spaces to bal-rec
           write bal-rec
           write bal-rec from bal-header-line.

      *******************************************************************

       edit-run-parameters.

           move 'edit-run-parameters' to msg-paragraph

           if efw-parm-tax-year not = spaces
              and efw-parm-tax-year not numeric
              move 'Tax year parameter is not numeric'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           if not efw-valid-corr-parm
              move spaces to msg-bad-data
              string 'Corrections parameter must be Y or N: '
                                          delimited by size
                     efw-parm-corrections delimited by size
                 into msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *******************************************************************

       process-p31x-record.

           move 'process-p31x-record' to msg-paragraph

           evaluate p31x-type-cd
              when 1
                 if p31x-st-cd = zeroes
                    and p31x-lo-cd = zeroes
                    perform finish-client
                    perform start-client
                 end-if
              when 3
                 perform check-employee-break
                 if efw-have-emp
                    perform accum-adjustment-record
                 end-if
              when 4
                 if p31x-st-cd = zeroes
                    and p31x-lo-cd = zeroes
                    perform check-employee-break
                    if efw-have-emp
                       perform accum-federal-record
                    end-if
                 end-if
              when 5
                 if efw-have-emp
                    and p31x-emp-nbr = efw-hold-emp-nbr
                    perform hold-employee-address
                 end-if
              when 9
                 perform finish-client
              when other
                 continue
           end-evaluate

           perform read-next-p31x.

      *******************************************************************

       start-client.

           move 'start-client' to msg-paragraph

           move p31x-off-nbr    to efw-hold-off-nbr
           move p31x-clt-nbr    to efw-hold-clt-nbr
           move p31x-clt-name   to efw-hold-clt-name
           move p31x-clt-ein    to efw-hold-ein
           move p31x-clt-addr-1 to efw-hold-addr-1
           move p31x-clt-addr-2 to efw-hold-addr-2
           move p31x-clt-city   to efw-hold-city
           move p31x-clt-st     to efw-hold-st
           move p31x-clt-zip    to efw-hold-zip

           move 'y' to efw-clt-sw
           move 'n' to efw-er-sw
           initialize clt-efw-totals

           if efw-hold-ein not numeric
              or efw-hold-ein = zeroes
              add 1 to efw-ein-err-cnt giving efw-ein-err-cnt
              move spaces to msg-bad-data
              string 'Missing or invalid EIN on client '
                                   delimited by size
                     p31x-off-nbr  delimited by size
                     '-'           delimited by size
                     p31x-clt-nbr  delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if.

      *******************************************************************

       check-employee-break.

           move 'check-employee-break' to msg-paragraph

      *    an employee record outside any client header cannot be
      *    filed under an employer - log it and drop it
           if not efw-have-clt
              or p31x-off-nbr not = efw-hold-off-nbr
              or p31x-clt-nbr not = efw-hold-clt-nbr
              perform finish-employee
              add 1 to efw-orphan-cnt giving efw-orphan-cnt
              move spaces to msg-bad-data
              string 'Employee record without client header '
                                   delimited by size
                     p31x-off-nbr  delimited by size
                     '-'           delimited by size
                     p31x-clt-nbr  delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           else
              if not efw-have-emp
                 or p31x-emp-nbr not = efw-hold-emp-nbr
                 perform finish-employee
                 perform start-employee
              end-if
           end-if.

      *******************************************************************

       start-employee.

           move 'start-employee' to msg-paragraph

           move p31x-emp-nbr to efw-hold-emp-nbr
           move spaces       to efw-hold-ssn
                                efw-hold-first-name
                                efw-hold-mid-name
                                efw-hold-last-name
                                efw-hold-sfx
                                efw-hold-emp-addr-1
                                efw-hold-emp-addr-2
                                efw-hold-emp-city
                                efw-hold-emp-st
                                efw-hold-emp-zip
           initialize emp-efw-buckets
           move 'y' to efw-emp-sw
           move 'n' to efw-emp-fed-sw.

      *******************************************************************

       hold-employee-address.

      *    the employee's home address for the RW/RCW record

           move 'hold-employee-address' to msg-paragraph

           move p31x-emp-addr-1 to efw-hold-emp-addr-1
           move p31x-emp-addr-2 to efw-hold-emp-addr-2
           move p31x-emp-city   to efw-hold-emp-city
           move p31x-emp-st     to efw-hold-emp-st
           move p31x-emp-zip    to efw-hold-emp-zip.

      *******************************************************************

       accum-federal-record.

           move 'accum-federal-record' to msg-paragraph

           move 'y' to efw-emp-fed-sw

           if p31x-emp-ssn not = spaces
              move p31x-emp-ssn        to efw-hold-ssn
              move p31x-emp-first-name to efw-hold-first-name
              move p31x-emp-mid-name   to efw-hold-mid-name
              move p31x-emp-last-name  to efw-hold-last-name
              move p31x-emp-sfx        to efw-hold-sfx
           end-if

           add p31x-emp-fd-txbl-grs  to efw-wages
               giving efw-wages
           add p31x-emp-fd-amt       to efw-fd-amt
               giving efw-fd-amt
           add p31x-emp-ss-txbl-grs  to efw-ss-wages
               giving efw-ss-wages
           add p31x-emp-ss-amt       to efw-ss-amt
               giving efw-ss-amt
           add p31x-emp-med-txbl-grs to efw-med-wages
               giving efw-med-wages
           add p31x-emp-med-amt      to efw-med-amt
               giving efw-med-amt
           add p31x-emp-ss-tips      to efw-ss-tips
               giving efw-ss-tips
           add p31x-emp-alloc-tips   to efw-alloc-tips
               giving efw-alloc-tips.

      *******************************************************************

       accum-adjustment-record.

           move 'accum-adjustment-record' to msg-paragraph

           evaluate p31x-adj-box-nbr
              when 10
                 add p31x-adj-amt to efw-dep-care
                     giving efw-dep-care
              when 12
                 perform accum-box-12
              when 13
                 evaluate p31x-adj-cd(1:1)
                    when 'S'
                       move '1' to efw-stat-ind
                    when 'R'
                       move '1' to efw-ret-ind
                    when 'T'
                       move '1' to efw-sick-ind
                    when other
                       continue
                 end-evaluate
      *    box 14 is the employer's own caption area - not part of the
      *    federal wage filing
              when 14
                 add 1 to efw-b14-cnt giving efw-b14-cnt
              when other
                 continue
           end-evaluate.

      *******************************************************************

       accum-box-12.

           move 'accum-box-12' to msg-paragraph

           evaluate p31x-adj-cd
              when 'D '
                 add p31x-adj-amt to efw-b12-d  giving efw-b12-d
              when 'E '
                 add p31x-adj-amt to efw-b12-e  giving efw-b12-e
              when 'F '
                 add p31x-adj-amt to efw-b12-f  giving efw-b12-f
              when 'G '
                 add p31x-adj-amt to efw-b12-g  giving efw-b12-g
              when 'H '
                 add p31x-adj-amt to efw-b12-h  giving efw-b12-h
              when 'W '
                 add p31x-adj-amt to efw-b12-w  giving efw-b12-w
              when 'Q '
                 add p31x-adj-amt to efw-b12-q  giving efw-b12-q
              when 'DD'
                 add p31x-adj-amt to efw-b12-dd giving efw-b12-dd
              when 'C '
                 add p31x-adj-amt to efw-b12-c  giving efw-b12-c
              when 'V '
                 add p31x-adj-amt to efw-b12-v  giving efw-b12-v
              when 'Y '
                 add p31x-adj-amt to efw-b12-y  giving efw-b12-y
              when 'AA'
                 add p31x-adj-amt to efw-b12-aa giving efw-b12-aa
              when 'BB'
                 add p31x-adj-amt to efw-b12-bb giving efw-b12-bb
              when 'EE'
                 add p31x-adj-amt to efw-b12-ee giving efw-b12-ee
              when 'FF'
                 add p31x-adj-amt to efw-b12-ff giving efw-b12-ff
              when other
                 add 1 to efw-b12-unfiled-cnt
                     giving efw-b12-unfiled-cnt
                 move spaces to msg-bad-data
                 string 'Box 12 code not filed: '
                                        delimited by size
                        p31x-adj-cd     delimited by size
                        ' employee '    delimited by size
                        p31x-off-nbr    delimited by size
                        '-'             delimited by size
                        p31x-clt-nbr    delimited by size
                        '-'             delimited by size
                        p31x-emp-nbr    delimited by size
                    into msg-bad-data
                 perform log-type-w-msg
           end-evaluate.

      *******************************************************************

       finish-employee.

           move 'finish-employee' to msg-paragraph

           if efw-have-emp
              if efw-corrections-on
                 perform file-corrected-employee
              else
                 perform file-original-employee
              end-if
              move 'n' to efw-emp-sw
           end-if.

      *******************************************************************

       file-original-employee.

           move 'file-original-employee' to msg-paragraph

      *    box 10/12/13 items with no federal record have no wages to
      *    hang from
           if not efw-emp-has-fed
              add 1 to efw-no-fed-cnt giving efw-no-fed-cnt
              move spaces to msg-bad-data
              string 'No federal record for employee '
                                       delimited by size
                     efw-hold-off-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-clt-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-emp-nbr  delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           else
              perform check-employee-ssn
              perform write-employer-record
              perform write-rw-record
              if efw-alloc-tips not = zeroes
                 or efw-b12-ee not = zeroes
                 perform write-ro-record
              end-if
              add 1 to cefw-emp-cnt giving cefw-emp-cnt
              move 1 to efw-sub
              perform add-emp-to-client
                 until efw-sub > efw-bkt-max
              perform save-filed-amounts
           end-if.

      *******************************************************************

       check-employee-ssn.

           move 'check-employee-ssn' to msg-paragraph

           if efw-hold-ssn not numeric
              or efw-hold-ssn = zeroes
              add 1 to efw-ssn-err-cnt giving efw-ssn-err-cnt
              move spaces to msg-bad-data
              string 'Missing or invalid SSN for employee '
                                       delimited by size
                     efw-hold-off-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-clt-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-emp-nbr  delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if.

      *******************************************************************

       add-emp-to-client.

           if efw-bkt-amt(efw-sub) < zeroes
              add 1 to efw-neg-amt-cnt giving efw-neg-amt-cnt
              move spaces to msg-bad-data
              string 'Negative W-2 amount for employee '
                                       delimited by size
                     efw-hold-off-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-clt-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-emp-nbr  delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if

           add efw-bkt-amt(efw-sub) to cefw-tot-amt(efw-sub)
               giving cefw-tot-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       start-filing.

           move 'start-filing' to msg-paragraph

      *    the submitter record opens the file when the first
      *    employer is ready to go, so an empty extract files nothing
           if efw-corrections-on
              move sub-ein           to rca-sub-ein
              move sub-user-id       to rca-user-id
              move sub-name          to rca-co-name
              move sub-loc-addr      to rca-co-loc-addr
              move sub-dlv-addr      to rca-co-dlv-addr
              move sub-city          to rca-co-city
              move sub-st            to rca-co-st
              move sub-zip           to rca-co-zip
              move sub-zip-ext       to rca-co-zip-ext
              move sub-contact-name  to rca-contact-name
              move sub-contact-phone to rca-contact-phone
              move sub-contact-ext   to rca-contact-ext
              move sub-contact-email to rca-contact-email
              move sub-contact-fax   to rca-contact-fax
              write efw2c-rec from efw-rca-line
           else
              move sub-ein           to ra-sub-ein
              move sub-user-id       to ra-user-id
              move sub-name          to ra-co-name
                                        ra-sub-name
              move sub-loc-addr      to ra-co-loc-addr
                                        ra-sub-loc-addr
              move sub-dlv-addr      to ra-co-dlv-addr
                                        ra-sub-dlv-addr
              move sub-city          to ra-co-city
                                        ra-sub-city
              move sub-st            to ra-co-st
                                        ra-sub-st
              move sub-zip           to ra-co-zip
                                        ra-sub-zip
              move sub-zip-ext       to ra-co-zip-ext
                                        ra-sub-zip-ext
              move sub-contact-name  to ra-contact-name
              move sub-contact-phone to ra-contact-phone
              move sub-contact-ext   to ra-contact-ext
              move sub-contact-email to ra-contact-email
              move sub-contact-fax   to ra-contact-fax
              write efw2-rec from efw-ra-line
           end-if

           add 1 to efw-rec-cnt giving efw-rec-cnt
           move 'y' to efw-filing-sw.

      *******************************************************************

       write-employer-record.

           move 'write-employer-record' to msg-paragraph

      *    held back until the employer's first employee is filed, so
      *    an employer never goes out without wage records under it.
      *    the office number rides as the establishment number to
      *    keep one EIN's offices apart.
           if not efw-er-written
              if not efw-filing-started
                 perform start-filing
              end-if
              if efw-corrections-on
                 move efw-tax-year           to rce-tax-year
                 move efw-hold-ein           to rce-ein
                 move efw-hold-off-nbr       to rce-estab-nbr
                 move efw-hold-clt-name      to rce-name
                 move efw-hold-addr-2        to rce-loc-addr
                 move efw-hold-addr-1        to rce-dlv-addr
                 move efw-hold-city          to rce-city
                 move efw-hold-st            to rce-st
                 move efw-hold-zip(1:5)      to rce-zip
                 move efw-hold-zip(6:4)      to rce-zip-ext
                 write efw2c-rec from efw-rce-line
              else
                 move efw-tax-year           to re-tax-year
                 move efw-hold-ein           to re-ein
                 move efw-hold-off-nbr       to re-estab-nbr
                 move efw-hold-clt-name      to re-name
                 move efw-hold-addr-2        to re-loc-addr
                 move efw-hold-addr-1        to re-dlv-addr
                 move efw-hold-city          to re-city
                 move efw-hold-st            to re-st
                 move efw-hold-zip(1:5)      to re-zip
                 move efw-hold-zip(6:4)      to re-zip-ext
                 move sub-contact-name       to re-contact-name
                 move sub-contact-phone      to re-contact-phone
                 move sub-contact-ext        to re-contact-ext
                 move sub-contact-fax        to re-contact-fax
                 move sub-contact-email      to re-contact-email
                 write efw2-rec from efw-re-line
              end-if
              add 1 to efw-rec-cnt giving efw-rec-cnt
              move 'y' to efw-er-sw
           end-if.

      *******************************************************************

       write-rw-record.

           move 'write-rw-record' to msg-paragraph

           move efw-hold-ssn        to rw-ssn
           move efw-hold-first-name to rw-first-name
           move efw-hold-mid-name   to rw-mid-name
           move efw-hold-last-name  to rw-last-name
           move efw-hold-sfx        to rw-sfx
           move efw-hold-emp-addr-2   to rw-loc-addr
           move efw-hold-emp-addr-1   to rw-dlv-addr
           move efw-hold-emp-city     to rw-city
           move efw-hold-emp-st       to rw-st
           move efw-hold-emp-zip(1:5) to rw-zip
           move efw-hold-emp-zip(6:4) to rw-zip-ext

           move efw-wages           to rw-wages
           move efw-fd-amt          to rw-fd-amt
           move efw-ss-wages        to rw-ss-wages
           move efw-ss-amt          to rw-ss-amt
           move efw-med-wages       to rw-med-wages
           move efw-med-amt         to rw-med-amt
           move efw-ss-tips         to rw-ss-tips
           move efw-dep-care        to rw-dep-care
           move efw-b12-d           to rw-b12-d
           move efw-b12-e           to rw-b12-e
           move efw-b12-f           to rw-b12-f
           move efw-b12-g           to rw-b12-g
           move efw-b12-h           to rw-b12-h
           move efw-b12-w           to rw-b12-w
           move efw-b12-q           to rw-b12-q
           move efw-b12-c           to rw-b12-c
           move efw-b12-v           to rw-b12-v
           move efw-b12-y           to rw-b12-y
           move efw-b12-aa          to rw-b12-aa
           move efw-b12-bb          to rw-b12-bb
           move efw-b12-dd          to rw-b12-dd
           move efw-b12-ff          to rw-b12-ff

           move '0' to rw-stat-ind
                       rw-ret-ind
                       rw-sick-ind
           if efw-stat-ind = '1'
              move '1' to rw-stat-ind
           end-if
           if efw-ret-ind = '1'
              move '1' to rw-ret-ind
           end-if
           if efw-sick-ind = '1'
              move '1' to rw-sick-ind
           end-if

           write efw2-rec from efw-rw-line
           add 1 to efw-rec-cnt giving efw-rec-cnt.

      *******************************************************************

       write-ro-record.

           move 'write-ro-record' to msg-paragraph

           move efw-alloc-tips to ro-alloc-tips
           move efw-b12-ee     to ro-b12-ee
           write efw2-rec from efw-ro-line
           add 1 to efw-rec-cnt giving efw-rec-cnt
           add 1 to cefw-ro-cnt giving cefw-ro-cnt.

      *******************************************************************

       save-filed-amounts.

           move 'save-filed-amounts' to msg-paragraph

      *    what went to SSA, for the corrections filing to start from.
      *    a refiling of the same tax year replaces the earlier one.
           move efw-tax-year        to efwamt-tax-year
           move efw-hold-off-nbr    to efwamt-off-nbr
           move efw-hold-clt-nbr    to efwamt-clt-nbr
           move efw-hold-emp-nbr    to efwamt-emp-nbr

           read efwamt-file

           move efw-hold-ssn        to efwamt-ssn
           move efw-hold-first-name to efwamt-first-name
           move efw-hold-mid-name   to efwamt-mid-name
           move efw-hold-last-name  to efwamt-last-name
           move efw-hold-sfx        to efwamt-sfx
           move date-n              to efwamt-filed-dt
           move emp-efw-buckets     to efwamt-buckets

           if efwamt-flg = i-o-ok
              rewrite efwamt-rec
           else
              write efwamt-rec
           end-if

           if efwamt-flg not = i-o-ok
              perform log-filed-amounts-error
           end-if.

      *******************************************************************

       log-filed-amounts-error.

           add 1 to efw-io-err-cnt giving efw-io-err-cnt
           move efwamt-flg to msg-bad-return-cd
           move spaces to msg-bad-data
           string 'Unable to update filed amounts for '
                                    delimited by size
                  efw-hold-off-nbr  delimited by size
                  '-'               delimited by size
                  efw-hold-clt-nbr  delimited by size
                  '-'               delimited by size
                  efw-hold-emp-nbr  delimited by size
              into msg-bad-data
           perform log-type-w-msg.

      *******************************************************************

       file-corrected-employee.

           move 'file-corrected-employee' to msg-paragraph

           add 1 to cefw-amend-cnt giving cefw-amend-cnt
           move 1 to efw-sub
           perform add-delta-to-client
              until efw-sub > efw-bkt-max

           move efw-tax-year     to efwamt-tax-year
           move efw-hold-off-nbr to efwamt-off-nbr
           move efw-hold-clt-nbr to efwamt-clt-nbr
           move efw-hold-emp-nbr to efwamt-emp-nbr

           read efwamt-file

      *    nothing on file means nothing was reported to correct
           if efwamt-flg not = i-o-ok
              add 1 to efw-unmatched-cnt giving efw-unmatched-cnt
              move spaces to msg-bad-data
              string 'No original filing for amended employee '
                                       delimited by size
                     efw-hold-off-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-clt-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-emp-nbr  delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           else
              perform build-rcw-record
              if efw-emp-changed
                 perform write-employer-record
                 write efw2c-rec from efw-rcw-line
                 add 1 to efw-rec-cnt  giving efw-rec-cnt
                 add 1 to cefw-emp-cnt giving cefw-emp-cnt
                 if corr-alloc-tips not = orig-alloc-tips
                    or corr-b12-ee not = orig-b12-ee
                    perform write-rco-record
                 end-if
                 perform update-filed-amounts
              else
                 add 1 to efw-nochg-cnt giving efw-nochg-cnt
              end-if
           end-if.

      *******************************************************************

       add-delta-to-client.

           add efw-bkt-amt(efw-sub) to cefw-dlt-amt(efw-sub)
               giving cefw-dlt-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       build-rcw-record.

           move 'build-rcw-record' to msg-paragraph

           move 'n' to efw-chg-sw
           move efwamt-buckets to emp-orig-buckets
           move efwamt-buckets to emp-corr-buckets

      *    identity: a new SSN or name on the amended federal record
      *    goes out with the one originally reported beside it
           move efwamt-ssn        to rcw-ssn
           move efwamt-first-name to rcw-first-name
           move efwamt-mid-name   to rcw-mid-name
           move efwamt-last-name  to rcw-last-name
           move efwamt-sfx        to rcw-sfx
           move spaces            to rcw-orig-ssn
                                     rcw-orig-first-name
                                     rcw-orig-mid-name
                                     rcw-orig-last-name
           move efw-hold-emp-addr-2   to rcw-loc-addr
           move efw-hold-emp-addr-1   to rcw-dlv-addr
           move efw-hold-emp-city     to rcw-city
           move efw-hold-emp-st       to rcw-st
           move efw-hold-emp-zip(1:5) to rcw-zip
           move efw-hold-emp-zip(6:4) to rcw-zip-ext

           if efw-hold-ssn not = spaces
              if efw-hold-ssn not = efwamt-ssn
                 move efwamt-ssn   to rcw-orig-ssn
                 move efw-hold-ssn to rcw-ssn
                 move 'y' to efw-chg-sw
              end-if
              if efw-hold-first-name not = efwamt-first-name
                 or efw-hold-mid-name  not = efwamt-mid-name
                 or efw-hold-last-name not = efwamt-last-name
                 move efwamt-first-name   to rcw-orig-first-name
                 move efwamt-mid-name     to rcw-orig-mid-name
                 move efwamt-last-name    to rcw-orig-last-name
                 move efw-hold-first-name to rcw-first-name
                 move efw-hold-mid-name   to rcw-mid-name
                 move efw-hold-last-name  to rcw-last-name
                 move efw-hold-sfx        to rcw-sfx
                 move 'y' to efw-chg-sw
              end-if
           end-if

           move 1 to efw-sub
           perform build-rcw-pair
              until efw-sub > efw-pair-max

           add efw-alloc-tips to corr-alloc-tips
               giving corr-alloc-tips
           if corr-alloc-tips not = orig-alloc-tips
              move 'y' to efw-chg-sw
           end-if
           add efw-b12-ee to corr-b12-ee
               giving corr-b12-ee
           if corr-b12-ee not = orig-b12-ee
              move 'y' to efw-chg-sw
           end-if

      *    an amended box 13 record checks the box
           if efw-stat-ind = '1'
              move '1' to corr-stat-ind
           end-if
           if efw-ret-ind = '1'
              move '1' to corr-ret-ind
           end-if
           if efw-sick-ind = '1'
              move '1' to corr-sick-ind
           end-if

           move spaces to rcw-orig-stat-ind
                          rcw-corr-stat-ind
                          rcw-orig-ret-ind
                          rcw-corr-ret-ind
                          rcw-orig-sick-ind
                          rcw-corr-sick-ind
           if corr-stat-ind not = orig-stat-ind
              move '0' to rcw-orig-stat-ind
              move '1' to rcw-corr-stat-ind
              move 'y' to efw-chg-sw
           end-if
           if corr-ret-ind not = orig-ret-ind
              move '0' to rcw-orig-ret-ind
              move '1' to rcw-corr-ret-ind
              move 'y' to efw-chg-sw
           end-if
           if corr-sick-ind not = orig-sick-ind
              move '0' to rcw-orig-sick-ind
              move '1' to rcw-corr-sick-ind
              move 'y' to efw-chg-sw
           end-if.

      *******************************************************************

       build-rcw-pair.

           add efw-bkt-amt(efw-sub) to corr-bkt-amt(efw-sub)
               giving corr-bkt-amt(efw-sub)

           if efw-bkt-amt(efw-sub) = zeroes
              move spaces to rcw-amt-pair(efw-sub)
           else
              if corr-bkt-amt(efw-sub) < zeroes
                 add 1 to efw-neg-amt-cnt giving efw-neg-amt-cnt
                 move spaces to msg-bad-data
                 string 'Correction leaves a negative amount for '
                                          delimited by size
                        efw-hold-off-nbr  delimited by size
                        '-'               delimited by size
                        efw-hold-clt-nbr  delimited by size
                        '-'               delimited by size
                        efw-hold-emp-nbr  delimited by size
                    into msg-bad-data
                 perform log-type-w-msg
              end-if
              move orig-bkt-amt(efw-sub) to rcw-orig-amt(efw-sub)
              move corr-bkt-amt(efw-sub) to rcw-corr-amt(efw-sub)
              add orig-bkt-amt(efw-sub) to cefw-orig-amt(efw-sub)
                  giving cefw-orig-amt(efw-sub)
              add corr-bkt-amt(efw-sub) to cefw-tot-amt(efw-sub)
                  giving cefw-tot-amt(efw-sub)
              move 'y' to cefw-pair-sw(efw-sub)
              move 'y' to efw-chg-sw
           end-if

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       write-rco-record.

           move 'write-rco-record' to msg-paragraph

      *    like the RCW pairs, an amount that did not change stays
      *    blank
           if corr-alloc-tips = orig-alloc-tips
              move spaces to rco-alloc-tips-pair
           else
              move orig-alloc-tips to rco-orig-alloc-tips
              move corr-alloc-tips to rco-corr-alloc-tips
              add orig-alloc-tips
                  to cefw-orig-amt(efw-bkt-alloc-tips)
                  giving cefw-orig-amt(efw-bkt-alloc-tips)
              add corr-alloc-tips
                  to cefw-tot-amt(efw-bkt-alloc-tips)
                  giving cefw-tot-amt(efw-bkt-alloc-tips)
           end-if

           if corr-b12-ee = orig-b12-ee
              move spaces to rco-b12-ee-pair
           else
              move orig-b12-ee to rco-orig-b12-ee
              move corr-b12-ee to rco-corr-b12-ee
              add orig-b12-ee to cefw-orig-amt(efw-bkt-b12-ee)
                  giving cefw-orig-amt(efw-bkt-b12-ee)
              add corr-b12-ee to cefw-tot-amt(efw-bkt-b12-ee)
                  giving cefw-tot-amt(efw-bkt-b12-ee)
           end-if

           write efw2c-rec from efw-rco-line
           add 1 to efw-rec-cnt giving efw-rec-cnt
           add 1 to cefw-ro-cnt giving cefw-ro-cnt.

      *******************************************************************

       update-filed-amounts.

           move 'update-filed-amounts' to msg-paragraph

      *    the corrected figures become what SSA has on file, so the
      *    next corrections filing starts from them
           move rcw-ssn          to efwamt-ssn
           move rcw-first-name   to efwamt-first-name
           move rcw-mid-name     to efwamt-mid-name
           move rcw-last-name    to efwamt-last-name
           move rcw-sfx          to efwamt-sfx
           move date-n           to efwamt-filed-dt
           move emp-corr-buckets to efwamt-buckets

           rewrite efwamt-rec
           if efwamt-flg not = i-o-ok
              perform log-filed-amounts-error
           end-if.

      *******************************************************************

       finish-client.

           move 'finish-client' to msg-paragraph

           perform finish-employee

           if efw-have-clt
              if efw-er-written
                 if efw-corrections-on
                    perform write-rct-record
                 else
                    perform write-rt-record
                 end-if
                 add 1 to gefw-clt-cnt giving gefw-clt-cnt
              end-if

              if efw-corrections-on
                 if cefw-amend-cnt > zeroes
                    perform print-corr-balance
                 end-if
              else
                 if efw-er-written
                    perform match-transmittal
                 end-if
              end-if

              add cefw-emp-cnt   to gefw-emp-cnt
                  giving gefw-emp-cnt
              add cefw-ro-cnt    to gefw-ro-cnt
                  giving gefw-ro-cnt
              add cefw-amend-cnt to gefw-amend-cnt
                  giving gefw-amend-cnt
              move 1 to efw-sub
              perform add-client-to-grand
                 until efw-sub > efw-bkt-max

              move 'n' to efw-clt-sw
              move 'n' to efw-er-sw
              initialize clt-efw-totals
           end-if.

      *******************************************************************

       add-client-to-grand.

           add cefw-tot-amt(efw-sub)  to gefw-tot-amt(efw-sub)
               giving gefw-tot-amt(efw-sub)
           add cefw-orig-amt(efw-sub) to gefw-orig-amt(efw-sub)
               giving gefw-orig-amt(efw-sub)
           add cefw-dlt-amt(efw-sub)  to gefw-dlt-amt(efw-sub)
               giving gefw-dlt-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       write-rt-record.

           move 'write-rt-record' to msg-paragraph

           move cefw-emp-cnt     to rt-rw-cnt
           move cefw-tot-amt(1)  to rt-wages
           move cefw-tot-amt(2)  to rt-fd-amt
           move cefw-tot-amt(3)  to rt-ss-wages
           move cefw-tot-amt(4)  to rt-ss-amt
           move cefw-tot-amt(5)  to rt-med-wages
           move cefw-tot-amt(6)  to rt-med-amt
           move cefw-tot-amt(7)  to rt-ss-tips
           move cefw-tot-amt(8)  to rt-dep-care
           move cefw-tot-amt(9)  to rt-b12-d
           move cefw-tot-amt(10) to rt-b12-e
           move cefw-tot-amt(11) to rt-b12-f
           move cefw-tot-amt(12) to rt-b12-g
           move cefw-tot-amt(13) to rt-b12-h
           move cefw-tot-amt(14) to rt-b12-w
           move cefw-tot-amt(15) to rt-b12-q
           move cefw-tot-amt(16) to rt-b12-c
           move cefw-tot-amt(17) to rt-b12-v
           move cefw-tot-amt(18) to rt-b12-y
           move cefw-tot-amt(19) to rt-b12-aa
           move cefw-tot-amt(20) to rt-b12-bb
           move cefw-tot-amt(21) to rt-b12-dd
           move cefw-tot-amt(22) to rt-b12-ff
           write efw2-rec from efw-rt-line
           add 1 to efw-rec-cnt giving efw-rec-cnt

           if cefw-ro-cnt > zeroes
              move cefw-ro-cnt      to ru-ro-cnt
              move cefw-tot-amt(23) to ru-alloc-tips
              move cefw-tot-amt(24) to ru-b12-ee
              write efw2-rec from efw-ru-line
              add 1 to efw-rec-cnt giving efw-rec-cnt
           end-if.

      *******************************************************************

       write-rct-record.

           move 'write-rct-record' to msg-paragraph

           move cefw-emp-cnt to rct-rcw-cnt
           move 1 to efw-sub
           perform build-rct-pair
              until efw-sub > efw-pair-max
           write efw2c-rec from efw-rct-line
           add 1 to efw-rec-cnt giving efw-rec-cnt

           if cefw-ro-cnt > zeroes
              move cefw-ro-cnt       to rcu-rco-cnt
              move cefw-orig-amt(23) to rcu-orig-alloc-tips
              move cefw-tot-amt(23)  to rcu-corr-alloc-tips
              move cefw-orig-amt(24) to rcu-orig-b12-ee
              move cefw-tot-amt(24)  to rcu-corr-b12-ee
              write efw2c-rec from efw-rcu-line
              add 1 to efw-rec-cnt giving efw-rec-cnt
           end-if.

      *******************************************************************

       build-rct-pair.

           if cefw-pair-sw(efw-sub) = 'y'
              move cefw-orig-amt(efw-sub) to rct-orig-amt(efw-sub)
              move cefw-tot-amt(efw-sub)  to rct-corr-amt(efw-sub)
           else
              move spaces to rct-amt-pair(efw-sub)
           end-if

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       write-filing-trailer.

           move 'write-filing-trailer' to msg-paragraph

           if efw-filing-started
              if efw-corrections-on
                 move gefw-emp-cnt to rcf-rcw-cnt
                 write efw2c-rec from efw-rcf-line
              else
                 move gefw-emp-cnt to rf-rw-cnt
                 write efw2-rec from efw-rf-line
              end-if
              add 1 to efw-rec-cnt giving efw-rec-cnt
           end-if.

      *******************************************************************

       match-transmittal.

           move 'match-transmittal' to msg-paragraph

      *    the transmittal file rides along in extract order; a
      *    transmittal client that sorts ahead of this employer was
      *    never filed
           move efw-hold-off-nbr to efw-clt-key-off
           move efw-hold-clt-nbr to efw-clt-key-clt

           perform skip-transmittal-rec
              until efw-trm-eof
                 or efw-trm-key not < efw-clt-key

           move 'y' to efw-bal-sw
           move spaces to d-balc-note
           if efw-trm-eof
              or efw-trm-key not = efw-clt-key
      *       electronic, employee-direct and held packages carry no
      *       transmittal - nothing to tie to, not an error
              add 1 to efw-no-trm-cnt giving efw-no-trm-cnt
              if efw-trm-available
                 move 'NO TRANSMITTAL RECORD' to d-balc-note
              else
                 move 'TRANSMITTAL FILE NOT AVAILABLE'
                      to d-balc-note
              end-if
              perform print-balance-client
              perform print-efw2-bal-line
           else
              move trm-fd-grs  to efw-trm-amt(1)
              move trm-fd-amt  to efw-trm-amt(2)
              move trm-ss-grs  to efw-trm-amt(3)
              move trm-ss-amt  to efw-trm-amt(4)
              move trm-med-grs to efw-trm-amt(5)
              move trm-med-amt to efw-trm-amt(6)

              if trm-fd-w2-cnt not = cefw-emp-cnt
                 move 'n' to efw-bal-sw
              end-if
              move 1 to efw-sub
              perform compare-trm-amount
                 until efw-sub > efw-bal-max

              if not efw-clt-in-balance
                 add 1 to efw-out-bal-cnt giving efw-out-bal-cnt
                 move '*** OUT OF BALANCE ***' to d-balc-note
                 move spaces to msg-bad-data
                 string 'EFW2 totals do not tie to transmittal '
                                          delimited by size
                        efw-hold-off-nbr  delimited by size
                        '-'               delimited by size
                        efw-hold-clt-nbr  delimited by size
                    into msg-bad-data
                 perform log-type-w-msg
              end-if

              perform print-balance-client
              perform print-efw2-bal-line

              move spaces to bal-detail-line
              if not efw-clt-in-balance
                 move '*' to d-bal-flag
              end-if
              move 'TRANSMITTAL'  to d-bal-source
              move trm-fd-w2-cnt  to d-bal-cnt
              move 1 to efw-sub
              perform load-trm-bal-amount
                 until efw-sub > efw-bal-max
              write bal-rec from bal-detail-line

              add 1             to gtrm-clt-cnt giving gtrm-clt-cnt
              add trm-fd-w2-cnt to gtrm-w2-cnt  giving gtrm-w2-cnt

              perform read-next-trmin
           end-if.

      *******************************************************************

       skip-transmittal-rec.

           add 1 to efw-trm-unfiled-cnt giving efw-trm-unfiled-cnt
           move spaces to msg-bad-data
           string 'Transmittal client not in wage filing '
                                   delimited by size
                  trm-off-nbr      delimited by size
                  '-'              delimited by size
                  trm-clt-nbr      delimited by size
              into msg-bad-data
           perform log-type-w-msg

           perform read-next-trmin.

      *******************************************************************

       flush-transmittal.

           move 'flush-transmittal' to msg-paragraph

           move high-values to efw-clt-key
           perform skip-transmittal-rec
              until efw-trm-eof.

      *******************************************************************

       compare-trm-amount.

           if efw-trm-amt(efw-sub) not = cefw-tot-amt(efw-sub)
              move 'n' to efw-bal-sw
           end-if

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       load-trm-bal-amount.

           move efw-trm-amt(efw-sub) to d-bal-amt(efw-sub)
           add efw-trm-amt(efw-sub)  to gtrm-amt(efw-sub)
               giving gtrm-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       print-balance-client.

           move 'print-balance-client' to msg-paragraph

           move spaces to bal-rec
           write bal-rec
           move efw-hold-off-nbr  to d-balc-off-nbr
           move efw-hold-clt-nbr  to d-balc-clt-nbr
           move efw-hold-clt-name to d-balc-clt-name
           move efw-hold-ein      to d-balc-ein
           write bal-rec from bal-clt-line.

      *******************************************************************

       print-efw2-bal-line.

           move spaces to bal-detail-line
           if not efw-clt-in-balance
              move '*' to d-bal-flag
           end-if
           move 'EFW2 RT'    to d-bal-source
           move cefw-emp-cnt to d-bal-cnt
           move 1 to efw-sub
           perform load-efw2-bal-amount
              until efw-sub > efw-bal-max
           write bal-rec from bal-detail-line.

      *******************************************************************

       load-efw2-bal-amount.

           move cefw-tot-amt(efw-sub) to d-bal-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       print-corr-balance.

           move 'print-corr-balance' to msg-paragraph

      *    the net change the RCT records carry has to equal the
      *    deltas on the amended extract; an amended employee with
      *    no original filing shows up here as a difference
           move 1 to efw-sub
           perform compute-net-change
              until efw-sub > efw-bal-max

           move 'y' to efw-bal-sw
           move 1 to efw-sub
           perform compare-net-change
              until efw-sub > efw-bal-max

           move spaces to d-balc-note
           if not efw-clt-in-balance
              add 1 to efw-out-bal-cnt giving efw-out-bal-cnt
              move '*** OUT OF BALANCE ***' to d-balc-note
              move spaces to msg-bad-data
              string 'EFW2C net change does not tie to extract '
                                       delimited by size
                     efw-hold-off-nbr  delimited by size
                     '-'               delimited by size
                     efw-hold-clt-nbr  delimited by size
                 into msg-bad-data
              perform log-type-w-msg
           end-if

           perform print-balance-client

           move spaces to bal-detail-line
           move 'RCT ORIGINAL'  to d-bal-source
           move cefw-emp-cnt    to d-bal-cnt
           move 1 to efw-sub
           perform load-orig-bal-amount
              until efw-sub > efw-bal-max
           write bal-rec from bal-detail-line

           move spaces to bal-detail-line
           move 'RCT CORRECTED' to d-bal-source
           move cefw-emp-cnt    to d-bal-cnt
           move 1 to efw-sub
           perform load-efw2-bal-amount
              until efw-sub > efw-bal-max
           write bal-rec from bal-detail-line

           move spaces to bal-detail-line
           if not efw-clt-in-balance
              move '*' to d-bal-flag
           end-if
           move 'RCT NET CHANGE' to d-bal-source
           move cefw-emp-cnt     to d-bal-cnt
           move 1 to efw-sub
           perform load-net-bal-amount
              until efw-sub > efw-bal-max
           write bal-rec from bal-detail-line

           move spaces to bal-detail-line
           if not efw-clt-in-balance
              move '*' to d-bal-flag
           end-if
           move 'EXTRACT DELTA'  to d-bal-source
           move cefw-amend-cnt   to d-bal-cnt
           move 1 to efw-sub
           perform load-dlt-bal-amount
              until efw-sub > efw-bal-max
           write bal-rec from bal-detail-line.

      *******************************************************************

       compute-net-change.

           subtract cefw-orig-amt(efw-sub) from cefw-tot-amt(efw-sub)
               giving efw-net-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       compare-net-change.

           if efw-net-amt(efw-sub) not = cefw-dlt-amt(efw-sub)
              move 'n' to efw-bal-sw
           end-if

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       load-orig-bal-amount.

           move cefw-orig-amt(efw-sub) to d-bal-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       load-net-bal-amount.

           move efw-net-amt(efw-sub) to d-bal-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       load-dlt-bal-amount.

           move cefw-dlt-amt(efw-sub) to d-bal-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       print-grand-totals.

           move 'print-grand-totals' to msg-paragraph

           move spaces to bal-rec
           write bal-rec
           write bal-rec

           move spaces to bal-detail-line
           if efw-corrections-on
              move 'TOTAL ORIGINAL' to d-bal-source
              move gefw-emp-cnt     to d-bal-cnt
              move 1 to efw-sub
              perform load-grand-orig-amount
                 until efw-sub > efw-bal-max
              write bal-rec from bal-detail-line

              move spaces to bal-detail-line
              move 'TOTAL CORRECT' to d-bal-source
              move gefw-emp-cnt    to d-bal-cnt
              move 1 to efw-sub
              perform load-grand-efw2-amount
                 until efw-sub > efw-bal-max
              write bal-rec from bal-detail-line

              move spaces to bal-detail-line
              move 'TOTAL DELTA'  to d-bal-source
              move gefw-amend-cnt to d-bal-cnt
              move 1 to efw-sub
              perform load-grand-dlt-amount
                 until efw-sub > efw-bal-max
              write bal-rec from bal-detail-line
           else
              move 'TOTAL EFW2'  to d-bal-source
              move gefw-emp-cnt  to d-bal-cnt
              move 1 to efw-sub
              perform load-grand-efw2-amount
                 until efw-sub > efw-bal-max
              write bal-rec from bal-detail-line

              move spaces to bal-detail-line
              move 'TOTAL TRANSMIT' to d-bal-source
              move gtrm-w2-cnt      to d-bal-cnt
              move 1 to efw-sub
              perform load-grand-trm-amount
                 until efw-sub > efw-bal-max
              write bal-rec from bal-detail-line
           end-if

           move spaces to bal-rec
           write bal-rec

           move 'EMPLOYERS FILED'  to d-balk-label
           move gefw-clt-cnt       to d-balk-cnt
           write bal-rec from bal-count-line
           move 'EMPLOYEE RECORDS FILED' to d-balk-label
           move gefw-emp-cnt       to d-balk-cnt
           write bal-rec from bal-count-line
           move 'ALLOCATED TIPS RECORDS FILED' to d-balk-label
           move gefw-ro-cnt        to d-balk-cnt
           write bal-rec from bal-count-line
           move 'EMPLOYERS OUT OF BALANCE' to d-balk-label
           move efw-out-bal-cnt    to d-balk-cnt
           write bal-rec from bal-count-line

           if efw-corrections-on
              move 'EMPLOYEES AMENDED ON EXTRACT' to d-balk-label
              move gefw-amend-cnt     to d-balk-cnt
              write bal-rec from bal-count-line
              move 'AMENDED - NO ORIGINAL FILING' to d-balk-label
              move efw-unmatched-cnt  to d-balk-cnt
              write bal-rec from bal-count-line
              move 'AMENDED - NOTHING TO CORRECT' to d-balk-label
              move efw-nochg-cnt      to d-balk-cnt
              write bal-rec from bal-count-line
           else
              move 'EMPLOYERS WITH NO TRANSMITTAL' to d-balk-label
              move efw-no-trm-cnt     to d-balk-cnt
              write bal-rec from bal-count-line
              move 'TRANSMITTAL CLIENTS NOT FILED' to d-balk-label
              move efw-trm-unfiled-cnt to d-balk-cnt
              write bal-rec from bal-count-line
              move 'EMPLOYEES WITH NO FEDERAL RECORD' to d-balk-label
              move efw-no-fed-cnt     to d-balk-cnt
              write bal-rec from bal-count-line
           end-if

           move 'MISSING OR INVALID EIN' to d-balk-label
           move efw-ein-err-cnt    to d-balk-cnt
           write bal-rec from bal-count-line
           move 'MISSING OR INVALID SSN' to d-balk-label
           move efw-ssn-err-cnt    to d-balk-cnt
           write bal-rec from bal-count-line
           move 'NEGATIVE AMOUNTS' to d-balk-label
           move efw-neg-amt-cnt    to d-balk-cnt
           write bal-rec from bal-count-line
           move 'RECORDS WITHOUT A CLIENT HEADER' to d-balk-label
           move efw-orphan-cnt     to d-balk-cnt
           write bal-rec from bal-count-line
           move 'BOX 12 ITEMS WITH UNFILED CODES' to d-balk-label
           move efw-b12-unfiled-cnt to d-balk-cnt
           write bal-rec from bal-count-line
           move 'BOX 14 ITEMS (NOT FILED WITH SSA)' to d-balk-label
           move efw-b14-cnt        to d-balk-cnt
           write bal-rec from bal-count-line.

      *******************************************************************

       load-grand-efw2-amount.

           move gefw-tot-amt(efw-sub) to d-bal-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       load-grand-orig-amount.

           move gefw-orig-amt(efw-sub) to d-bal-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       load-grand-dlt-amount.

           move gefw-dlt-amt(efw-sub) to d-bal-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       load-grand-trm-amount.

           move gtrm-amt(efw-sub) to d-bal-amt(efw-sub)

           add 1 to efw-sub giving efw-sub.

      *******************************************************************

       report-filing-counts.

           move 'report-filing-counts' to msg-paragraph

           move spaces to msg-arguments
           initialize     msg-arguments
           string 'SSA WAGE FILING - P31X READ: ' delimited by size
                  efw-read-cnt                     delimited by size
                  ' EMPLOYERS: '                   delimited by size
                  gefw-clt-cnt                     delimited by size
                  ' EMPLOYEES: '                   delimited by size
                  gefw-emp-cnt                     delimited by size
                  ' OUT OF BAL: '                  delimited by size
                  efw-out-bal-cnt                  delimited by size
              into msg-arguments
           perform log-type-i-msg.

      *******************************************************************

       read-next-p31x.

      *    same record selection as the delivery report: amended
      *    records only on a corrections filing, none otherwise
           perform read-next-p31x-read

           perform read-next-p31x-read
              until p31x-flg not = i-o-ok
                 or (efw-corrections-on
                     and p31x-amend-ind = 'A')
                 or (not efw-corrections-on
                     and p31x-amend-ind not = 'A').

       read-next-p31x-read.

           move 3 to io-call-func
           call 'prp31xio'
           if p31x-flg = i-o-ok
              add 1 to efw-read-cnt giving efw-read-cnt
           end-if.

      *******************************************************************

       read-next-trmin.

           read trmin-file into transmittal-line
              at end move 'y' to efw-trm-eof-sw
           end-read

           if efw-trm-eof
              move high-values to efw-trm-key
           else
              move trm-off-nbr to efw-trm-key-off
              move trm-clt-nbr to efw-trm-key-clt
           end-if.

      *******************************************************************

       open-files.

           move n-91 to io-call-func
           call 'prmsxxio'
           if msgfile-flg not = i-o-ok
              move msgfile-flg              to msg-bad-return-cd
              move 'UNABLE TO OPEN MSGFILE' to msg-bad-data
              perform log-type-f-msg
           end-if

           call 'prp31xio'
           if p31x-flg not = i-o-ok
              move zero                      to msg-req-key
              move 'Unable to open p31xfile' to msg-bad-data
              move p31x-flg                  to msg-bad-return-cd
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree

           string ws-temp-tree delimited by space
                  '/efw2sub.txt' delimited by size
                  into efwsub-tree
           open input efwsub-file
           if efwsub-flg not = i-o-ok
              move efwsub-flg to msg-bad-return-cd
              move 'Unable to open efw2sub.txt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if
           read efwsub-file
              at end continue
           end-read
           if efwsub-flg not = i-o-ok
              or sub-ein = spaces
              move efwsub-flg to msg-bad-return-cd
              move 'No submitter record on efw2sub.txt'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           if efw-corrections-on
              string ws-temp-tree delimited by space
                     '/efw2c.txt' delimited by size
                     into efw2c-tree
              open output efw2c-file
              if efw2c-flg not = i-o-ok
                 move efw2c-flg to msg-bad-return-cd
                 move 'Unable to open efw2c.txt' to msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
           else
              string ws-temp-tree delimited by space
                     '/efw2.txt' delimited by size
                     into efw2-tree
              open output efw2-file
              if efw2-flg not = i-o-ok
                 move efw2-flg to msg-bad-return-cd
                 move 'Unable to open efw2.txt' to msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if

      *       '05' is optional-file-not-present: the filing still
      *       goes out, the report says it could not be balanced
              string ws-temp-tree delimited by space
                     '/vnd_tran_transmittal.dat' delimited by size
                     into trmin-tree
              open input trmin-file
              evaluate trmin-flg
                 when i-o-ok
                    move 'y' to efw-trm-sw
                    perform read-next-trmin
                 when '05'
                    move 'y' to efw-trm-eof-sw
                    move high-values to efw-trm-key
                    move spaces to msg-bad-data
                    move 'No transmittal file - filing not balanced'
                         to msg-bad-data
                    perform log-type-w-msg
                 when other
                    move trmin-flg to msg-bad-return-cd
                    move 'Unable to open vnd_tran_transmittal.dat'
                         to msg-bad-data
                    perform log-type-f-msg
                    perform abort-rtn
              end-evaluate
           end-if

           string ws-temp-tree delimited by space
                  '/efw2bal.rpt' delimited by size
                  into bal-tree
           open output bal-file
           if bal-flg not = i-o-ok
              move bal-flg to msg-bad-return-cd
              move 'Unable to open efw2bal.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if

           move 'EFW2AMT' to dict-name
           call 'fxlt' using dict-name
                             efwamt-tree

      *    '05' is the optional-file-created status on a first filing
           open i-o efwamt-file
           if efwamt-flg not = i-o-ok
              and efwamt-flg not = '05'
              move efwamt-flg to msg-bad-return-cd
              move 'Unable to open SSA filed amounts file'
                   to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           move n-99 to io-call-func
           call 'prp31xio'
           close efwsub-file
           if efw-corrections-on
              close efw2c-file
           else
              close efw2-file
              close trmin-file
           end-if
           close bal-file
           close efwamt-file.

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

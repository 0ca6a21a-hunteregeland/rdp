       copy 'prp31xsl'.
983300 copy 'prrunhsl'.
985700 copy 'prjurxsl'.
986600 copy 'proffxsl'.
985800 copy 'prpidxsl'.
987400 copy 'prstcxsl'.
987600 copy 'prhctlsl'.
987700 copy 'premphsl'.

       select optional print-file
              assign       to disk
|         organization is line sequential
983900    file status  is presort-flg.

986400 select pstr-file
|         assign       to disk
|         access       is sequential
|         organization is line sequential
986400    file status  is pstr-flg.

986500 select empml-file
|         assign       to disk
|         access       is sequential
|         organization is line sequential
986500    file status  is empml-flg.

987000 select ctnlbl-file
|         assign       to disk
|         access       is sequential
|         organization is line sequential
987000    file status  is ctnlbl-flg.

987100 select jobtkt-file
|         assign       to disk
|         access       is sequential
|         organization is line sequential
987100    file status  is jobtkt-flg.

984000 select rate-edit-file
|         assign       to disk
|         access       is sequential
|         data record is hold-rec
|         value of file-id is hold-tree.
|
987500*    hold layout moved to a copybook for the season close-out,
|     *    which carries the persisting holds into the next season
987500     copy 'prholdfd'.

986000 fd hold-rpt-file
|         data record is hold-rpt-rec
985700     value of file-id is jurref-tree.
985700     copy 'prjurxfd'.

986600 fd  offref-file
986600     data record is offref-rec
986600     value of file-id is offref-tree.
986600     copy 'proffxfd'.

985800 fd  pidx-file
985800     data record is pidx-rec
985800     value of file-id is pidx-tree.
985800     copy 'prpidxfd'.

987400 fd  stepctl-file
|          data record is stepctl-rec
|          value of file-id is stepctl-tree.
987400     copy 'prstcxfd'.

987600 fd  hctl-file
|          data record is hctl-rec
|          value of file-id is hctl-tree.
987600     copy 'prhctlfd'.

987700 fd  emphist-file
|          data record is emphist-rec
|          value of file-id is emphist-tree.
987700     copy 'premphfd'.

983400 fd handoff-file
987800    data record is hoff-hdr-rec hoff-bus-rec
987800                   hoff-rgn-rec
983400    value of file-id is handoff-tree.
984300     copy 'prhofffd'.

|         data record is billing-rec
|         value of file-id is billing-tree.
|
987800 01 billing-rec                  pic x(71).

985100 fd transmittal-file
|         data record is transmittal-rec
|         data record is presort-rec
|         value of file-id is presort-tree.
|
987100 01 presort-rec                  pic x(167).

986400 fd pstr-file
|         data record is pstr-rec
|         value of file-id is pstr-tree.
|
986400 01 pstr-rec                     pic x(474).

986500 fd empml-file
|         data record is empml-rec
|         value of file-id is empml-tree.
|
986500 01 empml-rec                    pic x(184).

987000 fd ctnlbl-file
|         data record is ctnlbl-rec
|         value of file-id is ctnlbl-tree.
|
987100 01 ctnlbl-rec                   pic x(80).

987100 fd jobtkt-file
|         data record is jobtkt-rec
|         value of file-id is jobtkt-tree.
|
987100 01 jobtkt-rec                   pic x(122).

984000 fd rate-edit-file
|         data record is rate-edit-rec
|         data record is burst-idx-rec
|         value of file-id is burst-idx-tree.
|
986600 01 burst-idx-rec                pic x(112).

984200 fd  arch-file
984200    data record is arch-hdr-rec arch-bus-rec arch-loc-rec
|            88 arch-is-bus-type             value 'B'.
|            88 arch-is-local-jur            value 'L'.
|         05 arch-tax-year            pic 9(04).
986500    05 arch-hdr-g-tot           pic x(1041).
984200 01  arch-bus-rec.
|         05 arch-bus-rec-type        pic x(01).
|         05 arch-bus-tax-year        pic 9(04).
|         data record is manifest-rec
|         value of file-id is manifest-tree.
|
987100 01 manifest-rec                 pic x(84).

984900 fd dup-excp-file
|         data record is dup-excp-rec
982700*    by print-bus-type-totals/print-local-jur-totals.
983000    data record is ckpt-hdr-rec ckpt-bus-rec ckpt-loc-rec
983000                   ckpt-st-rec
986600                   ckpt-rgn-rec
987100                   ckpt-bat-rec
987600                   ckpt-ctl-rec
982400     value of file-id is ckpt-tree.
982700 01  ckpt-hdr-rec.
982700    05 ckpt-rec-type            pic x(01).
982700       88 ckpt-is-bus-type             value 'B'.
982700       88 ckpt-is-local-jur            value 'L'.
983000       88 ckpt-is-st-liab              value 'S'.
986600       88 ckpt-is-region               value 'R'.
987100       88 ckpt-is-batch                value 'J'.
987600       88 ckpt-is-handoff-ctl          value 'K'.
982700    05 ckpt-hdr-off-nbr         pic 9(04).
986500    05 ckpt-hdr-g-tot           pic x(1041).
982700    05 ckpt-hdr-recon           pic x(202).
982700 01  ckpt-bus-rec.
982700    05 ckpt-bus-rec-type        pic x(01).
983000    05 ckpt-st-rec-type         pic x(01).
983000    05 ckpt-st-sub              pic 9(02).
983000    05 ckpt-st-data             pic x(59).
986600 01  ckpt-rgn-rec.
|         05 ckpt-rgn-rec-type        pic x(01).
|         05 ckpt-rgn-sub             pic 9(02).
986600    05 ckpt-rgn-data            pic x(256).
987100 01  ckpt-bat-rec.
|         05 ckpt-bat-rec-type        pic x(01).
|         05 ckpt-bat-sub             pic 9(03).
987100    05 ckpt-bat-data            pic x(95).
987600 01  ckpt-ctl-rec.
|         05 ckpt-ctl-rec-type        pic x(01).
|         05 ckpt-ctl-sub             pic 9(01).
987600    05 ckpt-ctl-data            pic x(53).

      ****************************************************************

983300 copy 'prrunhws'.
985400 copy 'prw2stws'.
985700 copy 'prjurxws'.
986600 copy 'proffxws'.
985800 copy 'prpidxws'.
987400 copy 'prstcxws'.
987600 copy 'prhctlws'.
987700 copy 'premphws'.

       77 ws-pgm-name              pic x(15) value 'realtestprogram'.

985700 01 ws-jurref-open-sw             pic x(01) value 'n'.
985700    88 jurref-is-open                       value 'y'.
985700 01 ws-jur-name                   pic x(30) value spaces.
986600 01 ws-offref-open-sw             pic x(01) value 'n'.
|         88 offref-is-open                       value 'y'.
|      01 off-ref-info.
|         05 off-ref-name               pic x(30) value spaces.
|         05 off-ref-region             pic x(04) value spaces.
|         05 off-ref-region-name        pic x(20) value spaces.
986600    05 off-ref-route              pic x(06) value spaces.
987700 01 ws-emphist-open-sw            pic x(01) value 'n'.
987700    88 emphist-is-open                      value 'y'.
986000 01 hold-flg                      pic x(2)  value spaces.
986000 01 hold-tree                     pic x(60) value spaces.
986000 01 hold-rpt-flg                  pic x(2)  value spaces.
983700 01 edelv-tree                    pic x(60) value spaces.
983900 01 presort-flg                   pic x(2)  value spaces.
983900 01 presort-tree                  pic x(60) value spaces.
986400 01 pstr-flg                      pic x(2)  value spaces.
986400 01 pstr-tree                     pic x(60) value spaces.
986500 01 empml-flg                     pic x(2)  value spaces.
986500 01 empml-tree                    pic x(60) value spaces.
987000 01 ctnlbl-flg                    pic x(2)  value spaces.
987000 01 ctnlbl-tree                   pic x(60) value spaces.
987100 01 jobtkt-flg                    pic x(2)  value spaces.
987100 01 jobtkt-tree                   pic x(60) value spaces.
985100 01 transmittal-flg               pic x(2)  value spaces.
985100 01 transmittal-tree              pic x(60) value spaces.
985300 01 billing-flg                   pic x(2)  value spaces.
985800 01 ws-idx-skip-sub               pic 9(09) value zeroes.
985800 01 sel-off-min                   pic 9(04) value zeroes.
985800 01 sel-off-max                   pic 9(04) value zeroes.
987400 01 ws-idx-stop-sw                pic x(01) value 'n'.
987400    88 idx-stopped                          value 'y'.

985500 01 parm-err-cnt                  pic 9(03) value zeroes.

987000 01 ws-runh-parm-stage            pic x(58) value spaces.

985500*    yes/no parameter bytes all validate against the same set
985500 01 ws-yn-validate                pic x(01) value space.

660270 01 ws-print-text-hdr             pic x(01)  value space. 

986700*    run parameter layout moved to a copybook now that the
986700*    prgdelp range planner writes parameter cards for it
986700 copy 'prw2pmws'.


981300 01 w2delv-br-prop.
982900 01 ws-ctl-rd-sw                    pic x(01) value 'n'.
982900    88 ctl-rec-just-read                     value 'y'.

987400*    job stream step control.  every run checks the office
|     *    index step; a season run - the whole extract or an office
|     *    range, not a dry, research, host-office, corrections or
|     *    re-queue run - records its own step for the consolidation
|     *    and confirmation steps to check.
|      01 ws-step-run-sw                 pic x(01) value 'n'.
|         88 season-step-run                       value 'y'.
|      01 ws-step-rec-sw                 pic x(01) value 'n'.
|         88 step-recorded                         value 'y'.
987400 01 ws-step-range                  pic x(09) value spaces.

982900 01 ws-ctl-bal-sw                   pic x(01) value 'n'.
982900    88 ctl-out-of-balance                    value 'y'.

|         05 ctl-exp-cnt-type-3           pic 9(09)     value zeroes.
|         05 ctl-exp-cnt-type-4           pic 9(09)     value zeroes.
|         05 ctl-exp-cnt-type-9           pic 9(09)     value zeroes.
986500    05 ctl-exp-cnt-type-5           pic 9(09)     value zeroes.
|         05 ctl-exp-fd-grs-hash          pic s9(13)v99 value zeroes.
|         05 ctl-exp-fd-amt-hash          pic s9(13)v99 value zeroes.
|         05 ctl-act-cnt-type-1           pic 9(09)     value zeroes.
|         05 ctl-act-cnt-type-3           pic 9(09)     value zeroes.
|         05 ctl-act-cnt-type-4           pic 9(09)     value zeroes.
|         05 ctl-act-cnt-type-9           pic 9(09)     value zeroes.
986500    05 ctl-act-cnt-type-5           pic 9(09)     value zeroes.
|         05 ctl-act-fd-grs-hash          pic s9(13)v99 value zeroes.
982900    05 ctl-act-fd-amt-hash          pic s9(13)v99 value zeroes.

986600* run totals by the region each office reports to, kept in
|     * region code order for the region subtotal pages.  an office
986600* not on the office reference file rolls into a blank region.
987800*    region table moved to a copybook for the prgdelc
|     *    range-run consolidation
987800 copy 'prw2rgws'.

       01 office-total-fields.
          05 tot-clts                   pic s9(11)    value zeroes.
          05 tot-emps                   pic s9(11)    value zeroes.
|         05 tot-o-pgs                  pic s9(11)    value zeroes.
924299    05 tot-te-pgs                 pic s9(11)    value zeroes.
986000    05 tot-held-clts              pic s9(11)    value zeroes.
986500*    mail-direct-to-employee clients, the employees mailed and
|     *    their pages - printed here but never in a courier package
|         05 tot-empml-clts             pic s9(11)    value zeroes.
|         05 tot-empml-emps             pic s9(11)    value zeroes.
986500    05 tot-empml-pgs              pic s9(11)    value zeroes.
987000*    cartons packed for the office's printed packages
987000    05 tot-off-ctn-cnt            pic s9(07)    value zeroes.

754417 01 client-total-fields.
754417    05 clt-fd-w2-cnt              pic s9(11)    value zeroes.
985100    05 clt-med-amt                pic s9(11)v99 value zeroes.
985100    05 clt-st-txbl-grs            pic s9(11)v99 value zeroes.
985100    05 clt-st-amt                 pic s9(11)v99 value zeroes.
987100*    print stock the client's package takes, for the
|     *    production batch job tickets
|         05 clt-stk-copy-c             pic s9(11)    value zeroes.
|         05 clt-stk-copy-b             pic s9(11)    value zeroes.
|         05 clt-stk-st                 pic s9(11)    value zeroes.
|         05 clt-stk-lo                 pic s9(11)    value zeroes.
987100    05 clt-stk-b14                pic s9(11)    value zeroes.

924299 01 ws-clt-bus-type               pic x(01)     value space.
981500 01 ws-clt-bus-type-n redefines ws-clt-bus-type
|         05 emp-stk-lo                 pic 9(05)     value zeroes.
985000    05 emp-stk-b14                pic 9(05)     value zeroes.

986400*    one employee's box data, held as the records go by so the
|     *    print-stream coupons can be cut when calc-pages closes the
|     *    employee out.  the tables are only read up to their counts,
|     *    so only pse-emp-boxes is reset per employee.
|      01 pse-emp-boxes.
|         05 pse-fd-grs                 pic s9(9)v99  value zeroes.
|         05 pse-fd-amt                 pic s9(9)v99  value zeroes.
|         05 pse-ss-grs                 pic s9(9)v99  value zeroes.
|         05 pse-ss-amt                 pic s9(9)v99  value zeroes.
|         05 pse-med-grs                pic s9(9)v99  value zeroes.
|         05 pse-med-amt                pic s9(9)v99  value zeroes.
|         05 pse-ss-tips                pic s9(9)v99  value zeroes.
|         05 pse-alloc-tips             pic s9(9)v99  value zeroes.
|         05 pse-dep-care               pic s9(9)v99  value zeroes.
|         05 pse-stat-ind               pic x(01)     value space.
|         05 pse-ret-ind                pic x(01)     value space.
|         05 pse-sick-ind               pic x(01)     value space.
|         05 pse-b12-cnt                pic 9(03)     value zeroes.
|         05 pse-b14-cnt                pic 9(03)     value zeroes.
|         05 pse-st-cnt                 pic 9(03)     value zeroes.
986400    05 pse-lo-cnt                 pic 9(03)     value zeroes.

986400 01 pse-emp-tables.
|         05 pse-b12-entry              occurs 40 times.
|            10 pse-b12-cd              pic x(02).
|            10 pse-b12-amt             pic s9(9)v99.
|         05 pse-b14-entry              occurs 70 times.
|            10 pse-b14-desc            pic x(10).
|            10 pse-b14-amt             pic s9(9)v99.
|         05 pse-st-entry               occurs 57 times.
|            10 pse-st-cd               pic 9(02).
|            10 pse-st-grs              pic s9(9)v99.
|            10 pse-st-amt              pic s9(9)v99.
|            10 pse-st-fli              pic s9(9)v99.
|         05 pse-lo-entry               occurs 100 times.
|            10 pse-lo-st-cd            pic 9(02).
|            10 pse-lo-cd               pic 9(02).
|            10 pse-lo-grs              pic s9(9)v99.
|            10 pse-lo-amt              pic s9(9)v99.
986400       10 pse-lo-prnt-sw          pic x(01).

986400 01 pse-limits.
|         05 pse-b12-max                pic 9(03)     value 40.
|         05 pse-b14-max                pic 9(03)     value 70.
|         05 pse-st-max                 pic 9(03)     value 57.
986400    05 pse-lo-max                 pic 9(03)     value 99.

986400 01 pse-work.
|         05 pse-copy-hold              pic x(01)     value space.
|         05 pse-copy-sub               pic 9(03)     value zeroes.
|         05 pse-copy-cnt               pic 9(03)     value zeroes.
|         05 pse-cpn-seq                pic 9(03)     value zeroes.
|         05 pse-item-sub               pic 9(03)     value zeroes.
|         05 pse-slot-sub               pic 9(03)     value zeroes.
|         05 pse-st-sub                 pic 9(03)     value zeroes.
|         05 pse-st-cd-sub              pic 9(03)     value zeroes.
|         05 pse-lo-sub                 pic 9(03)     value zeroes.
|         05 pse-grp-lo-sub             pic 9(03)     value zeroes.
|         05 pse-find-cd                pic 9(02)     value zeroes.
|         05 pse-find-sub               pic 9(03)     value zeroes.
|         05 pse-scan-sub               pic 9(03)     value zeroes.
|         05 pse-st-2-cpns              pic 9(03)     value zeroes.
|         05 pse-page-work              pic 9(03)     value zeroes.
|         05 pse-page-rem               pic 9(03)     value zeroes.
986400    05 pse-b12-room               pic 9(05)     value zeroes.

985000 01 office-stock-totals.
|         05 tot-stk-copy-c             pic s9(11)    value zeroes.
|         05 tot-stk-copy-b             pic s9(11)    value zeroes.
986000    05                            pic x(03) value spaces.
986000    05                            pic x(06) value 'HELD: '.
986000    05 d-tot-off-held-clts        pic z(8)9.
986500    05                            pic x(03) value spaces.
|         05                            pic x(06) value 'EMPL: '.
986500    05 d-tot-off-empml-clts       pic z(8)9.

       01 office-total-line.
          05                            pic x(19) value 
          05                            pic x(24) value
             'NON PRINTING TERMED EMPL'.

986600 01 office-name-line.
|         05                            pic x(13) value
|            'OFFICE NAME: '.
|         05 d-off-ref-name             pic x(30) value spaces.
|         05                            pic x(02) value spaces.
|         05                            pic x(08) value 'REGION: '.
|         05 d-off-ref-region           pic x(04) value spaces.
|         05                            pic x(01) value spaces.
|         05 d-off-ref-region-name      pic x(20) value spaces.
|         05                            pic x(02) value spaces.
|         05                            pic x(07) value 'ROUTE: '.
986600    05 d-off-ref-route            pic x(06) value spaces.

983400 copy 'prw2tlws'.

982100 01 local-jur-total-line.
|         05                            pic x(40) value
983600       'NO WARNINGS OR FAILURES LOGGED THIS RUN '.

987600*    e-delivery index layout moved to a copybook for the
|     *    prgdelv hand-off verification
987600 copy 'predlxws'.

983800 01 rsch-emp-line.
|         05                            pic x(04) value spaces.
|         05                            pic x(06) value 'PAGES '.
983800    05 d-rsch-pg-page-cnt         pic z(2)9.

986300*    transmittal layout moved to a copybook now that the
986300*    prgdelw SSA wage filing reads the file back
986300 copy 'prtrmxws'.

985100 01 trm-page-hdr-line.
|         05                            pic x(04) value spaces.
|         05 prsrt-hold-st              pic x(02) value spaces.
983900    05 prsrt-hold-zip             pic x(09) value spaces.

987600*    presort layout moved to a copybook for the prgdelv
|     *    hand-off verification
987600 copy 'prpsrtws'.

987000*    carton label record for the dock: one per carton of each
|     *    printed client package, cut at the client break once the
|     *    page count is final.  pages fill cartons to the run's
|     *    carton capacity in order, the last carton taking the rest.
|      01 ctnlbl-line.
|         05 ctnlbl-off-nbr             pic x(04) value spaces.
|         05 ctnlbl-clt-nbr             pic x(11) value spaces.
|         05 ctnlbl-clt-name            pic x(30) value spaces.
|         05 ctnlbl-deliv-channel       pic x(01) value space.
|         05 ctnlbl-deliv-cd            pic x(01) value space.
|         05 ctnlbl-ctn-nbr             pic 9(04) value zeroes.
|         05 ctnlbl-ctn-cnt             pic 9(04) value zeroes.
|         05 ctnlbl-page-cnt            pic 9(07) value zeroes.
|         05 ctnlbl-tax-year            pic 9(04) value zeroes.
987100    05 ctnlbl-batch-id            pic x(14) value spaces.
|
|      01 ctn-work.
|         05 ws-ctn-capacity            pic 9(04)  value zeroes.
|         05 clt-ctn-cnt                pic 9(04)  value zeroes.
|         05 ctn-sub                    pic 9(04)  value zeroes.
|         05 ctn-pages-left             pic s9(11) value zeroes.
987000    05 ctn-deliv-channel          pic x(01)  value space.

987200 copy 'prjtktws'.

987100*    batch number: channel, route ('000000' for none), the
|     *    office the batch opened in and a sequence within it
|      01 batch-id-work.
|         05 bid-deliv-channel          pic x(01) value space.
|         05 bid-route                  pic x(06) value spaces.
|         05 bid-off-nbr                pic 9(04) value zeroes.
|         05 bid-seq                    pic 9(03) value zeroes.
|
|     *    batches still open, one per channel/route seen so far.
|     *    checkpointed so a restarted run carries them on.
|      01 batch-table.
|         05 bat-cnt                    pic 9(03) value zeroes.
|         05 bat-max                    pic 9(03) value 300.
|         05 bat-sub                    pic 9(03) value zeroes.
|         05 bat-found-sw               pic x(01) value 'n'.
|            88 bat-found                         value 'y'.
|         05 bat-entry                  occurs 300 times.
|            10 bat-deliv-channel       pic x(01).
|            10 bat-route               pic x(06).
|            10 bat-id                  pic x(14).
|            10 bat-first-off           pic x(04).
|            10 bat-last-off            pic x(04).
|            10 bat-clt-cnt             pic 9(05).
|            10 bat-pages               pic 9(09).
|            10 bat-ctn-cnt             pic 9(07).
|            10 bat-stk-copy-c          pic 9(09).
|            10 bat-stk-copy-b          pic 9(09).
|            10 bat-stk-st              pic 9(09).
|            10 bat-stk-lo              pic 9(09).
|            10 bat-stk-b14             pic 9(09).
|
|      01 batch-work.
|         05 ws-batch-max-pages         pic 9(05) value zeroes.
|         05 clt-batch-id               pic x(14) value spaces.
|         05 clt-bat-sub                pic 9(03) value zeroes.
|         05 bat-clt-channel            pic x(01) value space.
|         05 bat-clt-route              pic x(06) value spaces.
|         05 bat-route-off-nbr          pic 9(04) value zeroes.
|         05 bat-route-sw               pic x(01) value 'n'.
|            88 bat-route-loaded                  value 'y'.
|         05 bat-seq-off-nbr            pic 9(04) value zeroes.
987100    05 bat-seq                    pic 9(03) value zeroes.

987800*    print stream layout moved to a copybook for the
|     *    prgdelv hand-off verification
987800 copy 'prpstxws'.

987800*    employee mailing layout moved to a copybook for the
|     *    prgdelv hand-off verification
987800 copy 'premlxws'.

986500*    the employee's name off the federal type-4 and home address
|     *    off the type-5, held until calc-pages closes the employee
|      01 empml-hold.
|         05 empml-hold-first-name      pic x(15) value spaces.
|         05 empml-hold-mid-name        pic x(15) value spaces.
|         05 empml-hold-last-name       pic x(20) value spaces.
|         05 empml-hold-sfx             pic x(04) value spaces.
|         05 empml-hold-addr-sw         pic x(01) value 'n'.
|            88 empml-have-addr                   value 'y'.
|         05 empml-hold-addr-1          pic x(30) value spaces.
|         05 empml-hold-addr-2          pic x(30) value spaces.
|         05 empml-hold-city            pic x(20) value spaces.
|         05 empml-hold-st              pic x(02) value spaces.
986500    05 empml-hold-zip             pic x(09) value spaces.

984100 01 burst-index-line.
|         05 bidx-off-nbr               pic 9(04) value zeroes.
|         05 bidx-page-cnt              pic 9(11) value zeroes.
|         05                            pic x(02) value spaces.
984100    05 bidx-file-name             pic x(60) value spaces.
986600    05                            pic x(02) value spaces.
986600    05 bidx-off-name              pic x(30) value spaces.

984200 01 var-page-hdr-line.
|         05                            pic x(04) value spaces.
985300*    change.  electronic W-2s bill at their own per-form rate
985300*    and carry no page charge; amended W-2s bill per corrected
985300*    employee in corrections mode.
986500*    W-2s mailed direct to the employee's home add postage and
986500*    handling per mailed employee on top of the form and page
986500*    charges.
985300 01 billing-rate-consts.
|         05 bill-rate-w2               pic 9(03)v99 value 1.25.
|         05 bill-rate-page             pic 9(03)v99 value 0.05.
|         05 bill-rate-elec-w2          pic 9(03)v99 value 0.40.
985300    05 bill-rate-corr-w2          pic 9(03)v99 value 2.50.
986500    05 bill-rate-empml-post       pic 9(03)v99 value 0.68.
986500    05 bill-rate-empml-hndl       pic 9(03)v99 value 0.30.

987300*    billing layout moved to a copybook now that the prgdelb
|     *    billing program gathers the files for invoicing
987300 copy 'prbillws'.

984000*    statutory rates and the tolerance around them.  change the
984000*    rate constants here when the law changes.
              move 0 to return-code
983600     end-evaluate

987400*    the step record takes the return code the scheduler sees
|          if step-recorded
|             move 'F'         to stc-end-status
|             move return-code to stc-end-rc
|             perform record-step-finish
|             move stc-end-rc  to return-code
987400     end-if

           stop run.

      *******************************************************************
982500        end-if
              perform process-report
                      until p31x-flg not = i-o-ok
987100        perform close-open-batches
986600        perform print-region-totals
982700        perform print-totals
           end-if

|                   move 'y'           to corr-clt-sw
|                end-if
|             when 4
987700           if emphist-is-open
|                   perform post-emp-amendment
987700           end-if
|                if p31x-lo-cd = zeroes
|                   if p31x-st-cd = zeroes
|                      add 1 to corr-emp-cnt giving corr-emp-cnt
|                         move p31x-clt-nbr to hold-pg-cnt-clt-nbr
|                         move p31x-emp-nbr to hold-pg-cnt-emp-nbr 
924299                 end-if
986400                 perform hold-pse-federal
986500                 perform hold-empml-name

                       if te-clt-sw = 'y'
                          add  1 to tot-te-emps giving tot-te-emps
|                         move 'y'  to ws-emp-fli-sw
924299                 end-if
                       perform accum-state-office-totals
986400                 perform hold-pse-state
                    end-if
103889           else
924299              add 1 to emp-lo-cnt
|                      end-if
924299              end-if
103889              perform accum-local-office-totals
986400              perform hold-pse-local
                 end-if
              end-if

|                   move p31x-clt-nbr to hold-pg-cnt-clt-nbr
|                   move p31x-emp-nbr to hold-pg-cnt-emp-nbr            
|                end-if
986400           perform hold-pse-adjustment
|
|                evaluate p31x-adj-box-nbr
|                  when 12
983800           end-if
924299        end-if

986500        if p31x-type-cd = 5
|                perform hold-empml-address
986500        end-if

              move tot-mail-clts    to d-tot-mail-clts
              move tot-branch-clts  to d-tot-branch-clts
983700        move tot-elec-clts    to d-tot-off-elec-clts
986000        move tot-held-clts    to d-tot-off-held-clts
986500        move tot-empml-clts   to d-tot-off-empml-clts
              move tot-o-clts       to d-tot-off-o-clts
              move tot-te-clts      to d-tot-off-te-clts
754417        move tot-off-fd-w2    to d-tot-off-fd-w2
|                                   giving tot-off-page-cnt
|                              move tot-off-page-cnt
924299                           to d-tot-off-page-cnt
987100                         perform assign-production-batch
987000                         perform build-client-cartons
987100                         perform add-client-to-batch
983100                         perform write-manifest-clt-line
983700                         perform write-edelv-index
983900                         perform write-presort-line
986100                           add emp-w2-cpn-cnt
986100                               to clt-w2-page-cnt
986000                        else
986400                        perform write-print-stream
986500                        if d-o-deliv-cd = 'D'
986500                           perform write-empml-line
986500                        end-if
|                             add emp-w2-cpn-cnt to clt-w2-page-cnt
|                             add emp-w2-cpn-cnt to g-tot-pages
|                             add emp-w2-cpn-cnt to tot-non-o-pgs
985000                        add emp-stk-lo     to g-tot-stk-lo
985000                        add emp-stk-b14    to tot-stk-b14
985000                        add emp-stk-b14    to g-tot-stk-b14
987100                        add emp-stk-copy-c to clt-stk-copy-c
987100                        add emp-stk-copy-b to clt-stk-copy-b
987100                        add emp-stk-st     to clt-stk-st
987100                        add emp-stk-lo     to clt-stk-lo
987100                        add emp-stk-b14    to clt-stk-b14
986000                        end-if
983700                        end-if
|                         end-if
|                      end-if
|
987700                 if emphist-is-open
|                         perform post-emp-history
987700                 end-if
|
|                      move zeroes to employee-w2-fields
|                      move 'n'    to ws-emp-fli-sw
|                      move 'y'    to ws-emp-print-copy-b-sw
986400                 initialize pse-emp-boxes
986500                 initialize empml-hold
|          end-if
924299     .

      *******************************************************************

987700 post-emp-history.
|
|     * the employee calc-pages is closing out, as this run delivers
|     * the W-2, onto the employee history the prgdele lookup reads.
|     * a later live run replaces the W-2 figures; the first run date
|     * and the amendment figures stay with the record.  the first
|     * write or rewrite that fails stops the history for the run.
|
|          move 'post-emp-history' to msg-paragraph
|
|          move w-tax-year          to emph-tax-year
|          move hold-pg-cnt-off-nbr to emph-off-nbr
|          move hold-pg-cnt-clt-nbr to emph-clt-nbr
|          move hold-pg-cnt-emp-nbr to emph-emp-nbr
|          read emphist-file
|          move emphist-flg to emph-read-flg
|          if emph-read-flg not = i-o-ok
|             initialize emphist-rec
|             move w-tax-year          to emph-tax-year
|             move hold-pg-cnt-off-nbr to emph-off-nbr
|             move hold-pg-cnt-clt-nbr to emph-clt-nbr
|             move hold-pg-cnt-emp-nbr to emph-emp-nbr
|             move w2-delv-rundt       to emph-first-run-dt
|          end-if
|
|          move empml-hold-first-name to emph-first-name
|          move empml-hold-mid-name   to emph-mid-name
|          move empml-hold-last-name  to emph-last-name
|          move empml-hold-sfx        to emph-sfx
|          move pse-fd-grs            to emph-fd-grs
|          move pse-fd-amt            to emph-fd-amt
|          move pse-ss-grs            to emph-ss-grs
|          move pse-ss-amt            to emph-ss-amt
|          move pse-med-grs           to emph-med-grs
|          move pse-med-amt           to emph-med-amt
|
|          initialize emph-st-table
|                     emph-lo-table
|          move pse-st-cnt to emph-st-cnt
|          move 1 to emph-sub
|          perform
|             until emph-sub > pse-st-cnt
|                or emph-sub > emph-st-max
|             move pse-st-cd(emph-sub)  to emph-st-cd(emph-sub)
|             move pse-st-grs(emph-sub) to emph-st-grs(emph-sub)
|             move pse-st-amt(emph-sub) to emph-st-amt(emph-sub)
|             add 1 to emph-sub
|          end-perform
|          move pse-lo-cnt to emph-lo-cnt
|          move 1 to emph-sub
|          perform
|             until emph-sub > pse-lo-cnt
|                or emph-sub > emph-lo-max
|             move pse-lo-st-cd(emph-sub) to emph-lo-st-cd(emph-sub)
|             move pse-lo-cd(emph-sub)    to emph-lo-cd(emph-sub)
|             move pse-lo-grs(emph-sub)   to emph-lo-grs(emph-sub)
|             move pse-lo-amt(emph-sub)   to emph-lo-amt(emph-sub)
|             add 1 to emph-sub
|          end-perform
|
|          move emp-box-10-cnt   to emph-box-10-cnt
|          move emp-box-12-cnt   to emph-box-12-cnt
|          move emp-box-13-cnt   to emph-box-13-cnt
|          move emp-box-14-cnt   to emph-box-14-cnt
|          move ws-rsch-cpn-hold to emph-cpn-cnt
|
|     *    channel as write-billing-line names it for the client
|          evaluate true
|             when clt-is-held
|                move 'H' to emph-deliv-channel
|             when d-te-client = 'X'
|                move 'T' to emph-deliv-channel
|             when d-mail-to-client = 'X'
|                move 'C' to emph-deliv-channel
|             when d-mail-to-branch not = space
|                move 'B' to emph-deliv-channel
|             when ws-save-deliv-cd = 'E'
|                move 'E' to emph-deliv-channel
|             when ws-save-deliv-cd = 'D'
|                move 'D' to emph-deliv-channel
|             when other
|                move 'O' to emph-deliv-channel
|          end-evaluate
|          move ws-save-deliv-cd to emph-deliv-cd
|          evaluate true
|             when ws-bounce-on
|                move 'B' to emph-run-type
|             when ws-reprint-on
|                move 'R' to emph-run-type
|             when other
|                move 'O' to emph-run-type
|          end-evaluate
|
|     *    a run counts once however many times it closes the
|     *    employee out
|          if emph-last-run-dt not = w2-delv-rundt
|             or emph-last-run-tm not = w2-delv-runtm
|             add 1 to emph-run-cnt
|          end-if
|          move w2-delv-rundt to emph-last-run-dt
|          move w2-delv-runtm to emph-last-run-tm
|
|          if emph-read-flg = i-o-ok
|             rewrite emphist-rec
|          else
|             write emphist-rec
|          end-if
|          if emphist-flg not = i-o-ok
|             perform stop-emp-history
987700     end-if.

      *******************************************************************

987700 post-emp-amendment.
|
|     * an amended type-4 record's deltas added into the employee's
|     * history: the federal boxes off the federal record, the state
|     * or local line off the others.  an amended employee with no
|     * history has nothing for the deltas to correct.
|
|          move 'post-emp-amendment' to msg-paragraph
|
|          move w-tax-year   to emph-tax-year
|          move p31x-off-nbr to emph-off-nbr
|          move p31x-clt-nbr to emph-clt-nbr
|          move p31x-emp-nbr to emph-emp-nbr
|          read emphist-file
|          if emphist-flg not = i-o-ok
|             move spaces to msg-bad-data
|             string 'Amended employee not on W-2 history '
|                                         delimited by size
|                    p31x-emp-nbr         delimited by size
|                into msg-bad-data
|             perform log-type-w-msg
|          else
|             evaluate true
|                when p31x-st-cd = zeroes
|                   and p31x-lo-cd = zeroes
|                   add p31x-emp-fd-txbl-grs  to emph-fd-grs
|                   add p31x-emp-fd-amt       to emph-fd-amt
|                   add p31x-emp-ss-txbl-grs  to emph-ss-grs
|                   add p31x-emp-ss-amt       to emph-ss-amt
|                   add p31x-emp-med-txbl-grs to emph-med-grs
|                   add p31x-emp-med-amt      to emph-med-amt
|                when p31x-lo-cd = zeroes
|                   move 1 to emph-find-sub
|                   perform
|                      until emph-find-sub > emph-st-cnt
|                         or emph-find-sub > emph-st-max
|                         or emph-st-cd(emph-find-sub) = p31x-st-cd
|                      add 1 to emph-find-sub
|                   end-perform
|                   if emph-find-sub > emph-st-cnt
|                      and emph-find-sub not > emph-st-max
|                      add 1 to emph-st-cnt
|                      move p31x-st-cd to emph-st-cd(emph-find-sub)
|                   end-if
|                   if emph-find-sub not > emph-st-max
|                      add p31x-emp-st-txbl-grs
|                          to emph-st-grs(emph-find-sub)
|                      add p31x-emp-st-amt
|                          to emph-st-amt(emph-find-sub)
|                   end-if
|                when other
|                   move 1 to emph-find-sub
|                   perform
|                      until emph-find-sub > emph-lo-cnt
|                         or emph-find-sub > emph-lo-max
|                         or (emph-lo-st-cd(emph-find-sub) = p31x-st-cd
|                         and emph-lo-cd(emph-find-sub) = p31x-lo-cd)
|                      add 1 to emph-find-sub
|                   end-perform
|                   if emph-find-sub > emph-lo-cnt
|                      and emph-find-sub not > emph-lo-max
|                      add 1 to emph-lo-cnt
|                      move p31x-st-cd to emph-lo-st-cd(emph-find-sub)
|                      move p31x-lo-cd to emph-lo-cd(emph-find-sub)
|                   end-if
|                   if emph-find-sub not > emph-lo-max
|                      add p31x-emp-lo-txbl-grs
|                          to emph-lo-grs(emph-find-sub)
|                      add p31x-emp-lo-amt
|                          to emph-lo-amt(emph-find-sub)
|                   end-if
|             end-evaluate
|     *       one amendment per employee per corrections run
|             if emph-last-amend-dt not = w2-delv-rundt
|                or emph-last-amend-tm not = w2-delv-runtm
|                add 1 to emph-amend-cnt
|                move w2-delv-rundt to emph-last-amend-dt
|                move w2-delv-runtm to emph-last-amend-tm
|             end-if
|             rewrite emphist-rec
|             if emphist-flg not = i-o-ok
|                perform stop-emp-history
|             end-if
987700     end-if.

      *******************************************************************

987700 stop-emp-history.
|
|          move emphist-flg to msg-bad-return-cd
|          move spaces      to msg-bad-data
|          string 'W-2 history update failed - stopped at employee '
|                                      delimited by size
|                 emph-emp-nbr         delimited by size
|             into msg-bad-data
|          perform log-type-w-msg
|          close emphist-file
987700     move 'n' to ws-emphist-open-sw.

      *******************************************************************

986400 hold-pse-federal.
|
|     * federal boxes for the employee's print-stream coupons.  the
|     * holding area is cleared when calc-pages closes the employee.
|
|          move 'hold-pse-federal' to msg-paragraph
|
|          move p31x-emp-fd-txbl-grs  to pse-fd-grs
|          move p31x-emp-fd-amt       to pse-fd-amt
|          move p31x-emp-ss-txbl-grs  to pse-ss-grs
|          move p31x-emp-ss-amt       to pse-ss-amt
|          move p31x-emp-med-txbl-grs to pse-med-grs
|          move p31x-emp-med-amt      to pse-med-amt
|          move p31x-emp-ss-tips      to pse-ss-tips
986400     move p31x-emp-alloc-tips   to pse-alloc-tips.

      *******************************************************************

986400 hold-pse-state.
|
|          move 'hold-pse-state' to msg-paragraph
|
|          if pse-st-cnt < pse-st-max
|             add 1 to pse-st-cnt
|             move p31x-st-cd           to pse-st-cd(pse-st-cnt)
|             move p31x-emp-st-txbl-grs to pse-st-grs(pse-st-cnt)
|             move p31x-emp-st-amt      to pse-st-amt(pse-st-cnt)
|             move p31x-emp-fli-liab    to pse-st-fli(pse-st-cnt)
|          else
|             move spaces to msg-bad-data
|             string 'Print stream state lines full for employee '
|                                      delimited by size
|                    p31x-emp-nbr      delimited by size
|                into msg-bad-data
|             perform log-type-w-msg
986400     end-if.

      *******************************************************************

986400 hold-pse-local.
|
|     * a local prints on its own agency copy under the same rule
|     * process-report uses to count emp-prnt-lo-cnt
|
|          move 'hold-pse-local' to msg-paragraph
|
|          if pse-lo-cnt < pse-lo-max
|             add 1 to pse-lo-cnt
|             move p31x-st-cd           to pse-lo-st-cd(pse-lo-cnt)
|             move p31x-lo-cd           to pse-lo-cd(pse-lo-cnt)
|             move p31x-emp-lo-txbl-grs to pse-lo-grs(pse-lo-cnt)
|             move p31x-emp-lo-amt      to pse-lo-amt(pse-lo-cnt)
|             move 'n'                  to pse-lo-prnt-sw(pse-lo-cnt)
|             if p31x-emp-lo-with-st = space
|                or p31x-st-cd <> emp-last-st-cd
|                move 'y' to pse-lo-prnt-sw(pse-lo-cnt)
|             end-if
|          else
|             move spaces to msg-bad-data
|             string 'Print stream local lines full for employee '
|                                      delimited by size
|                    p31x-emp-nbr      delimited by size
|                into msg-bad-data
|             perform log-type-w-msg
986400     end-if.

      *******************************************************************

986400 hold-pse-adjustment.
|
|     * box 10, 12, 13 and 14 items off the type-3 records
|
|          move 'hold-pse-adjustment' to msg-paragraph
|
|          evaluate p31x-adj-box-nbr
|            when 10
|              add p31x-adj-amt to pse-dep-care
|            when 12
|              if pse-b12-cnt < pse-b12-max
|                 add 1 to pse-b12-cnt
|                 move p31x-adj-cd  to pse-b12-cd(pse-b12-cnt)
|                 move p31x-adj-amt to pse-b12-amt(pse-b12-cnt)
|              else
|                 move spaces to msg-bad-data
|                 string 'Print stream box 12 items full for employee '
|                                         delimited by size
|                        p31x-emp-nbr     delimited by size
|                    into msg-bad-data
|                 perform log-type-w-msg
|              end-if
|            when 13
|              evaluate p31x-adj-cd(1:1)
|                when 'S'
|                  move 'X' to pse-stat-ind
|                when 'R'
|                  move 'X' to pse-ret-ind
|                when 'T'
|                  move 'X' to pse-sick-ind
|                when other
|                  continue
|              end-evaluate
|            when 14
|              if pse-b14-cnt < pse-b14-max
|                 add 1 to pse-b14-cnt
|                 move p31x-adj-desc to pse-b14-desc(pse-b14-cnt)
|                 move p31x-adj-amt  to pse-b14-amt(pse-b14-cnt)
|              else
|                 move spaces to msg-bad-data
|                 string 'Print stream box 14 items full for employee '
|                                         delimited by size
|                        p31x-emp-nbr     delimited by size
|                    into msg-bad-data
|                 perform log-type-w-msg
|              end-if
|            when other
|              continue
986400     end-evaluate.

      *******************************************************************

986400 write-print-stream.
|
|     * print vendor stream for the employee calc-pages just counted:
|     * one record per coupon, in the same order and the same number
|     * calc-pages used, so the client page numbers on the stream tie
|     * to the manifest, presort and billing page counts.  called
|     * before the employee's pages are added to clt-w2-page-cnt.
|
|          move 'write-print-stream' to msg-paragraph
|
|          if not ws-dry-run-on
|             move zeroes to pse-cpn-seq
|
|     *       Employee Copy C
|             move 'C'            to pse-copy-hold
|             move emp-fd-coupons to pse-copy-cnt
|             move 1              to pse-copy-sub
|             perform
|                until pse-copy-sub > emp-fd-coupons
|                perform write-pstr-fed-coupon
|                add 1 to pse-copy-sub
|             end-perform
|
|     *       Federal Copy B
|             if print-copy-b
|                move 'B'            to pse-copy-hold
|                move emp-fd-coupons to pse-copy-cnt
|                move 1              to pse-copy-sub
|                perform
|                   until pse-copy-sub > emp-fd-coupons
|                   perform write-pstr-fed-coupon
|                   add 1 to pse-copy-sub
|                end-perform
|             end-if
|
|     *       more box 12 items than the copy C coupons have room for
|     *       are not counted by calc-pages - say so rather than add
|     *       coupons the manifest does not know about
|             compute pse-b12-room = emp-fd-coupons * 4
|             if pse-b12-cnt > pse-b12-room
|                move spaces to msg-bad-data
|                string 'Box 12 items over coupon room for employee '
|                                         delimited by size
|                       hold-pg-cnt-emp-nbr delimited by size
|                   into msg-bad-data
|                perform log-type-w-msg
|             end-if
|
|     *       Agency Copy 2 state coupons
|             move '2'         to pse-copy-hold
|             move emp-stk-st  to pse-copy-cnt
|             move zeroes      to pse-copy-sub
|             evaluate true
|               when emp-st-cnt = zero
|                 continue
|               when emp-st-cnt > 0 and emp-lo-cnt = 0
|                 move 1 to pse-st-sub
|                 perform
|                    until pse-st-sub > emp-st-cnt
|                    add 1 to pse-copy-sub
|                    perform start-pstr-coupon
|                    perform move-pstr-fed-boxes
|                    if pse-st-sub not > pse-st-cnt
|                       move 1          to pse-slot-sub
|                       move pse-st-sub to pse-item-sub
|                       perform load-pstr-st-slot
|                    end-if
|                    write pstr-rec from pstr-line
|                    add 1 to pse-st-sub
|                 end-perform
|               when other
|                 move 1 to pse-st-cd-sub
|                 perform
|                    until pse-st-cd-sub > st-table-max
|                    if emp-st-prnt(pse-st-cd-sub) > 0
|                       perform write-pstr-state-group
|                    end-if
|                    add 1 to pse-st-cd-sub
|                 end-perform
|             end-evaluate
|
|     *       Agency Copy 2 local coupons
|             move 'L'             to pse-copy-hold
|             move emp-prnt-lo-cnt to pse-copy-cnt
|             move zeroes          to pse-copy-sub
|             move 1               to pse-lo-sub
|             perform
|                until pse-lo-sub > pse-lo-cnt
|                if pse-lo-prnt-sw(pse-lo-sub) = 'y'
|                   add 1 to pse-copy-sub
|                   perform start-pstr-coupon
|                   perform move-pstr-fed-boxes
|                   move pse-lo-st-cd(pse-lo-sub) to pse-find-cd
|                   perform find-pse-state
|                   if pse-find-sub > 0
|                      move 1            to pse-slot-sub
|                      move pse-find-sub to pse-item-sub
|                      perform load-pstr-st-slot
|                   end-if
|                   move 1          to pse-slot-sub
|                   move pse-lo-sub to pse-item-sub
|                   perform load-pstr-lo-slot
|                   write pstr-rec from pstr-line
|                end-if
|                add 1 to pse-lo-sub
|             end-perform
986400     end-if.

      *******************************************************************

986400 write-pstr-fed-coupon.
|
|     * copy C or B coupon pse-copy-sub: the federal boxes on the
|     * first coupon, then the next 4 box 12, 7 box 14, 2 state and
|     * 2 local items in turn
|
|          move 'write-pstr-fed-coupon' to msg-paragraph
|
|          perform start-pstr-coupon
|          if pse-copy-sub = 1
|             perform move-pstr-fed-boxes
|          end-if
|
|          move 1 to pse-slot-sub
|          perform
|             until pse-slot-sub > 4
|             compute pse-item-sub = (pse-copy-sub - 1) * 4
|                                  + pse-slot-sub
|             if pse-item-sub not > pse-b12-cnt
|                move pse-b12-cd(pse-item-sub)
|                  to pstr-b12-cd(pse-slot-sub)
|                move pse-b12-amt(pse-item-sub)
|                  to pstr-b12-amt(pse-slot-sub)
|             end-if
|             add 1 to pse-slot-sub
|          end-perform
|
|          move 1 to pse-slot-sub
|          perform
|             until pse-slot-sub > 7
|             compute pse-item-sub = (pse-copy-sub - 1) * 7
|                                  + pse-slot-sub
|             if pse-item-sub not > pse-b14-cnt
|                move pse-b14-desc(pse-item-sub)
|                  to pstr-b14-desc(pse-slot-sub)
|                move pse-b14-amt(pse-item-sub)
|                  to pstr-b14-amt(pse-slot-sub)
|             end-if
|             add 1 to pse-slot-sub
|          end-perform
|
|          move 1 to pse-slot-sub
|          perform
|             until pse-slot-sub > 2
|             compute pse-item-sub = (pse-copy-sub - 1) * 2
|                                  + pse-slot-sub
|             if pse-item-sub not > pse-st-cnt
|                perform load-pstr-st-slot
|             end-if
|             if pse-item-sub not > pse-lo-cnt
|                perform load-pstr-lo-slot
|             end-if
|             add 1 to pse-slot-sub
|          end-perform
|
986400     write pstr-rec from pstr-line.

      *******************************************************************

986400 write-pstr-state-group.
|
|     * agency copy 2 coupons for state code pse-st-cd-sub: one when
|     * the state has no locals, else one per 2 of its locals, each
|     * carrying the state line - as calc-pages counts them
|
|          move 'write-pstr-state-group' to msg-paragraph
|
|          move pse-st-cd-sub to pse-find-cd
|          perform find-pse-state
|
|          if emp-st-lo-cnt(pse-st-cd-sub) = 0
|             move 1 to pse-st-2-cpns
|          else
|             compute pse-st-2-cpns rounded
|               = emp-st-lo-cnt(pse-st-cd-sub) / 2
|          end-if
|
|          move zeroes to pse-grp-lo-sub
|          move 1      to pse-st-sub
|          perform
|             until pse-st-sub > pse-st-2-cpns
|             add 1 to pse-copy-sub
|             perform start-pstr-coupon
|             perform move-pstr-fed-boxes
|             if pse-find-sub > 0
|                move 1            to pse-slot-sub
|                move pse-find-sub to pse-item-sub
|                perform load-pstr-st-slot
|             end-if
|             move 1 to pse-slot-sub
|             perform
|                until pse-slot-sub > 2
|                perform find-pse-next-local
|                if pse-grp-lo-sub not > pse-lo-cnt
|                   move pse-grp-lo-sub to pse-item-sub
|                   perform load-pstr-lo-slot
|                end-if
|                add 1 to pse-slot-sub
|             end-perform
|             write pstr-rec from pstr-line
|             add 1 to pse-st-sub
986400     end-perform.

      *******************************************************************

986400 start-pstr-coupon.
|
|     * keys and page position for the next coupon; 4 coupons to a
|     * page, each employee starting a fresh page
|
|          move 'start-pstr-coupon' to msg-paragraph
|
|          initialize pstr-line
|          add 1 to pse-cpn-seq
|
|          move hold-pg-cnt-off-nbr to pstr-off-nbr
|          move hold-pg-cnt-clt-nbr to pstr-clt-nbr
|          move hold-pg-cnt-emp-nbr to pstr-emp-nbr
|          move pse-copy-hold       to pstr-copy-cd
|          move pse-copy-sub        to pstr-copy-seq
|          move pse-copy-cnt        to pstr-copy-cnt
|          move pse-cpn-seq         to pstr-cpn-seq
|
|          compute pse-page-work = pse-cpn-seq - 1
|          divide pse-page-work by 4
|                 giving pse-page-work
|                 remainder pse-page-rem
|          end-divide
|          compute pstr-clt-page = clt-w2-page-cnt + pse-page-work + 1
|          compute pstr-page-pos = pse-page-rem + 1
|
987800*    hand-off control totals for the coupon about to go out: a
|     *    W-2 on the employee's first coupon, a page on the first
|     *    coupon of each page, a client on its first record
|          add 1 to hct-rec-cnt(hct-pstream)
|          if pstr-cpn-seq = 1
|             add 1 to hct-w2-cnt(hct-pstream)
|          end-if
|          if pstr-page-pos = 1
|             add 1 to hct-page-cnt(hct-pstream)
|          end-if
|          if pstr-line(1:15) not = hct-last-clt(hct-pstream)
|             add 1 to hct-clt-cnt(hct-pstream)
|             move pstr-line(1:15) to hct-last-clt(hct-pstream)
987800    end-if
|
986400     move w-tax-year          to pstr-tax-year.

      *******************************************************************

986400 move-pstr-fed-boxes.
|
|          move pse-fd-grs     to pstr-fd-grs
|          move pse-fd-amt     to pstr-fd-amt
|          move pse-ss-grs     to pstr-ss-grs
|          move pse-ss-amt     to pstr-ss-amt
|          move pse-med-grs    to pstr-med-grs
|          move pse-med-amt    to pstr-med-amt
|          move pse-ss-tips    to pstr-ss-tips
|          move pse-alloc-tips to pstr-alloc-tips
|          move pse-dep-care   to pstr-dep-care
|          move pse-stat-ind   to pstr-stat-ind
|          move pse-ret-ind    to pstr-ret-ind
986400     move pse-sick-ind   to pstr-sick-ind.

      *******************************************************************

986400 load-pstr-st-slot.
|
|     * state entry pse-item-sub into coupon state slot pse-slot-sub
|
|          move pse-st-cd(pse-item-sub)  to pstr-st-cd(pse-slot-sub)
|          move st-abbr(pse-st-cd(pse-item-sub))
|            to pstr-st-abbr(pse-slot-sub)
|          move pse-st-grs(pse-item-sub) to pstr-st-grs(pse-slot-sub)
|          move pse-st-amt(pse-item-sub) to pstr-st-amt(pse-slot-sub)
986400     move pse-st-fli(pse-item-sub) to pstr-st-fli(pse-slot-sub).

      *******************************************************************

986400 load-pstr-lo-slot.
|
|     * local entry pse-item-sub into coupon local slot pse-slot-sub
|
|          move pse-lo-st-cd(pse-item-sub)
|            to pstr-lo-st-cd(pse-slot-sub)
|          move pse-lo-cd(pse-item-sub)  to pstr-lo-cd(pse-slot-sub)
|          move pse-lo-grs(pse-item-sub) to pstr-lo-grs(pse-slot-sub)
986400     move pse-lo-amt(pse-item-sub) to pstr-lo-amt(pse-slot-sub).

      *******************************************************************

986400 find-pse-state.
|
|     * pse-find-sub left at the held state entry for pse-find-cd,
|     * zero when the employee has none
|
|          move zeroes to pse-find-sub
|          move 1      to pse-scan-sub
|          perform
|             until pse-scan-sub > pse-st-cnt
|                or pse-find-sub > 0
|             if pse-st-cd(pse-scan-sub) = pse-find-cd
|                move pse-scan-sub to pse-find-sub
|             end-if
|             add 1 to pse-scan-sub
986400     end-perform.

      *******************************************************************

986400 find-pse-next-local.
|
|     * advance pse-grp-lo-sub to the next held local for state code
|     * pse-st-cd-sub; past pse-lo-cnt when there are no more
|
|          if pse-grp-lo-sub not > pse-lo-cnt
|             add 1 to pse-grp-lo-sub
|             perform
|                until pse-grp-lo-sub > pse-lo-cnt
|                   or pse-lo-st-cd(pse-grp-lo-sub) = pse-st-cd-sub
|                add 1 to pse-grp-lo-sub
|             end-perform
986400     end-if.

      *******************************************************************

986500 hold-empml-name.
|
|     * the employee's name for a home-mailed W-2, off the federal
|     * type-4
|
|          move 'hold-empml-name' to msg-paragraph
|
|          move p31x-emp-first-name to empml-hold-first-name
|          move p31x-emp-mid-name   to empml-hold-mid-name
|          move p31x-emp-last-name  to empml-hold-last-name
986500     move p31x-emp-sfx        to empml-hold-sfx.

      *******************************************************************

986500 hold-empml-address.
|
|     * type-5 home address for the employee whose records are in
|     * hand.  one arriving for any other employee has no W-2 to go
|     * with it.
|
|          move 'hold-empml-address' to msg-paragraph
|
|          if p31x-off-nbr = hold-pg-cnt-off-nbr
|             and p31x-clt-nbr = hold-pg-cnt-clt-nbr
|             and p31x-emp-nbr = hold-pg-cnt-emp-nbr
|             move 'y'             to empml-hold-addr-sw
|             move p31x-emp-addr-1 to empml-hold-addr-1
|             move p31x-emp-addr-2 to empml-hold-addr-2
|             move p31x-emp-city   to empml-hold-city
|             move p31x-emp-st     to empml-hold-st
|             move p31x-emp-zip    to empml-hold-zip
|          else
|             move spaces to msg-bad-data
|             string 'Address record with no W-2 for employee '
|                                      delimited by size
|                    p31x-emp-nbr      delimited by size
|                    ' client '        delimited by size
|                    p31x-clt-nbr      delimited by size
|                into msg-bad-data
|             perform log-type-w-msg
986500     end-if.

      *******************************************************************

986500 write-empml-line.
|
|     * presort record for one home-mailed employee, cut by calc-pages
|     * with emp-w2-cpn-cnt holding the employee's page count.  an
|     * employee the extract sent no address for goes in care of the
|     * client rather than not at all.
|
|          move 'write-empml-line' to msg-paragraph
|
|          add 1 to tot-empml-emps   giving tot-empml-emps
|          add 1 to g-tot-empml-emps giving g-tot-empml-emps
|          add emp-w2-cpn-cnt to tot-empml-pgs giving tot-empml-pgs
|
|          if not ws-dry-run-on
|             move hold-pg-cnt-off-nbr   to empml-off-nbr
|             move hold-pg-cnt-clt-nbr   to empml-clt-nbr
|             move hold-pg-cnt-emp-nbr   to empml-emp-nbr
|             move empml-hold-first-name to empml-first-name
|             move empml-hold-mid-name   to empml-mid-name
|             move empml-hold-last-name  to empml-last-name
|             move empml-hold-sfx        to empml-sfx
|             if empml-have-addr
|                move 'E'               to empml-addr-src
|                move empml-hold-addr-1 to empml-addr-1
|                move empml-hold-addr-2 to empml-addr-2
|                move empml-hold-city   to empml-city
|                move empml-hold-st     to empml-st
|                move empml-hold-zip    to empml-zip
|             else
|                move 'C'               to empml-addr-src
|                move prsrt-hold-addr-1 to empml-addr-1
|                move prsrt-hold-addr-2 to empml-addr-2
|                move prsrt-hold-city   to empml-city
|                move prsrt-hold-st     to empml-st
|                move prsrt-hold-zip    to empml-zip
|             end-if
|             move emp-w2-cpn-cnt        to empml-page-cnt
|             move w-tax-year            to empml-tax-year
|             write empml-rec from empml-line
987800        add 1              to hct-rec-cnt(hct-empmail)
|             add 1              to hct-w2-cnt(hct-empmail)
|             add emp-w2-cpn-cnt to hct-page-cnt(hct-empmail)
|             if empml-line(1:15) not = hct-last-clt(hct-empmail)
|                add 1 to hct-clt-cnt(hct-empmail)
|                move empml-line(1:15) to hct-last-clt(hct-empmail)
987800        end-if
|          end-if
|
|          if not empml-have-addr
|             move spaces to msg-bad-data
|             string 'No home address, mailed in care of client for '
|                                        delimited by size
|                    'employee '         delimited by size
|                    hold-pg-cnt-emp-nbr delimited by size
|                into msg-bad-data
|             perform log-type-w-msg
986500     end-if.

      *******************************************************************

983800 print-rsch-emp-line.
|
|          move 'print-rsch-emp-line' to msg-paragraph
924299        move clt-w2-page-cnt to d-clt-w2-page-cnt
|             add  clt-w2-page-cnt to tot-off-page-cnt
924299             giving tot-off-page-cnt
987100        perform assign-production-batch
987000        perform build-client-cartons
987100        perform add-client-to-batch
983100        perform write-manifest-clt-line
983700        perform write-edelv-index
983900        perform write-presort-line
              move tot-branch-clts  to d-tot-branch-clts
983700        move tot-elec-clts    to d-tot-off-elec-clts
986000        move tot-held-clts    to d-tot-off-held-clts
986500        move tot-empml-clts   to d-tot-off-empml-clts
              move tot-o-clts       to d-tot-off-o-clts
              move tot-te-clts      to d-tot-off-te-clts
754417        move tot-off-fd-w2    to d-tot-off-fd-w2
|                  add 1 to g-tot-elec-clts giving g-tot-elec-clts
983700             add 1 to tot-non-o-clts  giving tot-non-o-clts

986500*      mail direct to each employee's home - printed and paged
|     *      like any other client, but mailed employee by employee off
|     *      the type-5 addresses, never in a client or branch package
|             when 'D'
|                  move ws-save-deliv-cd  to d-o-deliv-cd
|                  move space             to d-mail-to-branch
|                                            d-mail-to-client
|                                            d-te-client
|                  add 1 to tot-empml-clts   giving tot-empml-clts
|                  add 1 to g-tot-empml-clts giving g-tot-empml-clts
986500             add 1 to tot-non-o-clts   giving tot-non-o-clts

              when 'N'
90575         when 'O'
983200             move ws-save-deliv-cd  to d-o-deliv-cd
969000*     end-if

           move ws-save-off-nbr        to d-tot-off-nbr
986600     perform lookup-off-ref
|          move off-ref-name           to d-off-ref-name
|          move off-ref-region         to d-off-ref-region
|          move off-ref-region-name    to d-off-ref-region-name
986600     move off-ref-route          to d-off-ref-route

           perform te-dtl-lines
           perform o-dtl-lines
660270         giving g-tot-records

           write print-rec from office-total-line      after 2 lines
986600     if off-ref-name not = spaces
|             write print-rec from office-name-line    after 1 lines
986600     end-if
           write print-rec from office-total-line-2    after 1 lines
           write print-rec from total-clt-line         after 1 lines
           write print-rec from total-emp-line         after 1 lines

986000     move tot-held-clts to d-tot-held-clts
986000     write print-rec from held-total-line        after 1 lines
986500     move 'CLIENTS MAILED DIRECT TO EMPLOYEE  ' to d-empml-label
|          move tot-empml-clts to d-tot-empml-cnt
|          write print-rec from empml-total-line       after 1 lines
|          move 'EMPLOYEES MAILED DIRECT TO HOME    ' to d-empml-label
|          move tot-empml-emps to d-tot-empml-cnt
986500     write print-rec from empml-total-line       after 1 lines

981400     if ws-csv-mode-on
981400        move 'OFFICE' to ws-csv-row-type
985000        perform write-csv-stock-line
985000     end-if

986600     perform accum-region-totals

981900     add tot-clts to recon-clts giving recon-clts
981900     add tot-emps to recon-emps giving recon-emps
981900     add tot-fd-txbl-grs  to recon-fd-txbl-grs
|          move office-total-line       to burst-line
|          perform write-burst-line
|          move 1 to burst-adv
986600     if off-ref-name not = spaces
|             move office-name-line     to burst-line
|             perform write-burst-line
986600     end-if
|          move office-total-line-2     to burst-line
|          perform write-burst-line
|          move total-clt-line          to burst-line
|             move ws-save-off-nbr  to bidx-off-nbr
|             move tot-off-page-cnt to bidx-page-cnt
|             move ofc-spool-tree   to bidx-file-name
986600           move off-ref-name     to bidx-off-name
|             write burst-idx-rec from burst-index-line
984100     end-if.

|          write ors-output-rec from w2delv-rundt-prop
|          write ors-output-rec from w2-format-prop
|          write ors-output-rec from w2-delv-rpt-prop
982300     write ors-output-rec from w2-delv-taxyr-prop
987600     add 5 to hct-rec-cnt(hct-ors).

      *******************************************************************


      *******************************************************************

987100 assign-production-batch.
|
|     * puts each printed client package - courier, branch or mailed
|     * direct to the employees - in the open production batch for
|     * its delivery channel and courier route.  a new batch is
|     * opened when there is none, or when the package would take
|     * the batch past the run's batch page limit; a package bigger
|     * than the limit gets a batch to itself.  electronic and held
|     * clients are not printed and get no batch.
|
|          move 'assign-production-batch' to msg-paragraph
|
|          move spaces to clt-batch-id
|          move zeroes to clt-bat-sub
|
|          evaluate true
|             when d-mail-to-client = 'X'
|                move 'C' to bat-clt-channel
|             when d-mail-to-branch not = space
|                move 'B' to bat-clt-channel
|             when d-o-deliv-cd = 'D'
|                move 'D' to bat-clt-channel
|             when other
|                move space to bat-clt-channel
|          end-evaluate
|
|          if bat-clt-channel not = space
|             if not bat-route-loaded
|                or bat-route-off-nbr not = ws-save-off-nbr
|                perform lookup-off-ref
|                move off-ref-route   to bat-clt-route
|                move ws-save-off-nbr to bat-route-off-nbr
|                move 'y'             to bat-route-sw
|             end-if
|             perform find-batch-slot
|             if bat-found
|                if bat-pages(bat-sub) > zeroes
|                   and bat-pages(bat-sub) + clt-w2-page-cnt
|                       > ws-batch-max-pages
|                   perform close-production-batch
|                   perform open-production-batch
|                end-if
|             else
|                if bat-cnt not < bat-max
|                   perform close-open-batches
|                end-if
|                add 1 to bat-cnt giving bat-cnt
|                move bat-cnt to bat-sub
|                perform open-production-batch
|             end-if
|             move bat-sub         to clt-bat-sub
|             move bat-id(bat-sub) to clt-batch-id
987100     end-if.

      *******************************************************************

987100 find-batch-slot.
|
|          move 'n' to bat-found-sw
|          move 1 to bat-sub
|          perform
|             until bat-sub > bat-cnt
|                or bat-found
|                if bat-deliv-channel(bat-sub) = bat-clt-channel
|                   and bat-route(bat-sub) = bat-clt-route
|                   move 'y' to bat-found-sw
|                else
|                   add 1 to bat-sub
|                end-if
987100     end-perform.

      *******************************************************************

987100 open-production-batch.
|
|     * starts a fresh batch in slot bat-sub.  the batch number is
|     * the channel, the route, the office the batch opened in and
|     * a sequence within that office, so batch numbers run in
|     * channel/route/office order and never collide between the
|     * split office-range runs.
|
|          if ws-save-off-nbr not = bat-seq-off-nbr
|             move ws-save-off-nbr to bat-seq-off-nbr
|             move zeroes          to bat-seq
|          end-if
|          add 1 to bat-seq giving bat-seq
|          move bat-clt-channel to bid-deliv-channel
|          if bat-clt-route = spaces
|             move '000000'      to bid-route
|          else
|             move bat-clt-route to bid-route
|          end-if
|          move ws-save-off-nbr to bid-off-nbr
|          move bat-seq         to bid-seq
|          initialize bat-entry(bat-sub)
|          move bat-clt-channel to bat-deliv-channel(bat-sub)
|          move bat-clt-route   to bat-route(bat-sub)
|          move batch-id-work   to bat-id(bat-sub)
987100     move d-off-nbr       to bat-first-off(bat-sub).

      *******************************************************************

987100 add-client-to-batch.
|
|     * rolls the client package into its batch once the carton
|     * count is known and cuts the client's job ticket line.
|
|          if clt-bat-sub > zeroes
|             move clt-bat-sub to bat-sub
|             add 1               to bat-clt-cnt(bat-sub)
|             add clt-w2-page-cnt to bat-pages(bat-sub)
|             add clt-ctn-cnt     to bat-ctn-cnt(bat-sub)
|             add clt-stk-copy-c  to bat-stk-copy-c(bat-sub)
|             add clt-stk-copy-b  to bat-stk-copy-b(bat-sub)
|             add clt-stk-st      to bat-stk-st(bat-sub)
|             add clt-stk-lo      to bat-stk-lo(bat-sub)
|             add clt-stk-b14     to bat-stk-b14(bat-sub)
|             move d-off-nbr      to bat-last-off(bat-sub)
|             if not ws-dry-run-on
|                move clt-batch-id    to jtc-batch-id
|                move d-off-nbr       to jtc-off-nbr
|                move d-clt-nbr       to jtc-clt-nbr
|                move d-clt-name      to jtc-clt-name
|                move clt-w2-page-cnt to jtc-page-cnt
|                move clt-ctn-cnt     to jtc-ctn-cnt
|                move clt-stk-copy-c  to jtc-stk-copy-c
|                move clt-stk-copy-b  to jtc-stk-copy-b
|                move clt-stk-st      to jtc-stk-st
|                move clt-stk-lo      to jtc-stk-lo
|                move clt-stk-b14     to jtc-stk-b14
|                move w-tax-year      to jtc-tax-year
|                write jobtkt-rec from jobtkt-clt-line
987800           add 1               to hct-rec-cnt(hct-jobtkt)
|                add 1               to hct-clt-cnt(hct-jobtkt)
987800           add clt-w2-page-cnt to hct-page-cnt(hct-jobtkt)
|             end-if
987100     end-if.

      *******************************************************************

987100 close-production-batch.
|
|     * cuts the batch total job ticket for slot bat-sub.
|
|          if not ws-dry-run-on
|             move bat-id(bat-sub)            to jtb-batch-id
|             move bat-deliv-channel(bat-sub) to jtb-deliv-channel
|             move bat-route(bat-sub)         to jtb-route
|             move bat-first-off(bat-sub)     to jtb-first-off
|             move bat-last-off(bat-sub)      to jtb-last-off
|             move bat-clt-cnt(bat-sub)       to jtb-clt-cnt
|             move bat-pages(bat-sub)         to jtb-page-cnt
|             move bat-ctn-cnt(bat-sub)       to jtb-ctn-cnt
|             move bat-stk-copy-c(bat-sub)    to jtb-stk-copy-c
|             move bat-stk-copy-b(bat-sub)    to jtb-stk-copy-b
|             move bat-stk-st(bat-sub)        to jtb-stk-st
|             move bat-stk-lo(bat-sub)        to jtb-stk-lo
|             move bat-stk-b14(bat-sub)       to jtb-stk-b14
|             move w-tax-year                 to jtb-tax-year
|             write jobtkt-rec from jobtkt-bat-line
987800        add 1 to hct-rec-cnt(hct-jobtkt)
987100     end-if.

      *******************************************************************

987100 close-open-batches.
|
|     * closes every batch still open - at the end of the run, and
|     * to empty the table when a run has more channel/route pairs
|     * open than it holds.
|
|          move 1 to bat-sub
|          perform
|             until bat-sub > bat-cnt
|                perform close-production-batch
|                add 1 to bat-sub
|          end-perform
987100     move zeroes to bat-cnt.

      *******************************************************************

987000 build-client-cartons.
|
|     * splits each printed client package into cartons of the run's
|     * carton capacity and cuts a label per carton.  same printed-
|     * package test as the courier manifest - electronic, held and
|     * home-mailed clients pack nothing and carry a zero count.
|
|          move 'build-client-cartons' to msg-paragraph
|
|          move zeroes to clt-ctn-cnt
|
|          if d-mail-to-client = 'X'
|             or d-mail-to-branch not = space
|             if d-mail-to-client = 'X'
|                move 'C' to ctn-deliv-channel
|             else
|                move 'B' to ctn-deliv-channel
|             end-if
|             compute clt-ctn-cnt =
|                     (clt-w2-page-cnt + ws-ctn-capacity - 1)
|                     / ws-ctn-capacity
|             if clt-ctn-cnt = zeroes
|                move 1 to clt-ctn-cnt
|             end-if
|             add clt-ctn-cnt to tot-off-ctn-cnt
|                 giving tot-off-ctn-cnt
|             if not ws-dry-run-on
|                move clt-w2-page-cnt to ctn-pages-left
|                move 1 to ctn-sub
|                perform write-carton-label
|                   until ctn-sub > clt-ctn-cnt
|             end-if
987000     end-if.

      *******************************************************************

987000 write-carton-label.
|
|          move d-off-nbr          to ctnlbl-off-nbr
|          move d-clt-nbr          to ctnlbl-clt-nbr
|          move d-clt-name         to ctnlbl-clt-name
|          move ctn-deliv-channel  to ctnlbl-deliv-channel
|          move ws-save-deliv-cd   to ctnlbl-deliv-cd
|          move ctn-sub            to ctnlbl-ctn-nbr
|          move clt-ctn-cnt        to ctnlbl-ctn-cnt
|          if ctn-pages-left > ws-ctn-capacity
|             move ws-ctn-capacity to ctnlbl-page-cnt
|          else
|             move ctn-pages-left  to ctnlbl-page-cnt
|          end-if
|          subtract ctnlbl-page-cnt from ctn-pages-left
|              giving ctn-pages-left
|          move w-tax-year         to ctnlbl-tax-year
987100     move clt-batch-id       to ctnlbl-batch-id
|          write ctnlbl-rec from ctnlbl-line
987000     add 1 to ctn-sub giving ctn-sub.

      *******************************************************************

983100 write-manifest-clt-line.
|
|     * one manifest record per printed client headed to a courier
|                move ws-save-deliv-cd to mnf-deliv-cd
|                move clt-fd-w2-cnt    to mnf-fd-w2-cnt
|                move clt-w2-page-cnt  to mnf-w2-page-cnt
987000           move clt-ctn-cnt      to mnf-ctn-cnt
987100           move clt-batch-id     to mnf-batch-id
|                write manifest-rec from manifest-clt-line
987600           add 1                to hct-rec-cnt(hct-manifest)
987600           add 1                to hct-clt-cnt(hct-manifest)
987600           add clt-fd-w2-cnt    to hct-w2-cnt(hct-manifest)
987600           add clt-w2-page-cnt  to hct-page-cnt(hct-manifest)
|             end-if
983100     end-if.

|                move clt-fd-w2-cnt  to edelv-emp-cnt
|                move w-tax-year     to edelv-tax-year
|                write edelv-rec from edelv-index-line
987600           add 1                to hct-rec-cnt(hct-edelv)
987600           add 1                to hct-clt-cnt(hct-edelv)
987600           add clt-fd-w2-cnt    to hct-w2-cnt(hct-edelv)
|             end-if
983700     end-if.

|                move prsrt-hold-zip    to prsrt-zip
|                move clt-w2-page-cnt   to prsrt-page-cnt
|                move w-tax-year        to prsrt-tax-year
987000           move clt-ctn-cnt       to prsrt-ctn-cnt
987100           move clt-batch-id      to prsrt-batch-id
|                write presort-rec from presort-line
987600           add 1                to hct-rec-cnt(hct-presort)
987600           add 1                to hct-clt-cnt(hct-presort)
987600           add clt-w2-page-cnt  to hct-page-cnt(hct-presort)
|             end-if
983900     end-if.

|                move clt-st-amt       to trm-st-amt
|                move w-tax-year       to trm-tax-year
|                write transmittal-rec from transmittal-line
987600           add 1             to hct-rec-cnt(hct-transmittal)
987600           add 1             to hct-clt-cnt(hct-transmittal)
987600           add clt-fd-w2-cnt to hct-w2-cnt(hct-transmittal)
|             end-if
|
|             move 'n' to ws-skip-heading
|                   move 'B' to bil-deliv-channel
|                when ws-save-deliv-cd = 'E'
|                   move 'E' to bil-deliv-channel
986500           when ws-save-deliv-cd = 'D'
986500              move 'D' to bil-deliv-channel
|                when other
|                   move 'O' to bil-deliv-channel
|             end-evaluate
|                compute bil-amount rounded =
|                        clt-fd-w2-cnt * bill-rate-elec-w2
|             else
986500           if bil-deliv-channel = 'D'
|                   compute bil-amount rounded =
|                           (clt-fd-w2-cnt * bill-rate-w2)
|                           + (clt-w2-page-cnt * bill-rate-page)
|                           + (clt-fd-w2-cnt * bill-rate-empml-post)
|                           + (clt-fd-w2-cnt * bill-rate-empml-hndl)
|                else
|                   compute bil-amount rounded =
|                           (clt-fd-w2-cnt * bill-rate-w2)
|                           + (clt-w2-page-cnt * bill-rate-page)
986500           end-if
|             end-if
|             move w-tax-year to bil-tax-year
987300        evaluate true
|                when ws-bounce-on
|                   move 'B' to bil-run-type
|                when ws-reprint-on
|                   move 'R' to bil-run-type
|                when other
|                   move 'O' to bil-run-type
|             end-evaluate
987300        move w2-delv-rundt to bil-run-dt
987800        move w2-delv-runtm to bil-run-tm
|             write billing-rec from billing-line
987600        perform tally-billing-line
985300     end-if.

      *******************************************************************
|             compute bil-amount rounded =
|                     corr-emp-cnt * bill-rate-corr-w2
|             move w-tax-year   to bil-tax-year
987300        move 'A'           to bil-run-type
987300        move w2-delv-rundt to bil-run-dt
987800        move w2-delv-runtm to bil-run-tm
|             write billing-rec from billing-line
987600        perform tally-billing-line
985300     end-if.

      *******************************************************************
|          if not ws-dry-run-on
|             and tot-clts > 0
|             move ws-save-off-nbr  to mnf-tr-off-nbr
986600        perform lookup-off-ref
|             move off-ref-name     to mnf-tr-off-name
986600        move off-ref-route    to mnf-tr-route
|             add tot-mail-clts to tot-branch-clts
|                 giving mnf-tr-pkg-cnt
986500*       home-mailed pages are printed but never packaged
986500        subtract tot-empml-pgs from tot-off-page-cnt
986500            giving mnf-tr-page-cnt
987000        move tot-off-ctn-cnt  to mnf-tr-ctn-cnt
|             write manifest-rec from manifest-off-line
987600        add 1 to hct-rec-cnt(hct-manifest)
983100     end-if.

      *******************************************************************

987600 tally-billing-line.
|
|     * hand-off control totals for the billing record just written;
|     * amended W-2s count with the W-2s billed.
|
|          add 1             to hct-rec-cnt(hct-billing)
|          add 1             to hct-clt-cnt(hct-billing)
|          add bil-fd-w2-cnt to hct-w2-cnt(hct-billing)
|          add bil-amend-cnt to hct-w2-cnt(hct-billing)
|          add bil-page-cnt  to hct-page-cnt(hct-billing)
987600     add bil-amount    to hct-amt-hash(hct-billing).

      *******************************************************************

981500 print-bus-type-totals.
|
|          move 'print-bus-type-totals' to msg-paragraph

      *******************************************************************

986600 lookup-off-ref.
|
|     * name, region and courier route of the office being closed
|     * out, off the office reference file.  off-ref-info comes back
|     * spaces when the file is absent or the office is not on it,
|     * so every consumer degrades to the bare office number.
|
|          move spaces to off-ref-info
|          if offref-is-open
|             move ws-save-off-nbr to offref-off-nbr
|             read offref-file
|             if offref-flg = i-o-ok
|                move offref-off-name    to off-ref-name
|                move offref-region      to off-ref-region
|                move offref-region-name to off-ref-region-name
|                move offref-route       to off-ref-route
|             end-if
986600     end-if.

      *******************************************************************

986600 accum-region-totals.
|
|     * rolls the office just closed into its region.  the empty
|     * office block re-printed after a type-9 break adds nothing.
|     * a run with more regions than the table holds warns and
|     * leaves the extra region off the region pages; the grand
|     * totals are not affected.
|
|          move 'accum-region-totals' to msg-paragraph
|
|          if offref-is-open
|             and (tot-clts > 0 or tot-records > 0)
|             perform find-region-slot
|             if not rgn-found
|                and rgn-cnt not < rgn-max
|                move spaces to msg-bad-data
|                string 'Region table full - office '
|                                        delimited by size
|                       ws-save-off-nbr  delimited by size
|                       ' region '       delimited by size
|                       off-ref-region   delimited by size
|                   into msg-bad-data
|                perform log-type-w-msg
|             else
|                if not rgn-found
|                   perform insert-region-slot
|                end-if
|                add 1 to rgn-off-cnt(rgn-sub)
|                add tot-clts to rgn-clts(rgn-sub)
|                add tot-emps to rgn-emps(rgn-sub)
|                add tot-off-page-cnt to rgn-pages(rgn-sub)
|                add tot-fd-txbl-grs to rgn-fd-txbl-grs(rgn-sub)
|                add tot-fd-amt to rgn-fd-amt(rgn-sub)
|                add tot-ss-txbl-grs to rgn-ss-txbl-grs(rgn-sub)
|                add tot-ss-amt to rgn-ss-amt(rgn-sub)
|                add tot-med-txbl-grs to rgn-med-txbl-grs(rgn-sub)
|                add tot-med-amt to rgn-med-amt(rgn-sub)
|                add tot-ss-tips to rgn-ss-tips(rgn-sub)
|                add tot-alloc-tips to rgn-alloc-tips(rgn-sub)
|                add tot-st-txbl-grs to rgn-st-txbl-grs(rgn-sub)
|                add tot-st-amt to rgn-st-amt(rgn-sub)
|                add tot-lo-txbl-grs to rgn-lo-txbl-grs(rgn-sub)
|                add tot-lo-amt to rgn-lo-amt(rgn-sub)
|                add tot-records to rgn-records(rgn-sub)
|             end-if
986600     end-if.

      *******************************************************************

986600 find-region-slot.
|
|     * rgn-sub comes back pointing at the office's region, or at
|     * the slot the region belongs in to keep the table in code
|     * order when it is not there yet.
|
|          move 'n' to rgn-found-sw
|          add 1 to rgn-cnt giving rgn-ins-sub
|          move 1 to rgn-sub
|          perform
|             until rgn-sub > rgn-cnt
|                if rgn-ins-sub > rgn-cnt
|                   and rgn-cd(rgn-sub) not < off-ref-region
|                   move rgn-sub to rgn-ins-sub
|                   if rgn-cd(rgn-sub) = off-ref-region
|                      move 'y' to rgn-found-sw
|                   end-if
|                end-if
|                add 1 to rgn-sub
|          end-perform
986600     move rgn-ins-sub to rgn-sub.

      *******************************************************************

986600 insert-region-slot.
|
|          move rgn-cnt to rgn-sub
|          perform
|             until rgn-sub < rgn-ins-sub
|                move rgn-entry(rgn-sub) to rgn-entry(rgn-sub + 1)
|                subtract 1 from rgn-sub
|          end-perform
|          initialize rgn-entry(rgn-ins-sub)
|          move off-ref-region to rgn-cd(rgn-ins-sub)
|          if off-ref-region = spaces
|             move 'NOT ON OFFICE FILE' to rgn-name(rgn-ins-sub)
|          else
|             move off-ref-region-name to rgn-name(rgn-ins-sub)
|          end-if
|          add 1 to rgn-cnt
986600     move rgn-ins-sub to rgn-sub.

      *******************************************************************

986600 print-region-totals.
|
|     * one page per region between the last office and the grand
|     * totals, so each regional manager has the region's own
|     * figures.  printed only when the office reference file is
|     * there to say which region an office belongs to.
|
|          move 'print-region-totals' to msg-paragraph
|
|          if offref-is-open
|             and rgn-cnt > 0
|             move 'y' to ws-skip-heading
|             move 1 to rgn-sub
|             perform
|                until rgn-sub > rgn-cnt
|                   perform print-region-page
|                   perform print-header
|                   add 1 to rgn-sub
|             end-perform
986600     end-if.

      *******************************************************************

986600 print-region-page.
|
|          move 'print-region-page' to msg-paragraph
|
|          move rgn-cd(rgn-sub)      to d-rgn-cd
|          move rgn-name(rgn-sub)    to d-rgn-name
|          move rgn-off-cnt(rgn-sub) to d-rgn-off-cnt
|          write print-rec from region-total-line after 2 lines
|          add 2 to line-cnt giving line-cnt
|
|          move 'TOTAL CLIENTS                      ' to d-rgn-label
|          move rgn-clts(rgn-sub) to d-rgn-cnt
|          perform print-region-cnt-line
|          move 'TOTAL EMPLOYEES                    ' to d-rgn-label
|          move rgn-emps(rgn-sub) to d-rgn-cnt
|          perform print-region-cnt-line
|          move 'TOTAL PAGES PRINTED                ' to d-rgn-label
|          move rgn-pages(rgn-sub) to d-rgn-cnt
|          perform print-region-cnt-line
|
|          move 'TOTAL FEDERAL TAXABLE GROSS        '
|               to d-rgn-amt-label
|          move rgn-fd-txbl-grs(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL FEDERAL WITHHOLDING          '
|               to d-rgn-amt-label
|          move rgn-fd-amt(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL SOCIAL SECURITY TAXABLE GROSS'
|               to d-rgn-amt-label
|          move rgn-ss-txbl-grs(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL SOCIAL SECURITY WITHHOLDING  '
|               to d-rgn-amt-label
|          move rgn-ss-amt(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL MEDICARE TAXABLE GROSS       '
|               to d-rgn-amt-label
|          move rgn-med-txbl-grs(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL MEDICARE WITHHOLDING         '
|               to d-rgn-amt-label
|          move rgn-med-amt(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL SOCIAL SECURITY TIPS         '
|               to d-rgn-amt-label
|          move rgn-ss-tips(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL ALLOCATED TIPS               '
|               to d-rgn-amt-label
|          move rgn-alloc-tips(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL STATE TAXABLE GROSS          '
|               to d-rgn-amt-label
|          move rgn-st-txbl-grs(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL STATE WITHHOLDING            '
|               to d-rgn-amt-label
|          move rgn-st-amt(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL LOCAL TAXABLE GROSS          '
|               to d-rgn-amt-label
|          move rgn-lo-txbl-grs(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|          move 'TOTAL LOCAL WITHHOLDING            '
|               to d-rgn-amt-label
|          move rgn-lo-amt(rgn-sub) to d-rgn-amt
|          perform print-region-amt-line
|
|          move 'TOTAL RECORDS                      ' to d-rgn-label
|          move rgn-records(rgn-sub) to d-rgn-cnt
|          perform print-region-cnt-line
|
|          if ws-csv-mode-on
|             perform write-csv-region-line
986600     end-if.

      *******************************************************************

986600 print-region-cnt-line.
|
|          write print-rec from region-cnt-line after 1 lines
986600     add 1 to line-cnt giving line-cnt.

      *******************************************************************

986600 print-region-amt-line.
|
|          write print-rec from region-amt-line after 1 lines
986600     add 1 to line-cnt giving line-cnt.

      *******************************************************************

986600 write-csv-region-line.
|
|     * same columns as the OFFICE/GRAND totals rows, with the
|     * region code in the office column
|
|          move rgn-clts(rgn-sub)         to d-tot-clts
|          move rgn-emps(rgn-sub)         to d-tot-emps
|          move rgn-fd-txbl-grs(rgn-sub)  to d-tot-fd-grs
|          move rgn-fd-amt(rgn-sub)       to d-tot-fd-amt
|          move rgn-ss-txbl-grs(rgn-sub)  to d-tot-ss-grs
|          move rgn-ss-amt(rgn-sub)       to d-tot-ss-amt
|          move rgn-med-txbl-grs(rgn-sub) to d-tot-med-grs
|          move rgn-med-amt(rgn-sub)      to d-tot-med-amt
|          move rgn-st-txbl-grs(rgn-sub)  to d-tot-st-grs
|          move rgn-st-amt(rgn-sub)       to d-tot-st-amt
|          move rgn-lo-txbl-grs(rgn-sub)  to d-tot-lo-grs
|          move rgn-lo-amt(rgn-sub)       to d-tot-lo-amt
|          move rgn-records(rgn-sub)      to d-tot-recs
|          move spaces to ws-csv-rec
|          string 'REGION'             delimited by size
|                 ','                  delimited by size
|                 d-rgn-cd             delimited by size
|                 ','                  delimited by size
|                 d-tot-clts           delimited by size
|                 ','                  delimited by size
|                 d-tot-emps           delimited by size
|                 ','                  delimited by size
|                 d-tot-fd-grs         delimited by size
|                 ','                  delimited by size
|                 d-tot-fd-amt         delimited by size
|                 ','                  delimited by size
|                 d-tot-ss-grs         delimited by size
|                 ','                  delimited by size
|                 d-tot-ss-amt         delimited by size
|                 ','                  delimited by size
|                 d-tot-med-grs        delimited by size
|                 ','                  delimited by size
|                 d-tot-med-amt        delimited by size
|                 ','                  delimited by size
|                 d-tot-st-grs         delimited by size
|                 ','                  delimited by size
|                 d-tot-st-amt         delimited by size
|                 ','                  delimited by size
|                 d-tot-lo-grs         delimited by size
|                 ','                  delimited by size
|                 d-tot-lo-amt         delimited by size
|                 ','                  delimited by size
|                 d-tot-recs           delimited by size
|             into ws-csv-rec
986600     write csv-rec from ws-csv-rec.

      *******************************************************************

985700 write-csv-local-jur-line.
|
|          move spaces to ws-csv-rec

986000     move g-tot-held-clts to d-tot-held-clts
986000     write print-rec from held-total-line        after 1 lines
986500     move 'CLIENTS MAILED DIRECT TO EMPLOYEE  ' to d-empml-label
|          move g-tot-empml-clts to d-tot-empml-cnt
|          write print-rec from empml-total-line       after 1 lines
|          move 'EMPLOYEES MAILED DIRECT TO HOME    ' to d-empml-label
|          move g-tot-empml-emps to d-tot-empml-cnt
986500     write print-rec from empml-total-line       after 1 lines

981400     if ws-csv-mode-on
981400        move zeroes   to d-tot-off-nbr
|             end-if
|             write print-rec from ctl-balance-cnt-line after 1 lines
|
986500        move 'TYPE-5 EMPLOYEE ADDRESSES' to d-ctl-cnt-label
986500        move ctl-exp-cnt-type-5         to d-ctl-exp-cnt
986500        move ctl-act-cnt-type-5         to d-ctl-act-cnt
986500        if ctl-exp-cnt-type-5 not = ctl-act-cnt-type-5
986500           move '*' to d-ctl-cnt-flag
986500           move 'y' to ws-ctl-bal-sw
986500        else
986500           move space to d-ctl-cnt-flag
986500        end-if
986500        write print-rec from ctl-balance-cnt-line after 1 lines
|
|             move 'TYPE-9 OFFICE TRAILERS'   to d-ctl-cnt-label
|             move ctl-exp-cnt-type-9         to d-ctl-exp-cnt
|             move ctl-act-cnt-type-9         to d-ctl-act-cnt
|          write print-rec from ctl-balance-rslt-line after 2 lines
985800     end-if
|
986500     add 13 to line-cnt giving line-cnt
982900     perform print-footer.

      *******************************************************************

982300     perform default-tax-year

987000     if w-ctn-pages > zeroes
|             move w-ctn-pages to ws-ctn-capacity
|          else
|             move 500 to ws-ctn-capacity
987000     end-if

987100     if w-batch-pages > zeroes
|             move w-batch-pages to ws-batch-max-pages
|          else
|             move 10000 to ws-batch-max-pages
987100     end-if

983400*    a from-office with no to-office is a single-office range
983400     if w-office-from not = spaces
983400        and w-office-to = spaces

982800     perform edit-p31x-extract

987400     perform check-step-prereqs
|
|          if season-step-run
|             perform record-step-start
987400     end-if

           perform open-files

           move zeroes to page-cnt
|             perform log-parm-error
|          end-if
|
987000     if w-ctn-pages = spaces
|             move zeroes to w-ctn-pages
|          end-if
|          if w-ctn-pages not numeric
|             move 'Carton capacity is not numeric'
|                  to msg-bad-data
|             perform log-parm-error
|          else
|             if w-ctn-pages > zeroes
|                and w-ctn-pages < 100
|                move 'Carton capacity under 100 pages'
|                     to msg-bad-data
|                perform log-parm-error
|             end-if
987000     end-if
|
987100     if w-batch-pages = spaces
|             move zeroes to w-batch-pages
|          end-if
|          if w-batch-pages not numeric
|             move 'Batch page limit is not numeric'
|                  to msg-bad-data
|             perform log-parm-error
|          else
|             if w-batch-pages > zeroes
|                and w-batch-pages < 500
|                move 'Batch page limit under 500 pages'
|                     to msg-bad-data
|                perform log-parm-error
|             end-if
987100     end-if
|
|          if ws-restart-on and ws-dry-run-on
|             move 'Restart and dry-run together make no sense'
|                  to msg-bad-data
|          move w-reprint to d-parm-value
|          perform write-parm-echo-line
|
987000     move 'CARTON CAPACITY PAGES     ' to d-parm-label
|          move ws-ctn-capacity to d-parm-value
987000     perform write-parm-echo-line
|
987100     move 'BATCH PAGE LIMIT          ' to d-parm-label
|          move ws-batch-max-pages to d-parm-value
987100     perform write-parm-echo-line
|
|          move 'n' to ws-skip-heading
985500     perform print-header.

983000          when ckpt-is-st-liab
983000             move ckpt-st-data
983000                  to st-liab-entry(ckpt-st-sub)
986600          when ckpt-is-region
|                  move ckpt-rgn-data
|                       to rgn-entry(ckpt-rgn-sub)
|                  if ckpt-rgn-sub > rgn-cnt
|                     move ckpt-rgn-sub to rgn-cnt
986600             end-if
987100          when ckpt-is-batch
|                  move ckpt-bat-data
|                       to bat-entry(ckpt-bat-sub)
|                  if ckpt-bat-sub > bat-cnt
|                     move ckpt-bat-sub to bat-cnt
987100             end-if
987600          when ckpt-is-handoff-ctl
|                  move ckpt-ctl-data
987600                       to hct-entry(ckpt-ctl-sub)
982700       end-evaluate
982700    end-if.

983000             add 1 to st-liab-sub
983000       end-perform
983000
986600       move 1 to rgn-sub
|            perform
|               until rgn-sub > rgn-cnt
|                  move 'R'                to ckpt-rgn-rec-type
|                  move rgn-sub            to ckpt-rgn-sub
|                  move rgn-entry(rgn-sub) to ckpt-rgn-data
|                  write ckpt-rgn-rec
|                  add 1 to rgn-sub
986600       end-perform

987100       move 1 to bat-sub
|            perform
|               until bat-sub > bat-cnt
|                  move 'J'                to ckpt-bat-rec-type
|                  move bat-sub            to ckpt-bat-sub
|                  move bat-entry(bat-sub) to ckpt-bat-data
|                  write ckpt-bat-rec
|                  add 1 to bat-sub
987100       end-perform

987600*      hand-off control totals so far, so the restarted
|     *      run's control file covers what it appends to
|            move 1 to hct-sub
|            perform
987800          until hct-sub > 9
|                  move 'K'                to ckpt-ctl-rec-type
|                  move hct-sub            to ckpt-ctl-sub
|                  move hct-entry(hct-sub) to ckpt-ctl-data
|                  write ckpt-ctl-rec
|                  add 1 to hct-sub
987600       end-perform

982700       close ckpt-file
982400     end-if.

|             add 1 to edit-err-cnt giving edit-err-cnt
|          end-if
|
987400*    the control record's figures identify the extract to the
|     *    job stream - a positioned run reads on to it first
|          if idx-positioned
|             and not ctl-rec-present
|             perform read-to-control-rec
|          end-if
|          if ctl-rec-present
|             perform hold-run-extract-id
987400     end-if
|
|          move n-99 to io-call-func
|          call 'prp31xio'
|          move n-91 to io-call-func
|                   move p31x-clt-nbr to edit-clt-nbr
|                when 3
|                when 4
986500           when 5
|                   if not edit-have-clt
|                      or p31x-clt-nbr not = edit-clt-nbr
|                      move spaces to msg-bad-data
|            move 'y' to ws-jurref-open-sw
985700    end-if

986600*   office names, regions and courier routes for the office
|     *   totals, burst index, manifest and region pages - skipped
|     *   quietly when the reference file is not there
|         move 'OFFREF' to dict-name
|         call 'fxlt' using dict-name
|                           offref-tree
|         open input offref-file
|         if offref-flg = i-o-ok
|            move 'y' to ws-offref-open-sw
986600    end-if

987700*   employee W-2 history for the service desk, kept by live
|     *   runs only.  a history that cannot be opened costs the
|     *   lookup this run, not the deliverables.
|         if not ws-dry-run-on
|            move 'EMPHIST' to dict-name
|            call 'fxlt' using dict-name
|                              emphist-tree
|            open i-o emphist-file
|            if emphist-flg = i-o-ok
|               or emphist-flg = '05'
|               move 'y' to ws-emphist-open-sw
|            else
|               move emphist-flg to msg-bad-return-cd
|               move 'Unable to open employee history - not updated'
|                    to msg-bad-data
|               perform log-type-w-msg
|            end-if
987700    end-if

983200    if ws-master-check-on
|            move 'CLTMST' to dict-name
|            call 'fxlt' using dict-name
|            end-if
983900    end-if

986400    if not ws-dry-run-on
|            move 'TMPDIR'  to dict-name
|            call 'fxlt' using dict-name
|                              ws-temp-tree
|            string ws-temp-tree delimited by space,
|                   '/vnd_tran_pstream' delimited by size
|                   ws-range-sfx delimited by space
|                   '.dat' delimited by size
|                    into pstr-tree
|
|            if ws-restart-on
|               open extend pstr-file
|            else
|               open output pstr-file
|            end-if
|            if pstr-flg not = i-o-ok
|               move 'Y' to abort-ind
|               move pstr-flg to msg-bad-return-cd
|               move 'Unable to open vnd_tran_pstream.dat'
|                    to msg-bad-data
|               perform log-type-f-msg
|            end-if
986400    end-if

986500    if not ws-dry-run-on
|            move 'TMPDIR'  to dict-name
|            call 'fxlt' using dict-name
|                              ws-temp-tree
|            string ws-temp-tree delimited by space,
|                   '/vnd_tran_empmail' delimited by size
|                   ws-range-sfx delimited by space
|                   '.dat' delimited by size
|                    into empml-tree
|
|            if ws-restart-on
|               open extend empml-file
|            else
|               open output empml-file
|            end-if
|            if empml-flg not = i-o-ok
|               move 'Y' to abort-ind
|               move empml-flg to msg-bad-return-cd
|               move 'Unable to open vnd_tran_empmail.dat'
|                    to msg-bad-data
|               perform log-type-f-msg
|            end-if
986500    end-if

987000    if not ws-dry-run-on
|            move 'TMPDIR'  to dict-name
|            call 'fxlt' using dict-name
|                              ws-temp-tree
|            string ws-temp-tree delimited by space,
|                   '/vnd_tran_carton' delimited by size
|                   ws-range-sfx delimited by space
|                   '.dat' delimited by size
|                    into ctnlbl-tree
|
|            if ws-restart-on
|               open extend ctnlbl-file
|            else
|               open output ctnlbl-file
|            end-if
|            if ctnlbl-flg not = i-o-ok
|               move 'Y' to abort-ind
|               move ctnlbl-flg to msg-bad-return-cd
|               move 'Unable to open vnd_tran_carton.dat'
|                    to msg-bad-data
|               perform log-type-f-msg
|            end-if
987000    end-if

987100    if not ws-dry-run-on
|            move 'TMPDIR'  to dict-name
|            call 'fxlt' using dict-name
|                              ws-temp-tree
|            string ws-temp-tree delimited by space,
|                   '/vnd_tran_jobtkt' delimited by size
|                   ws-range-sfx delimited by space
|                   '.dat' delimited by size
|                    into jobtkt-tree
|
|            if ws-restart-on
|               open extend jobtkt-file
|            else
|               open output jobtkt-file
|            end-if
|            if jobtkt-flg not = i-o-ok
|               move 'Y' to abort-ind
|               move jobtkt-flg to msg-bad-return-cd
|               move 'Unable to open vnd_tran_jobtkt.dat'
|                    to msg-bad-data
|               perform log-type-f-msg
|            end-if
987100    end-if

985300    if not ws-dry-run-on
|            move 'TMPDIR'  to dict-name
|            call 'fxlt' using dict-name
983100        close manifest-file
983700        close edelv-file
983900        close presort-file
986400        close pstr-file
986500        close empml-file
987000        close ctnlbl-file
987100        close jobtkt-file
985100        close transmittal-file
985300        close billing-file
984000        close rate-edit-file
983200     if cltmst-is-open
983200        close cltmst-file
983200     end-if
987700     if emphist-is-open
|             close emphist-file
987700     end-if
985700     if jurref-is-open
985700        close jurref-file
985700     end-if
986600     if offref-is-open
|             close offref-file
986600     end-if
985900     if q941-is-open
985900        close q941-file
985900        if not ws-dry-run-on
983200     end-if
982500     if not ws-dry-run-on
981300        close ors-output-file
987600        perform write-handoff-controls
982500     end-if
           call 'prmsxxio'
           close print-file.
981400        close csv-file
           end-if.

987600*****************************************************************
|
|      write-handoff-controls.
|
|     * control file for the vendor hand-off files of the run: one
|     * record per file with the name it went out under and the
|     * totals it was written with, so the receiving end can prove
|     * with prgdelv that each file arrived whole.  totals a file's
|     * layout does not carry stay zero.
|
|          move 'write-handoff-controls' to msg-paragraph
|
|          move 'TMPDIR'  to dict-name
|          call 'fxlt' using dict-name
|                            ws-temp-tree
|          string ws-temp-tree delimited by space,
|                 '/vnd_tran' delimited by size
|                 ws-range-sfx delimited by space
|                 '.ctl' delimited by size
|                 into hctl-tree
|
|          open output hctl-file
|          if hctl-flg not = i-o-ok
|             move hctl-flg to msg-bad-return-cd
|             move 'Unable to open vnd_tran.ctl - hand-offs unverified'
|                  to msg-bad-data
|             perform log-type-w-msg
|          else
|             move 1 to hct-sub
|             perform
987800           until hct-sub > 9
|                   move spaces             to hctl-rec
|                   move hct-id(hct-sub)    to hctl-file-id
|                   evaluate true
|                      when hctl-presort
|                         move presort-tree     to hctl-file-name
|                      when hctl-edelv-index
|                         move edelv-tree       to hctl-file-name
|                      when hctl-manifest
|                         move manifest-tree    to hctl-file-name
|                      when hctl-billing
|                         move billing-tree     to hctl-file-name
|                      when hctl-transmittal
|                         move transmittal-tree to hctl-file-name
|                      when hctl-ors
|                         move ors-file-tree    to hctl-file-name
987800                 when hctl-print-stream
|                         move pstr-tree        to hctl-file-name
|                      when hctl-empmail
|                         move empml-tree       to hctl-file-name
|                      when hctl-job-ticket
987800                    move jobtkt-tree      to hctl-file-name
|                   end-evaluate
|                   move w-tax-year         to hctl-tax-year
|                   move w2-delv-rundt      to hctl-run-dt
|                   move w2-delv-runtm      to hctl-run-tm
|                   move hct-entry(hct-sub) to hctl-totals
|                   write hctl-rec
|                   add 1 to hct-sub
|             end-perform
|             close hctl-file
987600     end-if.

       read-next-p31x.
           perform read-next-p31x-read

|             and p31x-flg = i-o-ok
|             and ws-p31x-rec-nbr > ws-idx-stop-rec
|             move '10' to p31x-flg
987400        move 'y'  to ws-idx-stop-sw
985800     end-if.

982900 tally-p31x-record.
|                   move p31x-ctl-cnt-type-3 to ctl-exp-cnt-type-3
|                   move p31x-ctl-cnt-type-4 to ctl-exp-cnt-type-4
|                   move p31x-ctl-cnt-type-9 to ctl-exp-cnt-type-9
986500              if p31x-ctl-cnt-type-5 numeric
986500                 move p31x-ctl-cnt-type-5 to ctl-exp-cnt-type-5
986500              else
986500                 move zeroes              to ctl-exp-cnt-type-5
986500              end-if
|                   move p31x-ctl-fd-grs-hash
|                                            to ctl-exp-fd-grs-hash
|                   move p31x-ctl-fd-amt-hash
|                          giving ctl-act-fd-grs-hash
|                   add p31x-emp-fd-amt      to ctl-act-fd-amt-hash
|                          giving ctl-act-fd-amt-hash
986500           when 5
986500              add 1 to ctl-act-cnt-type-5
986500                     giving ctl-act-cnt-type-5
|                when 9
|                   add 1 to ctl-act-cnt-type-9
|                          giving ctl-act-cnt-type-9
       abort-rtn.
983300    move 'A' to ws-run-outcome
983300    perform write-run-history
987400    if step-recorded
|            move 'n' to ws-step-rec-sw
|            move 'A' to stc-end-status
|            move 1   to stc-end-rc
|            perform record-step-finish
987400    end-if
          move 1 to return-code
          stop run.

|                   add 1 to bus-type-sub
|             end-perform
|
987800*    one R record per region with activity, so the consolidated
|     *    run can print the region subtotal pages.  the office
|     *    reference file being missing leaves the table empty.
|             move 1 to rgn-sub
|             perform
|                until rgn-sub > rgn-cnt
|                   if rgn-off-cnt(rgn-sub) > 0
|                      move 'R'                to hoff-rgn-rec-type
|                      move rgn-sub            to hoff-rgn-sub
|                      move rgn-entry(rgn-sub) to hoff-rgn-data
|                      write hoff-rgn-rec
|                   end-if
|                   add 1 to rgn-sub
987800        end-perform
|
|             close handoff-file
|          else
|             move handoff-flg to msg-bad-return-cd
986100        move w2delv-parameters    to ws-runh-parm-stage
986100        move ws-runh-parm-stage(1:40)
986100             to runh-parameters
987000        move ws-runh-parm-stage(41:18)
986100             to runh-parameters-2
|             move g-tot-clts        to runh-tot-clts
|             move g-tot-emps        to runh-tot-emps
|             perform log-type-w-msg
983300     end-if.

987400 read-to-control-rec.
|
|     * a positioned run stops short of the extract's trailing
|     * control record.  read on to it, bare, past the run's span -
|     * the record that surfaced as end of file is real and untallied.
|
|          move 'read-to-control-rec' to msg-paragraph
|
|          if idx-stopped
|             move i-o-ok to p31x-flg
|          end-if
|          perform read-on-to-control-rec
|             until p31x-flg not = i-o-ok
987400           or ctl-rec-present.

987400 read-on-to-control-rec.
|          perform tally-p31x-record
|          if not ctl-rec-present
|             move 3 to io-call-func
|             call 'prp31xio'
987400     end-if.

987400 hold-run-extract-id.
|          move ctl-exp-cnt-type-1  to stc-run-cnt-type-1
|          move ctl-exp-cnt-type-3  to stc-run-cnt-type-3
|          move ctl-exp-cnt-type-4  to stc-run-cnt-type-4
|          move ctl-exp-cnt-type-5  to stc-run-cnt-type-5
|          move ctl-exp-cnt-type-9  to stc-run-cnt-type-9
|          move ctl-exp-fd-grs-hash to stc-run-fd-grs-hash
987400     move ctl-exp-fd-amt-hash to stc-run-fd-amt-hash.

      *******************************************************************

987400 check-step-prereqs.
|
|     * the season job stream runs prgdelx, the delivery report runs,
|     * prgdelc, then prgdeld.  every run of this program needs the
987800* office index step finished clean; a season run also needs it
|     * on this same extract.  corrections, bounce, reprint, dry,
|     * host and research runs work off an extract of their own, so
987800* for them the index step's extract is not compared.
|
|          move 'check-step-prereqs' to msg-paragraph
|
987400     if not ws-dry-run-on
|             and not ws-bounce-on
|             and not ws-reprint-on
|             and not ws-corrections-on
|             and w-host-office  = spaces
|             and w-rsch-office  = spaces
|             and w-rsch-clt-nbr = spaces
|             move 'y' to ws-step-run-sw
|             if w-office-from not = spaces
|                string w-office-from delimited by size
|                       '-'           delimited by size
|                       w-office-to   delimited by size
|                   into ws-step-range
|             else
|                move '0000-9999' to ws-step-range
|             end-if
987400     end-if
|
987800     perform open-stepctl-input
|          move 1      to stc-step-nbr
|          move spaces to stc-range
|          perform judge-step-rec
|          close stepctl-file
|
|          if not stc-step-good
|             and (season-step-run
|                  or not stc-step-other-extract)
|             move spaces to msg-bad-data
|             string 'Refused - office index step ' delimited by size
|                    stc-verdict-text               delimited by size
|                into msg-bad-data
|             perform log-type-f-msg
|             perform abort-rtn
987800     end-if.

      *******************************************************************

987400 judge-step-rec.
|
|     * what the step record keyed in stc-key says about that step:
|     * the running step's extract is in stc-run-extract-id
|
|          read stepctl-file
|          evaluate true
|             when stepctl-flg not = i-o-ok
|                move 'M' to stc-verdict
|                move 'has not run'            to stc-verdict-text
|             when stc-started
|                move 'U' to stc-verdict
|                move 'has not finished'       to stc-verdict-text
|             when stc-aborted
|                or stc-return-cd > 4
|                move 'F' to stc-verdict
|                move 'failed'                 to stc-verdict-text
|             when stc-extract-id not = stc-run-extract-id
|                move 'X' to stc-verdict
|                move 'ran on another extract' to stc-verdict-text
|             when other
|                move 'K' to stc-verdict
|                move spaces                   to stc-verdict-text
987400     end-evaluate.

      *******************************************************************

987400 record-step-start.
|
|          move 'record-step-start' to msg-paragraph
|
|          perform open-stepctl-update
|          move 2             to stc-step-nbr
|          move ws-step-range to stc-range
|          read stepctl-file
|          move stepctl-flg   to stc-read-flg
|
|          initialize stepctl-rec
|          accept stc-now-dt from date yyyymmdd
|          accept stc-now-tm from time
|          move 2                  to stc-step-nbr
|          move ws-step-range      to stc-range
|          move 'prgdel'           to stc-pgm-name
|          move 'S'                to stc-status
|          move stc-now-dt         to stc-start-dt
|          move stc-now-tm(1:6)    to stc-start-tm
|          move spaces             to stc-finish-stamp
|          move stc-run-extract-id to stc-extract-id
|          if stc-read-flg = i-o-ok
|             rewrite stepctl-rec
|          else
|             write stepctl-rec
|          end-if
|          if stepctl-flg not = i-o-ok
|             move stepctl-flg to msg-bad-return-cd
|             move 'Unable to record step start on step control file'
|                  to msg-bad-data
|             perform log-type-f-msg
|             perform abort-rtn
|          end-if
|          close stepctl-file
987400     move 'y' to ws-step-rec-sw.

      *******************************************************************

987400 record-step-finish.
|
|     * only warns when the record cannot be rewritten - the run is
|     * over, and a step left started stops the next step anyway
|
|          move 'record-step-finish' to msg-paragraph
|
|          move 'STEPCTL' to dict-name
|          call 'fxlt' using dict-name
|                            stepctl-tree
|          open i-o stepctl-file
|          if stepctl-flg = i-o-ok
|             move 2             to stc-step-nbr
|             move ws-step-range to stc-range
|             read stepctl-file
|             if stepctl-flg = i-o-ok
|                accept stc-now-dt from date yyyymmdd
|                accept stc-now-tm from time
|                move stc-end-status  to stc-status
|                move stc-now-dt      to stc-finish-dt
|                move stc-now-tm(1:6) to stc-finish-tm
|                move stc-end-rc      to stc-return-cd
|                rewrite stepctl-rec
|             end-if
|             close stepctl-file
|          end-if
|          if stepctl-flg not = i-o-ok
|             move stepctl-flg to msg-bad-return-cd
|             move 'Unable to record step finish on step control file'
|                  to msg-bad-data
|             perform log-type-w-msg
987400     end-if.

      *******************************************************************

987400 open-stepctl-input.
|          move 'STEPCTL' to dict-name
|          call 'fxlt' using dict-name
|                            stepctl-tree
|          open input stepctl-file
|          if stepctl-flg not = i-o-ok
|             and stepctl-flg not = '05'
|             move stepctl-flg to msg-bad-return-cd
|             move 'Unable to open step control file' to msg-bad-data
|             perform log-type-f-msg
|             perform abort-rtn
987400     end-if.

987400 open-stepctl-update.
|          move 'STEPCTL' to dict-name
|          call 'fxlt' using dict-name
|                            stepctl-tree
|          open i-o stepctl-file
|          if stepctl-flg not = i-o-ok
|             and stepctl-flg not = '05'
|             move stepctl-flg to msg-bad-return-cd
|             move 'Unable to open step control file' to msg-bad-data
|             perform log-type-f-msg
|             perform abort-rtn
987400     end-if.

108226 pop-info-control.
|           move w-host-office    to info-off-nbr
|           move '00000000000'    to info-clt-nbr

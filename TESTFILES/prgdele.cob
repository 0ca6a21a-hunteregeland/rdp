       program-id. prgdele.
       author. testing.
       date-written. 01/01/01.
       date-compiled.
      ********************************************************************
      *                                                                  *
      *   Description of Routine                                         *
      *   ----------------------                                         *
      *   Service-desk lookup of the employee W-2 history file loaded    *
      *   by the W-2 delivery report's live runs.  Prints one client's   *
      *   employees, or one employee, for one tax year or every tax      *
      *   year on file, without the extract: the W-2 amounts as last     *
      *   delivered with any amendments added in, the adjustment box     *
      *   counts, the coupon count, the delivery channel, and the run    *
      *   and amendment history.                                         *
      *   Command line: tax year in columns 1-4 (blank for every year),  *
      *   office in columns 6-9, client in columns 11-21, employee       *
      *   number in columns 23-32 (blank for every employee of the       *
      *   client).  Return code 4 when nothing is on file for it,        *
      *   else 0.                                                        *
      *                                                                  *
      ********************************************************************

       environment division.
       configuration section.
       source-computer. hp.
       object-computer. hp.

       input-output section.
       file-control.

       copy 'prmsxxsl'.
       copy 'premphsl'.

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

       fd  emphist-file
           data record is emphist-rec
           value of file-id is emphist-tree.
           copy 'premphfd'.

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
       copy 'premphws'.

       77 ws-pgm-name              pic x(15) value 'prgdele'.

       01 list-flg                      pic x(02) value spaces.
       01 list-tree                     pic x(60) value spaces.
       01 ws-temp-tree                  pic x(60) value spaces.

       01 lookup-parameters.
          05 e-tax-year-parm            pic x(04) value spaces.
          05                            pic x(01) value spaces.
          05 e-off-parm                 pic x(04) value spaces.
          05                            pic x(01) value spaces.
          05 e-clt-parm                 pic x(11) value spaces.
          05                            pic x(01) value spaces.
          05 e-emp-parm                 pic x(10) value spaces.

      *    the history is keyed by tax year first, so each year is
      *    entered at the client (and employee) asked for and left at
      *    the first record past it
       01 ws-scan-year                  pic 9(04) value zeroes.
       01 ws-scan-sw                    pic x(01) value 'n'.
          88 scan-done                           value 'y'.
       01 ws-emp-from                   pic 9(10) value zeroes.
       01 ws-emp-cnt                    pic 9(07) value zeroes.
       01 ws-parm-err-sw                pic x(01) value 'n'.
          88 parm-in-error                       value 'y'.

       01 emph-title.
          05                            pic x(30) value
             'W2 EMPLOYEE HISTORY LOOKUP    '.
          05                            pic x(10) value 'TAX YEAR: '.
          05 d-emph-t-year              pic x(04) value spaces.
          05                            pic x(10) value
             '  OFFICE: '.
          05 d-emph-t-off               pic x(04) value spaces.
          05                            pic x(10) value
             '  CLIENT: '.
          05 d-emph-t-clt               pic x(11) value spaces.
          05                            pic x(12) value
             '  EMPLOYEE: '.
          05 d-emph-t-emp               pic x(10) value spaces.

       01 emph-line-1.
          05                            pic x(09) value 'TAX YEAR '.
          05 d-emph-tax-year            pic 9(04) value zeroes.
          05                            pic x(09) value
             '  OFFICE '.
          05 d-emph-off-nbr             pic 9(04) value zeroes.
          05                            pic x(09) value
             '  CLIENT '.
          05 d-emph-clt-nbr             pic x(11) value spaces.
          05                            pic x(11) value
             '  EMPLOYEE '.
          05 d-emph-emp-nbr             pic 9(10) value zeroes.
          05                            pic x(02) value spaces.
          05 d-emph-name                pic x(57) value spaces.

       01 emph-line-2.
          05                            pic x(12) value
             '   DELIVERY '.
          05 d-emph-channel             pic x(15) value spaces.
          05                            pic x(04) value ' CD '.
          05 d-emph-deliv-cd            pic x(01) value space.
          05                            pic x(11) value
             '  RUN TYPE '.
          05 d-emph-run-type            pic x(07) value spaces.
          05                            pic x(12) value
             '  FIRST RUN '.
          05 d-emph-first-run-dt        pic x(08) value spaces.
          05                            pic x(11) value
             '  LAST RUN '.
          05 d-emph-last-run-dt         pic x(08) value spaces.
          05                            pic x(01) value space.
          05 d-emph-last-run-tm         pic x(04) value spaces.
          05                            pic x(07) value '  RUNS '.
          05 d-emph-run-cnt             pic zz9.
          05                            pic x(10) value
             '  AMENDED '.
          05 d-emph-amend-cnt           pic zz9.
          05                            pic x(06) value ' LAST '.
          05 d-emph-last-amend-dt       pic x(08) value spaces.

       01 emph-line-3.
          05                            pic x(13) value
             '   FED WAGES '.
          05 d-emph-fd-grs              pic -(9)9.99.
          05                            pic x(11) value
             '   FED W/H '.
          05 d-emph-fd-amt              pic -(9)9.99.
          05                            pic x(12) value
             '   SS WAGES '.
          05 d-emph-ss-grs              pic -(9)9.99.
          05                            pic x(10) value
             '   SS W/H '.
          05 d-emph-ss-amt              pic -(9)9.99.

       01 emph-line-4.
          05                            pic x(13) value
             '   MED WAGES '.
          05 d-emph-med-grs             pic -(9)9.99.
          05                            pic x(11) value
             '   MED W/H '.
          05 d-emph-med-amt             pic -(9)9.99.
          05                            pic x(12) value
             '   COUPONS  '.
          05 d-emph-cpn-cnt             pic zz9.
          05                            pic x(20) value
             '   BOX 10/12/13/14 '.
          05 d-emph-box-10-cnt          pic zz9.
          05                            pic x(01) value '/'.
          05 d-emph-box-12-cnt          pic zz9.
          05                            pic x(01) value '/'.
          05 d-emph-box-13-cnt          pic zz9.
          05                            pic x(01) value '/'.
          05 d-emph-box-14-cnt          pic zz9.

       01 emph-st-line.
          05                            pic x(09) value
             '   STATE '.
          05 d-emph-st-cd               pic 9(02) value zeroes.
          05                            pic x(05) value spaces.
          05                            pic x(08) value ' WAGES '.
          05 d-emph-st-grs              pic -(9)9.99.
          05                            pic x(06) value ' TAX '.
          05 d-emph-st-amt              pic -(9)9.99.

       01 emph-lo-line.
          05                            pic x(09) value
             '   LOCAL '.
          05 d-emph-lo-st-cd            pic 9(02) value zeroes.
          05                            pic x(01) value '-'.
          05 d-emph-lo-cd               pic 9(02) value zeroes.
          05                            pic x(02) value spaces.
          05                            pic x(08) value ' WAGES '.
          05 d-emph-lo-grs              pic -(9)9.99.
          05                            pic x(06) value ' TAX '.
          05 d-emph-lo-amt              pic -(9)9.99.

       01 emph-more-line.
          05                            pic x(03) value spaces.
          05 d-emph-more-cnt            pic zz9.
          05                            pic x(01) value space.
          05 d-emph-more-what           pic x(06) value spaces.
          05                            pic x(40) value
             ' LINES ON THE W-2, NOT ALL KEPT ON FILE'.

       01 emph-none-line.
          05                            pic x(40) value
             'NO W-2 HISTORY ON FILE FOR THIS LOOKUP'.

       01 emph-total-line.
          05                            pic x(20) value
             'W-2 RECORDS LISTED: '.
          05 d-emph-emp-cnt             pic z(06)9.

      ****************************************************************

       procedure division.

           perform log-start-msg

           perform initialization

           perform position-at-year
           perform list-emph-rec
              until scan-done

           perform print-lookup-totals

           perform close-files

           perform log-finish-msg

           if ws-emp-cnt = zeroes
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

           accept lookup-parameters from command-line

           perform edit-lookup-parms

           perform open-files

           move e-tax-year-parm to d-emph-t-year
           if e-tax-year-parm = spaces
              move 'ALL' to d-emph-t-year
           end-if
           move e-off-parm to d-emph-t-off
           move e-clt-parm to d-emph-t-clt
           move e-emp-parm to d-emph-t-emp
           if e-emp-parm = spaces
              move 'ALL' to d-emph-t-emp
           end-if
           write list-rec from emph-title.

      *******************************************************************

       edit-lookup-parms.

      *    office and client are required; tax year and employee
      *    narrow the lookup when given

           move 'edit-lookup-parms' to msg-paragraph

           if e-tax-year-parm not = spaces
              if e-tax-year-parm numeric
                 move e-tax-year-parm to ws-scan-year
              else
                 move 'Tax year must be numeric or blank'
                      to msg-bad-data
                 perform log-type-f-msg
                 move 'y' to ws-parm-err-sw
              end-if
           end-if

           if e-off-parm not numeric
              move 'Office is required and must be numeric'
                   to msg-bad-data
              perform log-type-f-msg
              move 'y' to ws-parm-err-sw
           end-if

           if e-clt-parm = spaces
              move 'Client is required' to msg-bad-data
              perform log-type-f-msg
              move 'y' to ws-parm-err-sw
           end-if

           if e-emp-parm not = spaces
              if e-emp-parm numeric
                 move e-emp-parm to ws-emp-from
              else
                 move 'Employee number must be numeric or blank'
                      to msg-bad-data
                 perform log-type-f-msg
                 move 'y' to ws-parm-err-sw
              end-if
           end-if

           if parm-in-error
              perform abort-rtn
           end-if.

      *******************************************************************

       position-at-year.

      *    first record at or past the client (and employee) in
      *    ws-scan-year; none means no later year has it either

           move 'position-at-year' to msg-paragraph

           if not scan-done
              move ws-scan-year to emph-tax-year
              move e-off-parm   to emph-off-nbr
              move e-clt-parm   to emph-clt-nbr
              move ws-emp-from  to emph-emp-nbr
              start emphist-file key is not less than emph-key
              if emphist-flg = i-o-ok
                 perform read-next-emph
              else
                 move 'y' to ws-scan-sw
              end-if
           end-if.

      *******************************************************************

       list-emph-rec.

      *    a record that is not the lookup's ends its year: the next
      *    year is entered afresh, unless one year was asked for

           move 'list-emph-rec' to msg-paragraph

           evaluate true
              when emph-off-nbr = e-off-parm
               and emph-clt-nbr = e-clt-parm
               and (e-emp-parm = spaces
                    or emph-emp-nbr = ws-emp-from)
               and (e-tax-year-parm = spaces
                    or emph-tax-year = ws-scan-year)
                 perform print-emph-rec
                 perform read-next-emph
              when e-tax-year-parm not = spaces
                 or emph-tax-year = 9999
                 move 'y' to ws-scan-sw
              when emph-tax-year = ws-scan-year
                 add 1 to ws-scan-year giving ws-scan-year
                 perform position-at-year
              when other
                 move emph-tax-year to ws-scan-year
                 perform position-at-year
           end-evaluate.

      *******************************************************************

       print-emph-rec.

           move 'print-emph-rec' to msg-paragraph

           add 1 to ws-emp-cnt giving ws-emp-cnt

           move emph-tax-year to d-emph-tax-year
           move emph-off-nbr  to d-emph-off-nbr
           move emph-clt-nbr  to d-emph-clt-nbr
           move emph-emp-nbr  to d-emph-emp-nbr
           move spaces        to d-emph-name
           string emph-first-name delimited by '  '
                  ' '             delimited by size
                  emph-mid-name   delimited by '  '
                  ' '             delimited by size
                  emph-last-name  delimited by '  '
                  ' '             delimited by size
                  emph-sfx        delimited by '  '
              into d-emph-name
           write list-rec from emph-line-1 after 2 lines

           evaluate emph-deliv-channel
              when 'C'
                 move 'MAIL TO CLIENT'  to d-emph-channel
              when 'B'
                 move 'MAIL TO BRANCH'  to d-emph-channel
              when 'E'
                 move 'E-DELIVERY'      to d-emph-channel
              when 'D'
                 move 'MAILED TO EMP'   to d-emph-channel
              when 'T'
                 move 'TERMINATED'      to d-emph-channel
              when 'H'
                 move 'HELD'            to d-emph-channel
              when other
                 move 'NOT DELIVERED'   to d-emph-channel
           end-evaluate
           move emph-deliv-cd to d-emph-deliv-cd
           evaluate emph-run-type
              when 'B'
                 move 'BOUNCE'  to d-emph-run-type
              when 'R'
                 move 'REPRINT' to d-emph-run-type
              when other
                 move 'SEASON'  to d-emph-run-type
           end-evaluate
           move emph-first-run-dt  to d-emph-first-run-dt
           move emph-last-run-dt   to d-emph-last-run-dt
           move emph-last-run-tm   to d-emph-last-run-tm
           move emph-run-cnt       to d-emph-run-cnt
           move emph-amend-cnt     to d-emph-amend-cnt
           move emph-last-amend-dt to d-emph-last-amend-dt
           write list-rec from emph-line-2

           move emph-fd-grs to d-emph-fd-grs
           move emph-fd-amt to d-emph-fd-amt
           move emph-ss-grs to d-emph-ss-grs
           move emph-ss-amt to d-emph-ss-amt
           write list-rec from emph-line-3

           move emph-med-grs    to d-emph-med-grs
           move emph-med-amt    to d-emph-med-amt
           move emph-cpn-cnt    to d-emph-cpn-cnt
           move emph-box-10-cnt to d-emph-box-10-cnt
           move emph-box-12-cnt to d-emph-box-12-cnt
           move emph-box-13-cnt to d-emph-box-13-cnt
           move emph-box-14-cnt to d-emph-box-14-cnt
           write list-rec from emph-line-4

           move 1 to emph-sub
           perform print-emph-st-line
              until emph-sub > emph-st-cnt
                 or emph-sub > emph-st-max
           if emph-st-cnt > emph-st-max
              move emph-st-cnt to d-emph-more-cnt
              move 'STATE' to d-emph-more-what
              write list-rec from emph-more-line
           end-if

           move 1 to emph-sub
           perform print-emph-lo-line
              until emph-sub > emph-lo-cnt
                 or emph-sub > emph-lo-max
           if emph-lo-cnt > emph-lo-max
              move emph-lo-cnt to d-emph-more-cnt
              move 'LOCAL' to d-emph-more-what
              write list-rec from emph-more-line
           end-if.

      *******************************************************************

       print-emph-st-line.

           move emph-st-cd(emph-sub)  to d-emph-st-cd
           move emph-st-grs(emph-sub) to d-emph-st-grs
           move emph-st-amt(emph-sub) to d-emph-st-amt
           write list-rec from emph-st-line
           add 1 to emph-sub giving emph-sub.

      *******************************************************************

       print-emph-lo-line.

           move emph-lo-st-cd(emph-sub) to d-emph-lo-st-cd
           move emph-lo-cd(emph-sub)    to d-emph-lo-cd
           move emph-lo-grs(emph-sub)   to d-emph-lo-grs
           move emph-lo-amt(emph-sub)   to d-emph-lo-amt
           write list-rec from emph-lo-line
           add 1 to emph-sub giving emph-sub.

      *******************************************************************

       print-lookup-totals.

           move 'print-lookup-totals' to msg-paragraph

           if ws-emp-cnt = zeroes
              write list-rec from emph-none-line after 2 lines
           end-if
           move ws-emp-cnt to d-emph-emp-cnt
           write list-rec from emph-total-line after 2 lines.

      *******************************************************************

       read-next-emph.

           read emphist-file next record
              at end move 'y' to ws-scan-sw
           end-read
           if emphist-flg not = i-o-ok
              move 'y' to ws-scan-sw
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

           move 'EMPHIST' to dict-name
           call 'fxlt' using dict-name
                             emphist-tree

           open input emphist-file
      *    '05' is optional-file-not-present - no live run has kept
      *    history yet, so there is nothing to find
           if emphist-flg = '05'
              move 'y' to ws-scan-sw
           else
              if emphist-flg not = i-o-ok
                 move emphist-flg to msg-bad-return-cd
                 move 'Unable to open employee W-2 history file'
                      to msg-bad-data
                 perform log-type-f-msg
                 perform abort-rtn
              end-if
           end-if

           move 'TMPDIR' to dict-name
           call 'fxlt' using dict-name
                             ws-temp-tree
           string ws-temp-tree delimited by space
                  '/emphist.rpt' delimited by size
                  into list-tree

           open output list-file
           if list-flg not = i-o-ok
              move list-flg to msg-bad-return-cd
              move 'Unable to open emphist.rpt' to msg-bad-data
              perform log-type-f-msg
              perform abort-rtn
           end-if.

      *****************************************************************

       close-files.

           move n-99 to io-call-func
           call 'prmsxxio'
           close emphist-file
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

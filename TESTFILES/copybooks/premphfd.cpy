      ****************************************************************
      * PREMPHFD - record layout for the employee W-2 history file:
      * one record per tax year, office, client and employee, as the
      * latest live delivery report run that carried the employee
      * delivered the W-2, with the deltas of any corrections runs
      * since added into its amounts.  the first run date, run count
      * and amendment figures carry across the runs.  state and local
      * lines past the table sizes are counted but not kept.  loaded
      * by the delivery report; read by the prgdele service-desk
      * lookup.
      ****************************************************************
       01 emphist-rec.
          05 emph-key.
             10 emph-tax-year         pic 9(04).
             10 emph-off-nbr          pic 9(04).
             10 emph-clt-nbr          pic x(11).
             10 emph-emp-nbr          pic 9(10).
          05 emph-first-name          pic x(15).
          05 emph-mid-name            pic x(15).
          05 emph-last-name           pic x(20).
          05 emph-sfx                 pic x(04).
          05 emph-fd-grs              pic s9(09)v99.
          05 emph-fd-amt              pic s9(09)v99.
          05 emph-ss-grs              pic s9(09)v99.
          05 emph-ss-amt              pic s9(09)v99.
          05 emph-med-grs             pic s9(09)v99.
          05 emph-med-amt             pic s9(09)v99.
          05 emph-st-cnt              pic 9(03).
          05 emph-st-table.
             10 emph-st-item          occurs 8 times.
                15 emph-st-cd         pic 9(02).
                15 emph-st-grs        pic s9(09)v99.
                15 emph-st-amt        pic s9(09)v99.
          05 emph-lo-cnt              pic 9(03).
          05 emph-lo-table.
             10 emph-lo-item          occurs 8 times.
                15 emph-lo-st-cd      pic 9(02).
                15 emph-lo-cd         pic 9(02).
                15 emph-lo-grs        pic s9(09)v99.
                15 emph-lo-amt        pic s9(09)v99.
          05 emph-box-10-cnt          pic 9(03).
          05 emph-box-12-cnt          pic 9(03).
          05 emph-box-13-cnt          pic 9(03).
          05 emph-box-14-cnt          pic 9(03).
          05 emph-cpn-cnt             pic 9(03).
      *      channel as on the billing extract - C mail to client,
      *      B mail to branch, E e-delivery, D mailed to the employee,
      *      T terminated client, O not delivered - or H for a client
      *      held from delivery
          05 emph-deliv-channel       pic x(01).
             88 emph-deliv-held                 value 'H'.
          05 emph-deliv-cd            pic x(01).
      *      O season or rerun, B bounce re-queue, R reprint
          05 emph-run-type            pic x(01).
          05 emph-first-run-dt        pic x(08).
          05 emph-last-run-dt         pic x(08).
          05 emph-last-run-tm         pic x(04).
          05 emph-run-cnt             pic 9(03).
          05 emph-amend-cnt           pic 9(03).
          05 emph-last-amend-dt       pic x(08).
          05 emph-last-amend-tm       pic x(04).
          05 filler                   pic x(20).

      * amended type-4 record are deltas (corrected minus original).
          05 p31x-amend-ind           pic x(01).
          05 p31x-orig-run-dt         pic x(08).
      * employer identification number, carried on type-1 records
      * for the SSA wage filing
          05 p31x-clt-ein             pic x(09).
          05 filler                   pic x(02).
      * client mailing address, carried on type-1 records for the
      * presort mailing hand-off
          05 p31x-clt-addr-area.
             10 p31x-clt-addr-1       pic x(30).
             10 p31x-clt-addr-2       pic x(30).
             10 p31x-clt-city         pic x(20).
             10 p31x-clt-st           pic x(02).
             10 p31x-clt-zip          pic x(09).
      * the same area on a federal type-4 record (state and local
      * codes zero) carries the employee's SSN and name as they go
      * on the W-2 and the SSA wage filing
          05 p31x-emp-id-area redefines p31x-clt-addr-area.
             10 p31x-emp-ssn          pic x(09).
             10 p31x-emp-first-name   pic x(15).
             10 p31x-emp-mid-name     pic x(15).
             10 p31x-emp-last-name    pic x(20).
             10 p31x-emp-sfx          pic x(04).
             10 filler                pic x(28).
      * and on a type-3 adjustment record the box item itself: the
      * box 12 code (box 13 checkbox S, R or T; blank for box 10 and
      * box 14), the amount, and the box 14 caption
          05 p31x-adj-area redefines p31x-clt-addr-area.
             10 p31x-adj-cd           pic x(02).
             10 p31x-adj-amt          pic s9(09)v99.
             10 p31x-adj-desc         pic x(10).
             10 filler                pic x(68).
      * a type-5 employee-address record, sent for each employee of
      * a mail-direct-to-employee client, carries the employee's home
      * mailing address in the same area.  the extract is in office,
      * client, employee and type order, so the type-5 record comes
      * after that employee's type-3 and type-4 records and before
      * the next employee's; the W-2 print and the SSA wage filing
      * pick it up only in that position and drop one that arrives
      * anywhere else.
          05 p31x-emp-addr-area redefines p31x-clt-addr-area.
             10 p31x-emp-addr-1       pic x(30).
             10 p31x-emp-addr-2       pic x(30).
             10 p31x-emp-city         pic x(20).
             10 p31x-emp-st           pic x(02).
             10 p31x-emp-zip          pic x(09).
      ****************************************************************
      * control-totals record written last by the extract job, one
      * per file, carried on the same record image with type code 0.
      * record counts per data type plus hash totals of the federal
      * taxable gross and withholding carried on type-4 records.  the
      * type-5 count follows the hashes so older records still map.
      ****************************************************************
       01 p31x-ctl-rec.
          05 filler                   pic x(25).
          05 p31x-ctl-cnt-type-9      pic 9(09).
          05 p31x-ctl-fd-grs-hash     pic s9(13)v99.
          05 p31x-ctl-fd-amt-hash     pic s9(13)v99.
          05 p31x-ctl-cnt-type-5      pic 9(09).
          05 filler                   pic x(185).

      ****************************************************************
      * PREFWAFD - record layout for the SSA filed amounts file: what
      * was last reported to SSA for each employee, written by the
      * prgdelw wage filing on an original filing and read back (then
      * brought up to date) on a corrections filing, which has to
      * show the originally reported figures beside the corrected
      * ones.
      ****************************************************************
       01 efwamt-rec.
          05 efwamt-key.
             10 efwamt-tax-year       pic 9(04).
             10 efwamt-off-nbr        pic 9(04).
             10 efwamt-clt-nbr        pic x(11).
             10 efwamt-emp-nbr        pic 9(10).
          05 efwamt-ssn               pic x(09).
          05 efwamt-first-name        pic x(15).
          05 efwamt-mid-name          pic x(15).
          05 efwamt-last-name         pic x(20).
          05 efwamt-sfx               pic x(04).
          05 efwamt-filed-dt          pic x(08).
          05 efwamt-buckets.
             copy 'prefwbws' replacing leading ==efw== by ==efwa==.
          05 filler                   pic x(20).

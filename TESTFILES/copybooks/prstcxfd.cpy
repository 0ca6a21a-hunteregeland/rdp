      ****************************************************************
      * PRSTCXFD - record layout for the W-2 job stream step control
      * file: one record per step of the season stream, rewritten
      * each time the step runs.  step 1 is the office index build
      * (prgdelx); step 2 the delivery report, one record per office
      * range (0000-9999 for a run over the whole extract); step 3
      * the range-run consolidation (prgdelc); step 4 the courier
      * delivery confirmation (prgdeld).  each record carries when
      * the step started and finished, its return code, and the
      * extract it ran against, identified by the counts and hash
      * totals off the extract's type-0 control record.  a new
      * extract through step 1 clears steps 2 through 4.
      ****************************************************************
       01 stepctl-rec.
          05 stc-key.
             10 stc-step-nbr          pic 9(01).
                88 stc-step-index               value 1.
                88 stc-step-report              value 2.
                88 stc-step-consol              value 3.
                88 stc-step-confirm             value 4.
             10 stc-range             pic x(09).
          05 stc-pgm-name             pic x(08).
          05 stc-status               pic x(01).
             88 stc-started                     value 'S'.
             88 stc-finished                    value 'F'.
             88 stc-aborted                     value 'A'.
          05 stc-start-stamp.
             10 stc-start-dt          pic x(08).
             10 stc-start-tm          pic x(06).
          05 stc-finish-stamp.
             10 stc-finish-dt         pic x(08).
             10 stc-finish-tm         pic x(06).
          05 stc-return-cd            pic 9(04).
          05 stc-extract-id.
             10 stc-ext-cnt-type-1    pic 9(09).
             10 stc-ext-cnt-type-3    pic 9(09).
             10 stc-ext-cnt-type-4    pic 9(09).
             10 stc-ext-cnt-type-5    pic 9(09).
             10 stc-ext-cnt-type-9    pic 9(09).
             10 stc-ext-fd-grs-hash   pic s9(13)v99.
             10 stc-ext-fd-amt-hash   pic s9(13)v99.
          05 filler                   pic x(20).

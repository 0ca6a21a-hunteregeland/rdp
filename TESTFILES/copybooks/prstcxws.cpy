      ****************************************************************
      * PRSTCXWS - working storage for the job stream step control
      * file.  stc-run-extract-id is the extract the running step
      * is tied to, laid out as stc-extract-id so the two compare as
      * one field.  stc-verdict is what a step record says about the
      * step before the running one: missing, started and never
      * finished, failed (aborted, or finished over return code 4),
      * run against another extract, or good, with the words for a
      * refusal message.  stc-now-dt/-tm take the clock for the start
      * and finish stamps; stc-end-status and stc-end-rc hold how the
      * running step ended until its record is rewritten.
      ****************************************************************
       01 stepctl-flg                 pic x(02) value spaces.
       01 stepctl-tree                pic x(60) value spaces.
       01 stc-now-dt                  pic x(08) value spaces.
       01 stc-now-tm                  pic x(08) value spaces.
       01 stc-read-flg                pic x(02) value spaces.
       01 stc-end-status              pic x(01) value space.
       01 stc-end-rc                  pic 9(04) value zeroes.

       01 stc-run-extract-id.
          05 stc-run-cnt-type-1       pic 9(09) value zeroes.
          05 stc-run-cnt-type-3       pic 9(09) value zeroes.
          05 stc-run-cnt-type-4       pic 9(09) value zeroes.
          05 stc-run-cnt-type-5       pic 9(09) value zeroes.
          05 stc-run-cnt-type-9       pic 9(09) value zeroes.
          05 stc-run-fd-grs-hash      pic s9(13)v99 value zeroes.
          05 stc-run-fd-amt-hash      pic s9(13)v99 value zeroes.

       01 stc-verdict                 pic x(01) value space.
          88 stc-step-missing                   value 'M'.
          88 stc-step-unfinished                value 'U'.
          88 stc-step-failed                    value 'F'.
          88 stc-step-other-extract             value 'X'.
          88 stc-step-good                      value 'K'.
       01 stc-verdict-text            pic x(24) value spaces.

      ****************************************************************
      * PRHCTLFD - record layout for the hand-off control file: one
      * record per outbound file of a W-2 delivery report run -
      * presort, e-delivery index, courier manifest, billing,
      * transmittal, ORS properties, print stream, employee mailing
      * and job tickets - giving the file's name as
      * written and the totals it was written with: records, clients,
      * W-2s, pages and billed amount.  a total the file does not
      * carry stays zero.  written by the delivery report at close;
      * read by the prgdelv hand-off verification.
      ****************************************************************
       01 hctl-rec.
          05 hctl-file-id             pic x(04).
             88 hctl-presort                    value 'PRST'.
             88 hctl-edelv-index                value 'EDLV'.
             88 hctl-manifest                   value 'MNFT'.
             88 hctl-billing                    value 'BILL'.
             88 hctl-transmittal                value 'TRMT'.
             88 hctl-ors                        value 'ORS '.
             88 hctl-print-stream               value 'PSTR'.
             88 hctl-empmail                    value 'EMPM'.
             88 hctl-job-ticket                 value 'JTKT'.
          05 hctl-file-name           pic x(60).
          05 hctl-tax-year            pic 9(04).
          05 hctl-run-dt              pic x(08).
          05 hctl-run-tm              pic x(04).
          05 hctl-totals.
             10 hctl-rec-cnt          pic 9(09).
             10 hctl-clt-cnt          pic 9(09).
             10 hctl-w2-cnt           pic 9(11).
             10 hctl-page-cnt         pic 9(11).
             10 hctl-amt-hash         pic s9(11)v99.
          05 filler                   pic x(10).

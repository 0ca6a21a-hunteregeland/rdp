      ****************************************************************
      * PRHCTLWS - working storage for the hand-off control file.
      * hct-entry keeps one file's totals laid out as hctl-totals,
      * in the order of hct-id: presort, e-delivery index, manifest,
      * billing, transmittal, ORS properties, print stream, employee
      * mailing, job tickets.  the hct- subscript names pick a file's
      * entry.  hct-last-clt holds the office and client of the
      * file's last record, so a file that carries a client on more
      * than one record counts the client once.
      ****************************************************************
       01 hctl-flg                    pic x(02) value spaces.
       01 hctl-tree                   pic x(60) value spaces.

       01 hctl-id-list.
          05                          pic x(36) value
             'PRSTEDLVMNFTBILLTRMTORS PSTREMPMJTKT'.
       01 redefines hctl-id-list.
          05 hct-id                   pic x(04) occurs 9 times.

       01 hctl-tot-table              value zeroes.
          05 hct-entry                occurs 9 times.
             10 hct-rec-cnt           pic 9(09).
             10 hct-clt-cnt           pic 9(09).
             10 hct-w2-cnt            pic 9(11).
             10 hct-page-cnt          pic 9(11).
             10 hct-amt-hash          pic s9(11)v99.

       01 hctl-last-clt-table         value spaces.
          05 hct-last-clt             pic x(15) occurs 9 times.

       01 hct-sub                     pic 9(02) value zeroes.
       01 hct-presort                 pic 9(01) value 1.
       01 hct-edelv                   pic 9(01) value 2.
       01 hct-manifest                pic 9(01) value 3.
       01 hct-billing                 pic 9(01) value 4.
       01 hct-transmittal             pic 9(01) value 5.
       01 hct-ors                     pic 9(01) value 6.
       01 hct-pstream                 pic 9(01) value 7.
       01 hct-empmail                 pic 9(01) value 8.
       01 hct-jobtkt                  pic 9(01) value 9.

          05 runh-recon-sw            pic x(01).
          05 runh-ctl-sw              pic x(01).
          05 runh-outcome             pic x(01).
          05 runh-parameters-2        pic x(18).

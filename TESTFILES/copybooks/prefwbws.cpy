      ****************************************************************
      * PREFWBWS - one employee's SSA wage filing amounts: the W-2
      * amounts in the order the EFW2C RCW record pairs them, the
      * two reported on the RO/RCO record (allocated tips and box 12
      * code EE) last, then the box 13 checkboxes ('1' when
      * checked).  the 24 amounts are contiguous so a program can
      * redefine them as a table.
      * copied under a group by the prgdelw wage filing and by the
      * filed-amounts file layout.
      ****************************************************************
          10 efw-wages                pic s9(09)v99.
          10 efw-fd-amt               pic s9(09)v99.
          10 efw-ss-wages             pic s9(09)v99.
          10 efw-ss-amt               pic s9(09)v99.
          10 efw-med-wages            pic s9(09)v99.
          10 efw-med-amt              pic s9(09)v99.
          10 efw-ss-tips              pic s9(09)v99.
          10 efw-dep-care             pic s9(09)v99.
          10 efw-b12-d                pic s9(09)v99.
          10 efw-b12-e                pic s9(09)v99.
          10 efw-b12-f                pic s9(09)v99.
          10 efw-b12-g                pic s9(09)v99.
          10 efw-b12-h                pic s9(09)v99.
          10 efw-b12-w                pic s9(09)v99.
          10 efw-b12-q                pic s9(09)v99.
          10 efw-b12-c                pic s9(09)v99.
          10 efw-b12-v                pic s9(09)v99.
          10 efw-b12-y                pic s9(09)v99.
          10 efw-b12-aa               pic s9(09)v99.
          10 efw-b12-bb               pic s9(09)v99.
          10 efw-b12-dd               pic s9(09)v99.
          10 efw-b12-ff               pic s9(09)v99.
          10 efw-alloc-tips           pic s9(09)v99.
          10 efw-b12-ee               pic s9(09)v99.
          10 efw-stat-ind             pic x(01).
          10 efw-ret-ind              pic x(01).
          10 efw-sick-ind             pic x(01).

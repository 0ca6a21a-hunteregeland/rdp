      ****************************************************************
      * PREMPHWS - working storage for the employee W-2 history file
      ****************************************************************
       01 emphist-flg                 pic x(02) value spaces.
       01 emphist-tree                pic x(60) value spaces.
       01 emph-read-flg               pic x(02) value spaces.
       01 emph-sub                    pic 9(03) value zeroes.
       01 emph-find-sub               pic 9(03) value zeroes.
       01 emph-st-max                 pic 9(03) value 8.
       01 emph-lo-max                 pic 9(03) value 8.

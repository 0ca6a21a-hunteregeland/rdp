
      *    valid delivery codes mirror the delivery report's routing:
      *    space/H/I mail to client, E electronic, N/O non-printing,
      *    R branch, D mail direct to each employee's home.  anything
      *    else is the code that evaluate-clt-deliv-cd warns on, so it
      *    never gets onto the master.
       01 ws-deliv-validate             pic x(01) value space.
          88 ws-valid-deliv-cd             values ' ' 'H' 'I' 'E'
                                                  'N' 'O' 'R' 'D'.

       01 ws-bus-type-validate          pic x(01) value space.
       01 ws-bus-type-validate-n redefines ws-bus-type-validate

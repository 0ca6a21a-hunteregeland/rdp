          05 g-tot-stk-b14                pic s9(11)    value zeroes.
      *    clients suppressed by the delivery hold file
          05 g-tot-held-clts              pic s9(11)    value zeroes.
      *    clients and employees mailed direct to the employee's home
          05 g-tot-empml-clts             pic s9(11)    value zeroes.
          05 g-tot-empml-emps             pic s9(11)    value zeroes.
       01 recon-total-fields.
          05 recon-clts                   pic s9(11)    value zeroes.
          05 recon-emps                   pic s9(11)    value zeroes.

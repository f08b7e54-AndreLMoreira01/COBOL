
           03 LABEL       LINE 12 COL 05
                          TITLE "Vari?veis: &NOME &ROTA &DATA &HORA &POL
      -                         " &BIL &PLAT"
                          ID 10
                          TRANSPARENT.


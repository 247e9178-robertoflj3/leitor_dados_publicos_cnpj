       01 FD-REG-ESCORE-REDE.
           03 ERD-CNPJ                   PIC X(014).
           03 ERD-NUM-REDE               PIC 9(006).
           03 ERD-ESCORE-REDE            PIC 9(003).
           03 ERD-FAIXA-REDE             PIC X.
           03 ERD-ESCORE-PROPRIO         PIC 9(003).
           03 ERD-FAIXA-PROPRIA          PIC X.
           03 ERD-QTD-VIZINHAS           PIC 9(005).
           03 ERD-QTD-VIZINHAS-ALTO      PIC 9(005).
           03 ERD-DATA-CALCULO           PIC 9(008).

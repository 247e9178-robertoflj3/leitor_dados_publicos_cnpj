       01 FD-REG-LISTA-TRABALHO.
           03 LTB-CHAVE.
              05 LTB-USUARIO             PIC X(020).
              05 LTB-NOME-LISTA          PIC X(020).
              05 LTB-CNPJ                PIC X(014).
           03 LTB-RAZAO-SOCIAL           PIC X(040).
           03 LTB-DATA-INCLUSAO          PIC 9(008).

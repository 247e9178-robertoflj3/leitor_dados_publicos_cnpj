       01 FD-REG-BENEFICIARIO.
           03 BEN-CHAVE.
              05 BEN-CNPJ                PIC X(014).
              05 BEN-SEQ                 PIC 9(003).
           03 BEN-CPF-SOCIO              PIC X(014).
           03 BEN-NOME-SOCIO             PIC X(150).
           03 BEN-PERC-EFETIVO           PIC 9(003)V99.
           03 BEN-NIVEL                  PIC 99.
           03 BEN-CNPJ-ELO               PIC X(014).
           03 BEN-DATA-CALCULO           PIC 9(008).
           03 BEN-CPF-MIOLO              PIC 9(006).
           03 BEN-VERSAO-CHAVE           PIC 9(003).

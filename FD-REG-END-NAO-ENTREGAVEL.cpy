       01 FD-REG-END-NAO-ENTREGAVEL.
           03 NEN-CNPJ                   PIC X(014).
           03 NEN-MOTIVO                 PIC 9(002).
           03 NEN-DATA-DEVOLUCAO         PIC 9(008).
           03 NEN-DATA-IMPORTACAO        PIC 9(008).
           03 NEN-QTD-DEVOLUCOES         PIC 9(003).
           03 NEN-ENDERECO.
              05 NEN-CEP                 PIC 9(008).
              05 NEN-TIPO-LOGRADOURO     PIC X(020).
              05 NEN-LOGRADOURO          PIC X(060).
              05 NEN-NUMERO              PIC X(006).
              05 NEN-COMPLEMENTO         PIC X(156).

       01 FD-REG-PEDIDO-RELATORIO.
           03 PRL-CHAVE.
              05 PRL-DATA-PEDIDO         PIC 9(008).
              05 PRL-HORA-PEDIDO         PIC 9(008).
              05 PRL-USUARIO             PIC X(020).
           03 PRL-PROGRAMA               PIC X(040).
           03 PRL-PARAMETROS.
              05 PRL-PARAMETRO           PIC X(020) OCCURS 4 TIMES.
           03 PRL-STATUS                 PIC X.
           03 PRL-DATA-INICIO            PIC 9(008).
           03 PRL-HORA-INICIO            PIC 9(008).
           03 PRL-DATA-FIM               PIC 9(008).
           03 PRL-HORA-FIM               PIC 9(008).
           03 PRL-RC                     PIC 9(004).
           03 PRL-SPOOL-ID               PIC 9(008).
           03 PRL-OBSERVACAO             PIC X(040).

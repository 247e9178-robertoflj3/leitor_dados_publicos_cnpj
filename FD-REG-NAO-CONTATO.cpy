       01 FD-REG-NAO-CONTATO.
           03 NCT-CHAVE                  PIC X(014).
           03 NCT-TIPO-CHAVE             PIC X.
           03 NCT-CANAL                  PIC X.
           03 NCT-DATA-PEDIDO            PIC 9(008).
           03 NCT-ORIGEM                 PIC X(040).
           03 NCT-VALIDADE               PIC 9(008).
           03 NCT-DATA-INCLUSAO          PIC 9(008).
           03 NCT-RESPONSAVEL            PIC X(020).

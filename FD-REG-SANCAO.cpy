       01 FD-REG-SANCAO.
           03 SAN-CHAVE.
              05 SAN-CNPJ                PIC X(014).
              05 SAN-ORIGEM              PIC X(004).
              05 SAN-SEQ                 PIC 9(004).
           03 SAN-CNPJ-RAIZ              PIC X(008).
           03 SAN-NOME                   PIC X(100).
           03 SAN-TIPO-SANCAO            PIC X(060).
           03 SAN-ORGAO                  PIC X(080).
           03 SAN-UF-ORGAO               PIC XX.
           03 SAN-DATA-INICIO            PIC 9(008).
           03 SAN-DATA-FIM               PIC 9(008).
           03 SAN-PROCESSO               PIC X(030).
           03 SAN-DATA-IMPORTACAO        PIC 9(008).

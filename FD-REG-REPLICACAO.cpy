       01 FD-REG-REPLICACAO.
           03 RPL-TIPO-REG               PIC X.
           03 RPL-NUM-PACOTE             PIC 9(008).
           03 RPL-ORIGEM                 PIC X(024).
           03 RPL-DATA-GERACAO           PIC 9(008).
           03 RPL-HORA-GERACAO           PIC 9(008).
           03 RPL-ARQUIVO                PIC X(003).
           03 RPL-ACAO                   PIC X.
           03 RPL-CHAVE                  PIC X(014).
           03 RPL-QTD-DETALHES           PIC 9(007).
           03 RPL-IMAGEM                 PIC X(1200).

       01 REGISTRO-COMPROVANTE.
           03 RCP-FUNCAO                 PIC X.
           03 RCP-RETORNO                PIC XX.
           03 RCP-MENSAGEM               PIC X(070).
           03 RCP-CODIGO                 PIC X(018).
           03 RCP-ARQ-IMPRESSAO          PIC X(060).
           03 RCP-IMPRESSAO-NOVA         PIC X.
           03 RCP-CNPJ                   PIC X(014).
           03 RCP-COMPETENCIA            PIC X(006).
           03 RCP-USUARIO                PIC X(020).
           03 RCP-ORIGEM                 PIC X(008).
           03 RCP-DATA                   PIC 9(008).
           03 RCP-HORA                   PIC 9(008).
           03 RCP-QTD-LINHAS             PIC 99.
           03 RCP-LINHA OCCURS 30 TIMES  PIC X(076).

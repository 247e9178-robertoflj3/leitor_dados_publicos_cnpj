       01 FD-REG-COMPROVANTE.
           03 CPV-NUMERO                 PIC 9(008).
           03 CPV-CNPJ                   PIC X(014).
           03 CPV-COMPETENCIA            PIC X(006).
           03 CPV-USUARIO                PIC X(020).
           03 CPV-ORIGEM                 PIC X(008).
           03 CPV-DATA                   PIC 9(008).
           03 CPV-HORA                   PIC 9(008).
           03 CPV-VERSAO-CHAVE           PIC 9(003).
           03 CPV-HASH                   PIC 9(009).
           03 CPV-QTD-LINHAS             PIC 99.
           03 CPV-LINHA OCCURS 30 TIMES  PIC X(076).

       01 FD-REG-CORRECAO.
           03 COR-CHAVE.
              05 COR-CNPJ                PIC X(014).
              05 COR-CAMPO               PIC X(025).
           03 COR-VALOR-CORRIGIDO        PIC X(156).
           03 COR-VALOR-RFB              PIC X(156).
           03 COR-VALOR-RFB-NOVO         PIC X(156).
           03 COR-SITUACAO               PIC X.
           03 COR-ORIGEM                 PIC X(004).
           03 COR-REFERENCIA             PIC X(016).
           03 COR-USUARIO                PIC X(020).
           03 COR-APROVADOR              PIC X(020).
           03 COR-DATA-CORRECAO          PIC 9(008).
           03 COR-DATA-ULT-CARGA         PIC 9(008).
           03 COR-DATA-DECISAO           PIC 9(008).

       01 REGISTRO-CAMINHO-VINCULO.
           03 RCV-ORIGEM-TIPO            PIC X.
           03 RCV-ORIGEM-CHAVE           PIC X(014).
           03 RCV-DESTINO-TIPO           PIC X.
           03 RCV-DESTINO-CHAVE          PIC X(014).
           03 RCV-GRAUS-MAXIMO           PIC 99.
           03 RCV-RETORNO                PIC XX.
           03 RCV-MENSAGEM               PIC X(070).
           03 RCV-ORIGEM-NOME            PIC X(060).
           03 RCV-ORIGEM-UF              PIC XX.
           03 RCV-DESTINO-NOME           PIC X(060).
           03 RCV-DESTINO-UF             PIC XX.
           03 RCV-QTD-NOS-VISITADOS      PIC 9(005).
           03 RCV-QTD-ELOS               PIC 99.
           03 RCV-ELO OCCURS 10 TIMES.
              05 RCV-ELO-EMPRESA-CNPJ    PIC X(014).
              05 RCV-ELO-EMPRESA-RAZAO   PIC X(060).
              05 RCV-ELO-EMPRESA-UF      PIC XX.
              05 RCV-ELO-SOCIO-TIPO      PIC X.
              05 RCV-ELO-SOCIO-CHAVE     PIC X(014).
              05 RCV-ELO-SOCIO-NOME      PIC X(060).
              05 RCV-ELO-QUALIFICACAO    PIC XX.
              05 RCV-ELO-QUALIF-DESCR    PIC X(040).
              05 RCV-ELO-PERCENTUAL      PIC 9(005).
              05 RCV-ELO-SENTIDO         PIC X.

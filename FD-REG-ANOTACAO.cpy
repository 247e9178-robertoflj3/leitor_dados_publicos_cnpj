       01 FD-REG-ANOTACAO.
           03 ANT-CHAVE.
              05 ANT-CNPJ                PIC X(014).
              05 ANT-DATA                PIC 9(008).
              05 ANT-HORA                PIC 9(008).
           03 ANT-TIPO                   PIC X.
           03 ANT-CATEGORIA              PIC X(015).
           03 ANT-TEXTO                  PIC X(150).
           03 ANT-AUTOR                  PIC X(020).
           03 ANT-VALIDADE               PIC 9(008).
           03 ANT-DOC-TIPO               PIC X(020).
           03 ANT-DOC-NUMERO             PIC X(020).
           03 ANT-DOC-LOCAL              PIC X(060).

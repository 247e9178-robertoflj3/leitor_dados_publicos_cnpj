       01 FD-REG-CONTESTACAO.
           03 CTT-PROTOCOLO              PIC X(020).
           03 CTT-CNPJ                   PIC X(014).
           03 CTT-CAMPO                  PIC X(020).
           03 CTT-VALOR-CONTESTADO       PIC X(060).
           03 CTT-VALOR-ESPERADO         PIC X(060).
           03 CTT-DATA-ABERTURA          PIC 9(008).
           03 CTT-RESPONSAVEL            PIC X(020).
           03 CTT-SITUACAO               PIC X.
           03 CTT-DATA-FECHAMENTO        PIC 9(008).
           03 CTT-ORIGEM-FECHAMENTO      PIC X(011).
           03 CTT-AVISO-PRAZO            PIC X.

       01 FD-REG-INDICE-CONTATO.
           03 ICT-CHAVE.
              05 ICT-CONTATO.
                 07 ICT-TIPO             PIC X.
                 07 ICT-VALOR            PIC X(115).
              05 ICT-CNPJ                PIC X(014).
           03 ICT-ORIGEM                 PIC X(003).

       01 FD-REG-ORIGEM-LOTE.
           03 ORL-CHAVE.
              05 ORL-TIPO                PIC X(003).
              05 ORL-CHAVE-REGISTRO      PIC X(014).
           03 ORL-LOTE-ORIGEM.
              05 ORL-SUFIXO              PIC X(006).
              05 ORL-NUM-LOTE            PIC 9(005).
           03 ORL-CARIMBO-CARGA.
              05 ORL-DATA-CARGA          PIC 9(008).
              05 ORL-HORA-CARGA          PIC 9(008).

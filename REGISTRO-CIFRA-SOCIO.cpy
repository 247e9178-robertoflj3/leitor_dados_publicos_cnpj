       01 REGISTRO-CIFRA-SOCIO.
           03 RCF-FUNCAO                 PIC X.
           03 RCF-VERSAO                 PIC 9(003).
           03 RCF-RETORNO                PIC XX.
           03 RCF-ARGUMENTO              PIC X(014).
           03 RCF-REG-SOCIO.
              05 FILLER                  PIC X(017).
              05 RCF-IDENTIFICADOR-SOCIO PIC 9.
              05 FILLER                  PIC X(150).
              05 RCF-CPF-SOCIO           PIC X(014).
              05 FILLER                  PIC X(088).
              05 RCF-CPF-REPRESENTANTE   PIC 9(011).
              05 RCF-NOME-REPRESENTANTE  PIC X(060).
              05 FILLER                  PIC X(169).
              05 RCF-VERSAO-CHAVE        PIC 9(003).
              05 FILLER                  PIC X(686).

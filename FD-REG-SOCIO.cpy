           03 FRS-COD-SOCIO              PIC 9(011).
           03 FRS-CPF-MIOLO              PIC 9(006).
           03 FRS-NOME-FONETICO          PIC X(150).
           03 FRS-VERSAO-CHAVE           PIC 9(003).
           03 FILLER                     PIC X(685).
           03 FRS-FIM-REGISTRO           PIC X.

       01 FD-REG-HIST-END.
           03 HEN-CHAVE.
              05 HEN-CNPJ                PIC X(014).
              05 HEN-DATA-MUDANCA        PIC 9(008).
              05 HEN-HORA-MUDANCA        PIC 9(008).
           03 HEN-ORIGEM                 PIC X.
           03 HEN-COMPETENCIA            PIC X(006).
           03 HEN-UF-MUN-ANTERIOR.
              05 HEN-UF-ANTERIOR         PIC X(002).
              05 HEN-COD-MUN-ANTERIOR    PIC 9999.
           03 HEN-MUNICIPIO-ANTERIOR     PIC X(050).
           03 HEN-UF-MUN-NOVO.
              05 HEN-UF-NOVO             PIC X(002).
              05 HEN-COD-MUN-NOVO        PIC 9999.
           03 HEN-MUNICIPIO-NOVO         PIC X(050).
           03 HEN-PORTE-EMPRESA          PIC XX.
           03 HEN-CNAE-FISCAL            PIC 9(007).

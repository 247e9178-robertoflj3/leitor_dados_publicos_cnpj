           03 FRE-IND-MATRIZ-FILIAL      PIC 9.
           03 FRE-RAZAO-SOCIAL           PIC X(150).
           03 FRE-NOME-FANTASIA          PIC X(055).
           03 FRE-SITUACAO-DATA.
              05 FRE-SIT-CADASTRAL        PIC 99.
              05 FRE-DATA-SIT-CADASTRAL   PIC 9(008).
           03 FRE-MOTIVO-SIT-CADASTRAL   PIC 99.
           03 FRE-NM-CIDADE-EXTERIOR     PIC X(055).
           03 FRE-CO-PAIS                PIC XXX.

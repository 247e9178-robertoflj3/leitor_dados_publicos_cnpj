           03 FRA-IND-MATRIZ-FILIAL      PIC 9.
           03 FRA-RAZAO-SOCIAL           PIC X(150).
           03 FRA-NOME-FANTASIA          PIC X(055).
           03 FRA-SITUACAO-DATA.
              05 FRA-SIT-CADASTRAL        PIC 99.
              05 FRA-DATA-SIT-CADASTRAL   PIC 9(008).
           03 FRA-MOTIVO-SIT-CADASTRAL   PIC 99.
           03 FRA-NM-CIDADE-EXTERIOR     PIC X(055).
           03 FRA-CO-PAIS                PIC XXX.

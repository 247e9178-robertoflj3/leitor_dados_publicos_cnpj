       01 FD-REG-AUTORIZACAO-CARGA.
           03 AUC-SUFIXO                 PIC X(006).
           03 AUC-DATA-VALIDADE          PIC 9(008).
           03 AUC-TIPO                   PIC X(010).
           03 AUC-RESPONSAVEL            PIC X(020).
           03 AUC-MOTIVO                 PIC X(060).

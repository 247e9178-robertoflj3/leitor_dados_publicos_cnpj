       01 FD-REG-CALENDARIO.
           03 CAL-SUFIXO                 PIC X(006).
           03 CAL-DATA-CARGA             PIC 9(008).
           03 CAL-HORA-CARGA             PIC 9(008).
           03 CAL-TIPO-CARGA             PIC X.
           03 CAL-QTD-ARQUIVOS           PIC 99.
           03 CAL-LIDO-EMP               PIC 9(007).
           03 CAL-GRAV-EMP               PIC 9(007).
           03 CAL-REJ-EMP                PIC 9(007).
           03 CAL-LIDO-SOC               PIC 9(007).
           03 CAL-GRAV-SOC               PIC 9(007).
           03 CAL-SITUACAO               PIC X(010).
           03 CAL-AUTORIZACAO            PIC X(010).
           03 CAL-RESPONSAVEL            PIC X(020).
           03 CAL-RECUPERACAO            PIC X.
           03 CAL-LOTE-SUBSTITUIDO       PIC 9(005).

       01 FD-REG-INSCRICAO-ESTADUAL.
           03 IEE-CHAVE.
              05 IEE-CNPJ                PIC X(014).
              05 IEE-UF                  PIC XX.
           03 IEE-INSCRICAO              PIC X(014).
           03 IEE-SITUACAO               PIC X.
           03 IEE-DATA-SITUACAO          PIC 9(008).
           03 IEE-REGIME-APURACAO        PIC X(020).
           03 IEE-DATA-CARGA             PIC 9(008).

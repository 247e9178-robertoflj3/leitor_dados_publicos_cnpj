      ****************************************************************
      * AGENDADOR DOS RELATORIOS PERIODICOS. LE O CADASTRO DE         *
      * RELATORIOS EM CADASTRO-RELATORIOS.DAT (PROGRAMA;              *
      * PERIODICIDADE M=MENSAL, D=DIARIA OU S=SO SOB SOLICITACAO PELA *
      * TELA;PARAMETROS; OS DEMAIS CAMPOS SAO DA SOLICITACAO PELA     *
      * TELA E DO ATENDER-FILA-RELATORIOS), O CALENDARIO              *
      * EM CALENDARIO-DIAS-UTEIS.DAT (AAAAMMDD;U OU F) E O REGISTRO   *
      * DE EMISSOES EM REGISTRO-EMISSOES.DAT. PARA A COMPETENCIA      *
      * CORRENTE DETERMINA O QUE AINDA NAO FOI EMITIDO, DISPARA CADA  *
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CADASTRO.
       01 REG-CADASTRO                PIC X(300).

       FD ARQ-CALENDARIO.
       01 REG-CALENDARIO              PIC X(020).
                DISPLAY WS-REL-PROGRAMA(WS-IDX-REL)
                   ' JA EMITIDO NA COMPETENCIA - PULANDO'
             ELSE
                IF WS-REL-PERIODICIDADE(WS-IDX-REL) IS NOT EQUAL TO
                   'S' THEN
                   PERFORM 0006-DISPARAR-RELATORIO
                END-IF
             END-IF
           END-PERFORM.


      * ENTAO ESVAZIADO. O MANIFESTO DA COMPETENCIA                   *
      * (MANIFESTO-CARGA.DAT) REGISTRA NOME, CONTAGENS POR TIPO,      *
      * DATA/HORA DO ARQUIVAMENTO E RESULTADO.                        *
      * QUANDO A CARGA FOI A SUBSTITUICAO DE UM LOTE REPUBLICADO, SO  *
      * ESSE LOTE E ARQUIVADO, EM ARQUIVO-<SUFIXO>-LNNNNN-R<DATA>.DAT *
      * (O ARQUIVAMENTO ORIGINAL DO LOTE E PRESERVADO), E O MANIFESTO *
      * RECEBE AO FINAL UM BLOCO PROPRIO DA SUBSTITUICAO.             *
      ****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-NUM-LOTE                 PIC 99 VALUE ZERO.
       01 WS-NUM-ARQ-EDIT             PIC 9(005).
       01 WS-NOME-ARQ-LOTE            PIC X(040).
       01 WS-NOME-ARQ-DESTINO         PIC X(060).
       01 WS-DATA-ARQUIVAMENTO        PIC 9(008) VALUE ZERO.
       01 WS-HORA-ARQUIVAMENTO        PIC 9(008) VALUE ZERO.
       01 WS-CONT-TIPO1               PIC 9(007) VALUE ZERO.
       01 WS-CONT-TIPO6               PIC 9(007) VALUE ZERO.
       01 WS-CONT-COPIADOS            PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-LOTES-ARQUIVADOS   PIC 99 VALUE ZERO.
       01 WS-LOTE-SUBST               PIC 99 VALUE ZERO.
       01 WS-SITUACAO-LOTE            PIC X(012) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
              DISPLAY 'DIFERENCA SOCIO..: ' WS-DIF-SOCIO
              GOBACK
           END-IF.
           IF WS-LOTE-SUBST IS GREATER THAN ZERO THEN
              PERFORM 0004-ARQUIVAR-SUBSTITUICAO
           ELSE
              OPEN OUTPUT ARQ-MANIFESTO
              MOVE SPACES TO REG-MANIFESTO
              STRING 'MANIFESTO DE ARQUIVAMENTO DA COMPETENCIA '
                       DELIMITED BY SIZE
                     WS-SUFIXO-CARGA DELIMITED BY SIZE
                     ' EM ' DELIMITED BY SIZE
                     WS-DATA-ARQUIVAMENTO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-HORA-ARQUIVAMENTO DELIMITED BY SIZE
                INTO REG-MANIFESTO
              END-STRING
              WRITE REG-MANIFESTO
              PERFORM VARYING WS-NUM-LOTE FROM 1 BY 1 UNTIL
                 WS-NUM-LOTE IS GREATER THAN WS-QTD-ARQUIVOS
                    PERFORM 0003-ARQUIVAR-UM-LOTE
              END-PERFORM
           END-IF.
           CLOSE ARQ-MANIFESTO.
           DISPLAY 'LOTES ARQUIVADOS: ' WS-TOTAL-LOTES-ARQUIVADOS.
           DISPLAY 'FIM DO ARQUIVAMENTO DOS LOTES.'.
                       WS-CAMPO-DESCARTE
                       WS-CAMPO-DESCARTE
                       WS-DIF-SOCIO
                       WS-CAMPO-DESCARTE
                       WS-LOTE-SUBST
                END-UNSTRING
           END-READ.
           CLOSE ARQ-RESULTADO.
           DISPLAY 'COMPETENCIA DA CARGA: ' WS-SUFIXO-CARGA.
           DISPLAY 'QUANTIDADE DE LOTES.: ' WS-QTD-ARQUIVOS.
           IF WS-LOTE-SUBST IS NOT NUMERIC THEN
              MOVE ZERO TO WS-LOTE-SUBST
           END-IF.
           IF WS-LOTE-SUBST IS GREATER THAN ZERO THEN
              DISPLAY 'SUBSTITUICAO DO LOTE: ' WS-LOTE-SUBST
           END-IF.

       0003-ARQUIVAR-UM-LOTE.
           MOVE WS-NUM-LOTE TO WS-NUM-ARQ-EDIT.
             INTO WS-NOME-ARQ-LOTE
           END-STRING.
           MOVE SPACES TO WS-NOME-ARQ-DESTINO.
           IF WS-LOTE-SUBST IS GREATER THAN ZERO THEN
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'arquivo-' DELIMITED BY SIZE
                     WS-SUFIXO-CARGA DELIMITED BY SIZE
                     '-L' DELIMITED BY SIZE
                     WS-NUM-ARQ-EDIT DELIMITED BY SIZE
                     '-R' DELIMITED BY SIZE
                     WS-DATA-ARQUIVAMENTO DELIMITED BY SIZE
                     '.dat' DELIMITED BY SIZE
                INTO WS-NOME-ARQ-DESTINO
              END-STRING
           ELSE
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'arquivo-' DELIMITED BY SIZE
                     WS-SUFIXO-CARGA DELIMITED BY SIZE
                     '-L' DELIMITED BY SIZE
                     WS-NUM-ARQ-EDIT DELIMITED BY SIZE
                     '.dat' DELIMITED BY SIZE
                INTO WS-NOME-ARQ-DESTINO
              END-STRING
           END-IF.
           IF WS-LOTE-SUBST IS GREATER THAN ZERO THEN
              MOVE ';SUBSTITUIDO' TO WS-SITUACAO-LOTE
           ELSE
              MOVE ';ARQUIVADO' TO WS-SITUACAO-LOTE
           END-IF.
           MOVE ZERO TO WS-CONT-TIPO1.
           MOVE ZERO TO WS-CONT-TIPO2.
           MOVE ZERO TO WS-CONT-TIPO3.
                     WS-CONT-TIPO6 DELIMITED BY SIZE
                     ';REGISTROS=' DELIMITED BY SIZE
                     WS-CONT-COPIADOS DELIMITED BY SIZE
                     WS-SITUACAO-LOTE DELIMITED BY SPACE
                INTO REG-MANIFESTO
              END-STRING
              WRITE REG-MANIFESTO
           END-IF.

       0004-ARQUIVAR-SUBSTITUICAO.
      *    O MANIFESTO DA COMPETENCIA JA EXISTE: A SUBSTITUICAO ENTRA
      *    COMO UM BLOCO A MAIS NO FINAL, SEM REESCREVER AS LINHAS DOS
      *    DEMAIS LOTES.
           OPEN EXTEND ARQ-MANIFESTO.
           IF ST-ARQUIVO-MAN IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-MANIFESTO
           END-IF.
           MOVE SPACES TO REG-MANIFESTO.
           STRING 'SUBSTITUICAO DO LOTE ' DELIMITED BY SIZE
                  WS-LOTE-SUBST DELIMITED BY SIZE
                  ' DA COMPETENCIA ' DELIMITED BY SIZE
                  WS-SUFIXO-CARGA DELIMITED BY SIZE
                  ' EM ' DELIMITED BY SIZE
                  WS-DATA-ARQUIVAMENTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-ARQUIVAMENTO DELIMITED BY SIZE
             INTO REG-MANIFESTO
           END-STRING.
           WRITE REG-MANIFESTO.
           MOVE WS-LOTE-SUBST TO WS-NUM-LOTE.
           PERFORM 0003-ARQUIVAR-UM-LOTE.
       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;

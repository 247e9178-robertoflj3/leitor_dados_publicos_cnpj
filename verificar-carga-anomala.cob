       01 WS-SUFIXO-CARGA             PIC X(006) VALUE SPACES.
       01 WS-DATA-CARGA               PIC X(008) VALUE SPACES.
       01 WS-CAMPO-DESCARTE           PIC X(010).
       01 WS-LOTE-SUBST               PIC 99 VALUE ZERO.
       01 WS-TMP-LIDO-EMP             PIC X(008) VALUE SPACES.
       01 WS-TMP-GRAV-EMP             PIC X(008) VALUE SPACES.
       01 WS-TMP-LIDO-SOC             PIC X(008) VALUE SPACES.
           END-IF.
           DISPLAY 'LIMIAR DE DESVIO (PCT): ' WS-LIMITE-DESVIO.
           PERFORM 0002-LER-RESULTADO-CARGA.
      *    A SUBSTITUICAO DE UM LOTE REPUBLICADO MOVIMENTA SO AQUELE
      *    LOTE: O VOLUME NAO E COMPARAVEL COM O DE UMA CARGA INTEIRA
      *    E NAO ENTRA NO HISTORICO.
           IF WS-LOTE-SUBST IS GREATER THAN ZERO THEN
              OPEN OUTPUT ARQ-VEREDICTO
              MOVE SPACES TO REG-VEREDICTO
              STRING 'OK;' DELIMITED BY SIZE
                     WS-SUFIXO-CARGA DELIMITED BY SIZE
                     ';SUBSTITUICAO DO LOTE ' DELIMITED BY SIZE
                     WS-LOTE-SUBST DELIMITED BY SIZE
                     ' - NAO AVALIADA' DELIMITED BY SIZE
                INTO REG-VEREDICTO
              END-STRING
              WRITE REG-VEREDICTO
              CLOSE ARQ-VEREDICTO
              DISPLAY 'SUBSTITUICAO DO LOTE ' WS-LOTE-SUBST
                 ' - VOLUME NAO AVALIADO CONTRA O HISTORICO.'
              DISPLAY 'FIM DA VERIFICACAO DE CARGA ANOMALA.'
              GOBACK
           END-IF.
           PERFORM 0003-ACUMULAR-HISTORICO.
           PERFORM 0004-AVALIAR-DESVIOS.
           PERFORM 0005-GRAVAR-VEREDICTO.
                       WS-TMP-GRAV-SOC
                       WS-CAMPO-DESCARTE
                       WS-DATA-CARGA
                       WS-LOTE-SUBST
                END-UNSTRING
           END-READ.
           CLOSE ARQ-RESULTADO.
           IF WS-LOTE-SUBST IS NOT NUMERIC THEN
              MOVE ZERO TO WS-LOTE-SUBST
           END-IF.
           IF WS-TMP-LIDO-EMP(1:7) IS NUMERIC THEN
              MOVE WS-TMP-LIDO-EMP(1:7) TO WS-ATUAL-LIDO-EMP
           END-IF.

      ****************************************************************
      * CONTROLADOR DA MALHA DE RELATORIOS E VALIDACOES EXECUTADA     *
      * APOS O TERMINO DO GERAR-DADOS-INDEXADOS. LE A TABELA DE       *
      * PASSOS EM MALHA-PASSOS.DAT (ORDEM;PROGRAMA;O/F;DEPENDENCIAS,  *
      * ONDE O = OBRIGATORIO, F = FACULTATIVO E DEPENDENCIAS E A      *
      * LISTA DAS ORDENS DE QUE O PASSO DEPENDE, SEPARADAS POR        *
      * VIRGULA, EM BRANCO OU '-' QUANDO NAO DEPENDE DE NENHUM).      *
      * LINHA SEM O QUARTO CAMPO DEPENDE DO PASSO ANTERIOR, COMO NA   *
      * MALHA SEQUENCIAL: FALHA OBRIGATORIA PARA O RESTO, FALHA       *
      * FACULTATIVA NAO. OS PASSOS COM AS DEPENDENCIAS CUMPRIDAS SAO  *
      * DISPARADOS EM PARALELO, ATE O LIMITE MALHA-PARALELISMO DO     *
      * ARQUIVO DE PARAMETROS (PADRAO 4), CADA UM EM PROCESSO PROPRIO *
      * (COBCRUN) QUE DEIXA MALHA-PASSO-NN.FIM COM HORARIOS E CODIGO  *
      * DE RETORNO E MALHA-PASSO-NN.LOG COM A SAIDA; COM LIMITE 1 OS  *
      * PASSOS RODAM NO PROPRIO CONTROLADOR VIA CALL DINAMICO. QUANDO *
      * UM PASSO FALHA, SO OS SEUS DEPENDENTES (DIRETOS E INDIRETOS)  *
      * SAO PULADOS. MALHA-EXECUCAO.DAT RECEBE O INICIO, FIM E CODIGO *
      * DE RETORNO DE CADA PASSO NA ORDEM DE TERMINO; NA PROXIMA      *
      * EXECUCAO O OPERADOR PODE PEDIR REINICIO, E OS PASSOS JA       *
      * CONCLUIDOS COM RC ZERO NA EXECUCAO ANTERIOR SAO PULADOS -     *
      * MESMA IDEIA DO RESTART DOCUMENTADO NO JCL DA CARGA, VALENDO   *
      * PARA A MALHA INTEIRA. CADA RESULTADO DE PASSO (COM HORARIO DE *
      * INICIO E FIM) TAMBEM E ACRESCENTADO A SERIE HISTORICA         *
      * MALHA-HISTORICO.DAT, QUE ALIMENTA O RELATORIO DE TENDENCIA DA *
      * JANELA BATCH.                                                 *
      ****************************************************************

       ENVIRONMENT DIVISION.
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVI.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

           SELECT ARQ-FIM-PASSO ASSIGN TO WS-CAM-FIM-PASSO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-FIM.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

           SELECT ARQ-COMPETENCIA-REF ASSIGN TO
                   "competencia-referencia.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CRF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PASSOS.
       FD ARQ-AVISOS.
       01 REG-AVISO                   PIC X(200).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

       FD ARQ-FIM-PASSO.
       01 REG-FIM-PASSO               PIC X(040).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AVI              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-MALHA-EXECUCAO          PIC X(060) VALUE SPACES.
       01 WS-CAM-MALHA-HISTORICO         PIC X(060) VALUE SPACES.
       01 WS-CAM-MALHA-PASSOS            PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-FIM-PASSO               PIC X(060) VALUE SPACES.
       01 WS-CAM-FIM-PASSO-TMP           PIC X(060) VALUE SPACES.
       01 WS-CAM-LOG-PASSO               PIC X(060) VALUE SPACES.
       01 ST-ARQUIVO-PRM              PIC XX.
       01 ST-ARQUIVO-FIM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.
       01 ST-ARQUIVO-HIS              PIC XX.

       01 ST-ARQUIVO-PAS              PIC XX.
             10 WS-PASSO-PROGRAMA     PIC X(040).
             10 WS-PASSO-OBRIGATORIO  PIC X.
             10 WS-PASSO-RC-ANTERIOR  PIC X(004).
      *          SITUACAO: P=PENDENTE, E=EM EXECUCAO, C=CONCLUIDO,
      *          F=FALHOU, S=PULADO POR DEPENDENCIA, R=PULADO NO
      *          REINICIO (JA CONCLUIDO NA EXECUCAO ANTERIOR).
             10 WS-PASSO-SITUACAO     PIC X.
             10 WS-PASSO-DEP-IMPLICITA PIC X.
             10 WS-PASSO-DEP-INVALIDA PIC X.
             10 WS-PASSO-DEP-TEXTO    PIC X(040).
             10 WS-PASSO-QTD-DEP      PIC 99.
             10 WS-PASSO-DEP          PIC 99 OCCURS 10 TIMES.
       01 WS-LINHA-ORDEM              PIC X(002).
       01 WS-LINHA-PROGRAMA           PIC X(040).
       01 WS-LINHA-RC                 PIC X(004).
       01 WS-MALHA-INTERROMPIDA       PIC X VALUE 'N'.
       01 WS-TOTAL-EXECUTADOS         PIC 99 VALUE ZERO.
       01 WS-TOTAL-PULADOS            PIC 99 VALUE ZERO.
       01 WS-TOTAL-PULADOS-DEP        PIC 99 VALUE ZERO.

       01 WS-LINHA-OBRIGATORIO        PIC X VALUE SPACE.
       01 WS-LINHA-DEPENDENCIAS       PIC X(040) VALUE SPACES.
       01 WS-QTD-SEPARADORES          PIC 99 VALUE ZERO.
       01 WS-TAB-DEP-IN.
          05 WS-DEP-IN                PIC X(004) OCCURS 10 TIMES.
       01 WS-DEP-ORDEM                PIC X(002) VALUE SPACES.
       01 WS-IDX-DEP                  PIC 99 VALUE ZERO.
       01 WS-IDX-REF                  PIC 99 VALUE ZERO.
       01 WS-IDX-BUSCA                PIC 99 VALUE ZERO.
       01 WS-DEP-ESTADO               PIC X VALUE SPACE.
       01 WS-PARALELISMO              PIC 9 VALUE 4.
       01 WS-QTD-EM-EXECUCAO          PIC 99 VALUE ZERO.
       01 WS-QTD-PENDENTES            PIC 99 VALUE ZERO.
       01 WS-HOUVE-PROGRESSO          PIC X VALUE 'N'.
       01 WS-HOUVE-CONCLUSAO          PIC X VALUE 'N'.
       01 WS-FIM-INICIO               PIC X(008) VALUE SPACES.
       01 WS-FIM-TERMINO              PIC X(008) VALUE SPACES.
       01 WS-FIM-RC                   PIC X(004) VALUE SPACES.
       01 WS-COMANDO-SISTEMA          PIC X(400) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           IF WS-RESTART-MALHA IS EQUAL TO 'S' THEN
              PERFORM 0003-CARREGAR-EXECUCAO-ANTERIOR
           END-IF.
           PERFORM 0012-DEFINIR-PARALELISMO.
           OPEN OUTPUT ARQ-EXECUCAO.
           PERFORM 0004-EXECUTAR-PASSOS.
           CLOSE ARQ-EXECUCAO.
           DISPLAY 'PASSOS EXECUTADOS: ' WS-TOTAL-EXECUTADOS.
           DISPLAY 'PASSOS PULADOS (JA CONCLUIDOS): ' WS-TOTAL-PULADOS.
           DISPLAY 'PASSOS PULADOS POR DEPENDENCIA: '
              WS-TOTAL-PULADOS-DEP.
           IF WS-MALHA-INTERROMPIDA IS EQUAL TO 'S' THEN
              DISPLAY '*** MALHA COM FALHA EM PASSO OBRIGATORIO - '
                 'DEPENDENTES PULADOS ***'
           ELSE
              DISPLAY 'MALHA CONCLUIDA SEM FALHAS OBRIGATORIAS.'
           END-IF.
                     IF WS-QTD-PASSOS IS LESS THAN 30 AND
                        REG-PASSO IS NOT EQUAL TO SPACES THEN
                        ADD 1 TO WS-QTD-PASSOS
                        PERFORM 0007-CARREGAR-LINHA-PASSO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-PASSOS
           END-IF.
           DISPLAY 'PASSOS CARREGADOS DA TABELA: ' WS-QTD-PASSOS.
           PERFORM 0008-RESOLVER-DEPENDENCIAS.

       0003-CARREGAR-EXECUCAO-ANTERIOR.
           OPEN INPUT ARQ-EXECUCAO.
           END-IF.

       0004-EXECUTAR-PASSOS.
      *    A CADA RODADA OS PASSOS PENDENTES SAO AVALIADOS: OS COM
      *    DEPENDENCIA QUE FALHOU SAO PULADOS, OS LIBERADOS SAO
      *    DISPARADOS ATE O LIMITE DE PARALELISMO, E O CONTROLADOR
      *    AGUARDA O TERMINO DOS QUE ESTAO EM EXECUCAO.
           MOVE 'N' TO WS-MALHA-INTERROMPIDA.
           MOVE ZERO TO WS-QTD-EM-EXECUCAO.
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
             UNTIL WS-IDX-PASSO IS GREATER THAN WS-QTD-PASSOS
             IF WS-RESTART-MALHA IS EQUAL TO 'S' AND
                WS-PASSO-RC-ANTERIOR(WS-IDX-PASSO) IS EQUAL TO '0000'
             THEN
                MOVE 'R' TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
                ADD 1 TO WS-TOTAL-PULADOS
                MOVE 'PULADO' TO WS-RESULTADO-PASSO
                MOVE ZERO TO WS-HORA-INICIO-PASSO
                MOVE ZERO TO WS-HORA-FIM-PASSO
                MOVE ZERO TO WS-RC-PASSO-ED
                PERFORM 0006-GRAVAR-RESULTADO-PASSO
             END-IF
           END-PERFORM.
           PERFORM 0013-CONTAR-PENDENTES.
           PERFORM UNTIL WS-QTD-PENDENTES IS EQUAL TO ZERO AND
                         WS-QTD-EM-EXECUCAO IS EQUAL TO ZERO
             MOVE 'N' TO WS-HOUVE-PROGRESSO
             PERFORM 0014-DISPARAR-PRONTOS
             IF WS-QTD-EM-EXECUCAO IS GREATER THAN ZERO THEN
                PERFORM 0009-AGUARDAR-CONCLUSOES
             ELSE
                IF WS-HOUVE-PROGRESSO IS EQUAL TO 'N' THEN
                   PERFORM 0011-ENCERRAR-CICLO
                END-IF
             END-IF
             PERFORM 0013-CONTAR-PENDENTES
           END-PERFORM.

       0005-EXECUTAR-UM-PASSO.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-HORA-FIM-PASSO FROM TIME.
           ADD 1 TO WS-TOTAL-EXECUTADOS.
           PERFORM 0010-APURAR-RESULTADO.

       0006-GRAVAR-RESULTADO-PASSO.
           MOVE SPACES TO REG-EXECUCAO.
           STRING WS-PASSO-ORDEM(WS-IDX-PASSO) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-PASSO-PROGRAMA(WS-IDX-PASSO) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-HORA-INICIO-PASSO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-HORA-FIM-PASSO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RC-PASSO-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RESULTADO-PASSO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DATA-EXECUCAO DELIMITED BY SIZE
             INTO REG-EXECUCAO
           END-STRING.
           WRITE REG-EXECUCAO.
           OPEN EXTEND ARQ-HISTORICO.
           IF ST-ARQUIVO-HIS IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-HISTORICO
           END-IF.
           MOVE REG-EXECUCAO TO REG-HISTORICO.
           WRITE REG-HISTORICO.
           CLOSE ARQ-HISTORICO.

       0007-CARREGAR-LINHA-PASSO.
      *    O QUARTO CAMPO SO EXISTE QUANDO A LINHA TEM TRES ';'. SEM
      *    ELE O PASSO DEPENDE DO ANTERIOR (MALHA SEQUENCIAL).
           MOVE SPACES TO WS-LINHA-ORDEM.
           MOVE SPACES TO WS-LINHA-PROGRAMA.
           MOVE SPACE TO WS-LINHA-OBRIGATORIO.
           MOVE SPACES TO WS-LINHA-DEPENDENCIAS.
           MOVE ZERO TO WS-QTD-SEPARADORES.
           INSPECT REG-PASSO TALLYING WS-QTD-SEPARADORES
             FOR ALL ';'.
           UNSTRING REG-PASSO DELIMITED BY ';'
             INTO WS-LINHA-ORDEM
                  WS-LINHA-PROGRAMA
                  WS-LINHA-OBRIGATORIO
                  WS-LINHA-DEPENDENCIAS
           END-UNSTRING.
           MOVE WS-LINHA-ORDEM TO WS-DEP-ORDEM.
           PERFORM 0015-NORMALIZAR-ORDEM.
           MOVE WS-DEP-ORDEM TO WS-PASSO-ORDEM(WS-QTD-PASSOS).
           MOVE WS-LINHA-PROGRAMA TO WS-PASSO-PROGRAMA(WS-QTD-PASSOS).
           MOVE WS-LINHA-OBRIGATORIO TO
             WS-PASSO-OBRIGATORIO(WS-QTD-PASSOS).
           MOVE SPACES TO WS-PASSO-RC-ANTERIOR(WS-QTD-PASSOS).
           MOVE 'P' TO WS-PASSO-SITUACAO(WS-QTD-PASSOS).
           MOVE 'N' TO WS-PASSO-DEP-INVALIDA(WS-QTD-PASSOS).
           MOVE ZERO TO WS-PASSO-QTD-DEP(WS-QTD-PASSOS).
           IF WS-QTD-SEPARADORES IS LESS THAN 3 THEN
              MOVE 'S' TO WS-PASSO-DEP-IMPLICITA(WS-QTD-PASSOS)
              MOVE SPACES TO WS-PASSO-DEP-TEXTO(WS-QTD-PASSOS)
           ELSE
              MOVE 'N' TO WS-PASSO-DEP-IMPLICITA(WS-QTD-PASSOS)
              MOVE WS-LINHA-DEPENDENCIAS TO
                WS-PASSO-DEP-TEXTO(WS-QTD-PASSOS)
           END-IF.

       0008-RESOLVER-DEPENDENCIAS.
      *    TRADUZ AS ORDENS DECLARADAS PARA A POSICAO DO PASSO NA
      *    TABELA. ORDEM INEXISTENTE OU O PROPRIO PASSO TORNA A
      *    DEPENDENCIA INVALIDA, E O PASSO E PULADO NA EXECUCAO.
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
             UNTIL WS-IDX-PASSO IS GREATER THAN WS-QTD-PASSOS
             IF WS-PASSO-DEP-IMPLICITA(WS-IDX-PASSO) IS EQUAL TO 'S'
             THEN
                IF WS-IDX-PASSO IS GREATER THAN 1 THEN
                   MOVE 1 TO WS-PASSO-QTD-DEP(WS-IDX-PASSO)
                   COMPUTE WS-PASSO-DEP(WS-IDX-PASSO, 1) =
                      WS-IDX-PASSO - 1
                END-IF
             ELSE
                MOVE SPACES TO WS-TAB-DEP-IN
                UNSTRING WS-PASSO-DEP-TEXTO(WS-IDX-PASSO)
                  DELIMITED BY ','
                  INTO WS-DEP-IN(1) WS-DEP-IN(2) WS-DEP-IN(3)
                       WS-DEP-IN(4) WS-DEP-IN(5) WS-DEP-IN(6)
                       WS-DEP-IN(7) WS-DEP-IN(8) WS-DEP-IN(9)
                       WS-DEP-IN(10)
                END-UNSTRING
                PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                  UNTIL WS-IDX-DEP IS GREATER THAN 10
                  IF WS-DEP-IN(WS-IDX-DEP) IS NOT EQUAL TO SPACES AND
                     FUNCTION TRIM(WS-DEP-IN(WS-IDX-DEP)) IS NOT
                     EQUAL TO '-'
                  THEN
                     MOVE FUNCTION TRIM(WS-DEP-IN(WS-IDX-DEP)) TO
                       WS-DEP-ORDEM
                     PERFORM 0015-NORMALIZAR-ORDEM
                     PERFORM 0016-LOCALIZAR-DEPENDENCIA
                  END-IF
                END-PERFORM
             END-IF
           END-PERFORM.

       0009-AGUARDAR-CONCLUSOES.
      *    CONFERE OS PASSOS EM EXECUCAO; SE NENHUM TERMINOU, ESPERA
      *    ALGUNS SEGUNDOS ANTES DA PROXIMA RODADA.
           MOVE 'N' TO WS-HOUVE-CONCLUSAO.
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
             UNTIL WS-IDX-PASSO IS GREATER THAN WS-QTD-PASSOS
             IF WS-PASSO-SITUACAO(WS-IDX-PASSO) IS EQUAL TO 'E' THEN
                PERFORM 0018-VERIFICAR-TERMINO
             END-IF
           END-PERFORM.
           IF WS-HOUVE-CONCLUSAO IS EQUAL TO 'N' THEN
              MOVE 'sleep 5' TO WS-COMANDO-SISTEMA
              CALL "SYSTEM" USING WS-COMANDO-SISTEMA
                RETURNING WS-RC-SISTEMA
           END-IF.

       0010-APURAR-RESULTADO.
           MOVE WS-RC-PASSO TO WS-RC-PASSO-ED.
      *    CODIGO DE RETORNO PADRONIZADO DOS BATCH: 0=OK, 4=OK COM
      *    RESSALVAS (PROSSEGUE COM AVISO), 8=ERRO DE DADOS,
      *    SEM INTERPRETAR RELATORIO.
           IF WS-RC-PASSO IS EQUAL TO ZERO THEN
              MOVE 'OK' TO WS-RESULTADO-PASSO
              MOVE 'C' TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
           ELSE
           IF WS-RC-PASSO IS EQUAL TO 4 THEN
              MOVE 'OK-RESSALVA' TO WS-RESULTADO-PASSO
              MOVE 'C' TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
              MOVE 'AVISO' TO WS-AVISO-SEVERIDADE
              MOVE 'OPERACAO' TO WS-AVISO-DESTINATARIO
              MOVE SPACES TO WS-AVISO-TEXTO
              END-STRING
              PERFORM 9800-REGISTRAR-AVISO
           ELSE
              MOVE 'F' TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
              IF WS-PASSO-OBRIGATORIO(WS-IDX-PASSO) IS EQUAL TO 'O'
              THEN
                 MOVE 'FALHA-OBRIG' TO WS-RESULTADO-PASSO
           END-IF.
           PERFORM 0006-GRAVAR-RESULTADO-PASSO.

       0011-ENCERRAR-CICLO.
      *    NADA EM EXECUCAO, NADA LIBERADO E AINDA HA PENDENTES: AS
      *    DEPENDENCIAS DECLARADAS FORMAM UM CICLO.
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
             UNTIL WS-IDX-PASSO IS GREATER THAN WS-QTD-PASSOS
             IF WS-PASSO-SITUACAO(WS-IDX-PASSO) IS EQUAL TO 'P' THEN
                DISPLAY '*** DEPENDENCIA CICLICA - PASSO '
                   WS-PASSO-ORDEM(WS-IDX-PASSO) ' - '
                   WS-PASSO-PROGRAMA(WS-IDX-PASSO) ' NAO EXECUTADO ***'
                MOVE 'DEP-CICLICA' TO WS-RESULTADO-PASSO
                PERFORM 0019-PULAR-PASSO
             END-IF
           END-PERFORM.

       0012-DEFINIR-PARALELISMO.
      *    QUANTIDADE MAXIMA DE PASSOS EM EXECUCAO SIMULTANEA
      *    (MALHA-PARALELISMO, DE 1 A 9). COM 1 A MALHA RODA DENTRO
      *    DO CONTROLADOR, UM PASSO POR VEZ.
           MOVE 4 TO WS-PARALELISMO.
           MOVE 'MALHA-PARALELISMO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:1) IS NUMERIC AND
              WS-PARAM-VALOR(1:1) IS NOT EQUAL TO '0' THEN
              MOVE WS-PARAM-VALOR(1:1) TO WS-PARALELISMO
           END-IF.
           DISPLAY 'PASSOS SIMULTANEOS NA MALHA: ' WS-PARALELISMO.

       0013-CONTAR-PENDENTES.
           MOVE ZERO TO WS-QTD-PENDENTES.
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
             UNTIL WS-IDX-PASSO IS GREATER THAN WS-QTD-PASSOS
             IF WS-PASSO-SITUACAO(WS-IDX-PASSO) IS EQUAL TO 'P' THEN
                ADD 1 TO WS-QTD-PENDENTES
             END-IF
           END-PERFORM.

       0014-DISPARAR-PRONTOS.
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
             UNTIL WS-IDX-PASSO IS GREATER THAN WS-QTD-PASSOS
             IF WS-PASSO-SITUACAO(WS-IDX-PASSO) IS EQUAL TO 'P' THEN
                PERFORM 0017-AVALIAR-DEPENDENCIAS
                EVALUATE TRUE
                  WHEN WS-DEP-ESTADO IS EQUAL TO 'B'
                     IF WS-PASSO-DEP-INVALIDA(WS-IDX-PASSO) IS
                        EQUAL TO 'S' THEN
                        MOVE 'DEP-INVALIDA' TO WS-RESULTADO-PASSO
                     ELSE
                        MOVE 'PULADO-DEP' TO WS-RESULTADO-PASSO
                     END-IF
                     DISPLAY 'PASSO ' WS-PASSO-ORDEM(WS-IDX-PASSO)
                        ' - ' WS-PASSO-PROGRAMA(WS-IDX-PASSO)
                        ' PULADO: DEPENDENCIA NAO CUMPRIDA'
                     PERFORM 0019-PULAR-PASSO
                     MOVE 'S' TO WS-HOUVE-PROGRESSO
                  WHEN WS-DEP-ESTADO IS EQUAL TO 'L' AND
                       WS-PARALELISMO IS EQUAL TO 1
                     PERFORM 0005-EXECUTAR-UM-PASSO
                     MOVE 'S' TO WS-HOUVE-PROGRESSO
                  WHEN WS-DEP-ESTADO IS EQUAL TO 'L' AND
                       WS-QTD-EM-EXECUCAO IS LESS THAN WS-PARALELISMO
                     PERFORM 0020-DISPARAR-PROCESSO
                     MOVE 'S' TO WS-HOUVE-PROGRESSO
                  WHEN OTHER
                     CONTINUE
                END-EVALUATE
             END-IF
           END-PERFORM.

       0015-NORMALIZAR-ORDEM.
      *    ORDEM DE UM DIGITO ('1') VALE COMO '01'.
           IF WS-DEP-ORDEM(2:1) IS EQUAL TO SPACE AND
              WS-DEP-ORDEM(1:1) IS NOT EQUAL TO SPACE THEN
              MOVE WS-DEP-ORDEM(1:1) TO WS-DEP-ORDEM(2:1)
              MOVE '0' TO WS-DEP-ORDEM(1:1)
           END-IF.

       0016-LOCALIZAR-DEPENDENCIA.
           MOVE ZERO TO WS-IDX-REF.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
             UNTIL WS-IDX-BUSCA IS GREATER THAN WS-QTD-PASSOS
             IF WS-PASSO-ORDEM(WS-IDX-BUSCA) IS EQUAL TO WS-DEP-ORDEM
                AND WS-IDX-REF IS EQUAL TO ZERO THEN
                MOVE WS-IDX-BUSCA TO WS-IDX-REF
             END-IF
           END-PERFORM.
           IF WS-IDX-REF IS EQUAL TO ZERO OR
              WS-IDX-REF IS EQUAL TO WS-IDX-PASSO THEN
              DISPLAY '*** PASSO ' WS-PASSO-ORDEM(WS-IDX-PASSO)
                 ' DEPENDE DE ORDEM INVALIDA: ' WS-DEP-ORDEM ' ***'
              MOVE 'S' TO WS-PASSO-DEP-INVALIDA(WS-IDX-PASSO)
           ELSE
              IF WS-PASSO-QTD-DEP(WS-IDX-PASSO) IS LESS THAN 10 THEN
                 ADD 1 TO WS-PASSO-QTD-DEP(WS-IDX-PASSO)
                 MOVE WS-IDX-REF TO WS-PASSO-DEP(WS-IDX-PASSO,
                   WS-PASSO-QTD-DEP(WS-IDX-PASSO))
              END-IF
           END-IF.

       0017-AVALIAR-DEPENDENCIAS.
      *    L = LIBERADO, A = AGUARDANDO, B = BLOQUEADO. DEPENDENCIA
      *    CONCLUIDA (OU PULADA NO REINICIO POR JA ESTAR CONCLUIDA)
      *    LIBERA; FALHA OU PULO POR DEPENDENCIA BLOQUEIA. NA
      *    DEPENDENCIA IMPLICITA (LINHA SEM O QUARTO CAMPO) A FALHA
      *    DE PASSO FACULTATIVO NAO BLOQUEIA, COMO NA MALHA
      *    SEQUENCIAL.
           MOVE 'L' TO WS-DEP-ESTADO.
           IF WS-PASSO-DEP-INVALIDA(WS-IDX-PASSO) IS EQUAL TO 'S' THEN
              MOVE 'B' TO WS-DEP-ESTADO
           END-IF.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
             UNTIL WS-IDX-DEP IS GREATER THAN
                   WS-PASSO-QTD-DEP(WS-IDX-PASSO)
                OR WS-DEP-ESTADO IS EQUAL TO 'B'
             MOVE WS-PASSO-DEP(WS-IDX-PASSO, WS-IDX-DEP) TO WS-IDX-REF
             EVALUATE WS-PASSO-SITUACAO(WS-IDX-REF)
               WHEN 'C'
               WHEN 'R'
                  CONTINUE
               WHEN 'F'
                  IF WS-PASSO-DEP-IMPLICITA(WS-IDX-PASSO) IS EQUAL TO
                     'S' AND WS-PASSO-OBRIGATORIO(WS-IDX-REF) IS NOT
                     EQUAL TO 'O' THEN
                     CONTINUE
                  ELSE
                     MOVE 'B' TO WS-DEP-ESTADO
                  END-IF
               WHEN 'S'
                  MOVE 'B' TO WS-DEP-ESTADO
               WHEN OTHER
                  MOVE 'A' TO WS-DEP-ESTADO
             END-EVALUATE
           END-PERFORM.

       0018-VERIFICAR-TERMINO.
      *    O PROCESSO DO PASSO SO CRIA O .FIM (HORA-INICIO;HORA-FIM;
      *    RC) AO TERMINAR, RENOMEANDO O ARQUIVO JA COMPLETO.
           PERFORM 0021-MONTAR-CAMINHOS-PASSO.
           OPEN INPUT ARQ-FIM-PASSO.
           IF ST-ARQUIVO-FIM IS EQUAL TO '00' THEN
              MOVE SPACES TO REG-FIM-PASSO
              READ ARQ-FIM-PASSO
                AT END CONTINUE
              END-READ
              CLOSE ARQ-FIM-PASSO
              MOVE SPACES TO WS-FIM-INICIO
              MOVE SPACES TO WS-FIM-TERMINO
              MOVE SPACES TO WS-FIM-RC
              UNSTRING REG-FIM-PASSO DELIMITED BY ';'
                INTO WS-FIM-INICIO
                     WS-FIM-TERMINO
                     WS-FIM-RC
              END-UNSTRING
              IF WS-FIM-INICIO IS NUMERIC THEN
                 MOVE WS-FIM-INICIO TO WS-HORA-INICIO-PASSO
              ELSE
                 MOVE ZERO TO WS-HORA-INICIO-PASSO
              END-IF
              IF WS-FIM-TERMINO IS NUMERIC THEN
                 MOVE WS-FIM-TERMINO TO WS-HORA-FIM-PASSO
              ELSE
                 MOVE ZERO TO WS-HORA-FIM-PASSO
              END-IF
              IF WS-FIM-RC IS EQUAL TO SPACES THEN
                 MOVE 12 TO WS-RC-PASSO
              ELSE
                 MOVE FUNCTION NUMVAL(WS-FIM-RC) TO WS-RC-PASSO
              END-IF
              SUBTRACT 1 FROM WS-QTD-EM-EXECUCAO
              ADD 1 TO WS-TOTAL-EXECUTADOS
              MOVE 'S' TO WS-HOUVE-CONCLUSAO
              DISPLAY 'PASSO ' WS-PASSO-ORDEM(WS-IDX-PASSO) ' - '
                 WS-PASSO-PROGRAMA(WS-IDX-PASSO) ' TERMINOU COM RC '
                 WS-FIM-RC
              PERFORM 0010-APURAR-RESULTADO
              MOVE SPACES TO WS-COMANDO-SISTEMA
              STRING 'rm -f ' DELIMITED BY SIZE
                     WS-CAM-FIM-PASSO DELIMITED BY SPACE
                INTO WS-COMANDO-SISTEMA
              END-STRING
              CALL "SYSTEM" USING WS-COMANDO-SISTEMA
                RETURNING WS-RC-SISTEMA
           END-IF.

       0019-PULAR-PASSO.
           MOVE 'S' TO WS-PASSO-SITUACAO(WS-IDX-PASSO).
           ADD 1 TO WS-TOTAL-PULADOS-DEP.
           MOVE ZERO TO WS-HORA-INICIO-PASSO.
           MOVE ZERO TO WS-HORA-FIM-PASSO.
           MOVE ZERO TO WS-RC-PASSO-ED.
           PERFORM 0006-GRAVAR-RESULTADO-PASSO.

       0020-DISPARAR-PROCESSO.
      *    O PASSO RODA EM PROCESSO PROPRIO, SEM ENTRADA DO CONSOLE
      *    (PERGUNTAS DOS PROGRAMAS FICAM COM O VALOR PADRAO) E COM A
      *    SAIDA EM MALHA-PASSO-NN.LOG; AO TERMINAR GRAVA O .FIM.
           PERFORM 0021-MONTAR-CAMINHOS-PASSO.
           DISPLAY 'DISPARANDO PASSO ' WS-PASSO-ORDEM(WS-IDX-PASSO)
              ' - ' WS-PASSO-PROGRAMA(WS-IDX-PASSO).
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'rm -f ' DELIMITED BY SIZE
                  WS-CAM-FIM-PASSO DELIMITED BY SPACE
                  '; (I=$(date +%H%M%S00); cobcrun ' DELIMITED BY SIZE
                  WS-PASSO-PROGRAMA(WS-IDX-PASSO) DELIMITED BY SPACE
                  ' </dev/null > ' DELIMITED BY SIZE
                  WS-CAM-LOG-PASSO DELIMITED BY SPACE
                  ' 2>&1; R=$?; echo "$I;$(date +%H%M%S00);$R" > '
                    DELIMITED BY SIZE
                  WS-CAM-FIM-PASSO-TMP DELIMITED BY SPACE
                  '; mv ' DELIMITED BY SIZE
                  WS-CAM-FIM-PASSO-TMP DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-CAM-FIM-PASSO DELIMITED BY SPACE
                  ') &' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA IS EQUAL TO ZERO THEN
              MOVE 'E' TO WS-PASSO-SITUACAO(WS-IDX-PASSO)
              ADD 1 TO WS-QTD-EM-EXECUCAO
           ELSE
              DISPLAY '*** FALHA AO DISPARAR O PASSO '
                 WS-PASSO-ORDEM(WS-IDX-PASSO) ' ***'
              MOVE ZERO TO WS-HORA-INICIO-PASSO
              MOVE ZERO TO WS-HORA-FIM-PASSO
              MOVE 12 TO WS-RC-PASSO
              PERFORM 0010-APURAR-RESULTADO
           END-IF.

       0021-MONTAR-CAMINHOS-PASSO.
           MOVE SPACES TO WS-CAM-FIM-PASSO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'malha-passo-' DELIMITED BY SIZE
                  WS-PASSO-ORDEM(WS-IDX-PASSO) DELIMITED BY SIZE
                  '.fim' DELIMITED BY SIZE
             INTO WS-CAM-FIM-PASSO
           END-STRING.
           MOVE SPACES TO WS-CAM-FIM-PASSO-TMP.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'malha-passo-' DELIMITED BY SIZE
                  WS-PASSO-ORDEM(WS-IDX-PASSO) DELIMITED BY SIZE
                  '.tmp' DELIMITED BY SIZE
             INTO WS-CAM-FIM-PASSO-TMP
           END-STRING.
           MOVE SPACES TO WS-CAM-LOG-PASSO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'malha-passo-' DELIMITED BY SIZE
                  WS-PASSO-ORDEM(WS-IDX-PASSO) DELIMITED BY SIZE
                  '.log' DELIMITED BY SIZE
             INTO WS-CAM-LOG-PASSO
           END-STRING.

       9800-REGISTRAR-AVISO.
      *    HUB DE NOTIFICACOES: ACRESCENTA O EVENTO EM
      *    AVISOS-SISTEMA.DAT (DATA;HORA;ORIGEM;SEVERIDADE;
                  'malha-passos.dat' DELIMITED BY SIZE
             INTO WS-CAM-MALHA-PASSOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           PERFORM 9910-RESOLVER-COMPETENCIA.

       9910-RESOLVER-COMPETENCIA.
      *    A REEMISSAO SOBRE COMPETENCIA PASSADA (COMPETENCIA-
      *    REFERENCIA.CFG PREENCHIDO) VALE SO PARA RELATORIOS. ESTE
      *    PROGRAMA GRAVA A BASE OU ARQUIVOS QUE OUTROS PASSOS LEEM E
      *    SO RODA SOBRE A BASE CORRENTE.
           MOVE SPACES TO WS-COMPETENCIA-REF.
           OPEN INPUT ARQ-COMPETENCIA-REF.
           IF ST-ARQUIVO-CRF IS EQUAL TO '00' THEN
              READ ARQ-COMPETENCIA-REF
                AT END CONTINUE
                NOT AT END
                   MOVE REG-COMPETENCIA-CFG(1:6) TO WS-COMPETENCIA-REF
              END-READ
              CLOSE ARQ-COMPETENCIA-REF
           END-IF.
           IF WS-COMPETENCIA-REF IS NOT EQUAL TO SPACES THEN
              DISPLAY '*** COMPETENCIA DE REFERENCIA '
                 WS-COMPETENCIA-REF ' INFORMADA - ESTE PROGRAMA SO '
                 'RODA SOBRE A BASE CORRENTE ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       9700-LER-PARAMETRO.
      *    BUSCA UM PARAMETRO NO ARQUIVO CENTRAL DE PARAMETROS DO
      *    SISTEMA; PARAMETRO AUSENTE MANTEM O VALOR PADRAO DO
      *    PROGRAMA.
           MOVE 'N' TO WS-PARAM-ACHADO.
           MOVE SPACES TO WS-PARAM-VALOR.
           OPEN INPUT ARQ-PARAMETROS.
           IF ST-ARQUIVO-PRM IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-PRM
              PERFORM UNTIL WS-EOF-PRM IS EQUAL TO 'Y'
                READ ARQ-PARAMETROS
                  AT END MOVE 'Y' TO WS-EOF-PRM
                  NOT AT END
                     IF PAR-CHAVE IS EQUAL TO WS-PARAM-CHAVE THEN
                        MOVE 'S' TO WS-PARAM-ACHADO
                        MOVE PAR-VALOR TO WS-PARAM-VALOR
                        MOVE 'Y' TO WS-EOF-PRM
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-PARAMETROS
           END-IF.

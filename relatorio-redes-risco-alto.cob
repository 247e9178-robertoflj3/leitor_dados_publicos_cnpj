       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-REDES-RISCO-ALTO.

      ****************************************************************
      * RANKING DAS REDES SOCIETARIAS COM MAIOR CONCENTRACAO DE       *
      * EMPRESAS DE RISCO ALTO (ESCORE INDIVIDUAL NA FAIXA A). LE O   *
      * ESCORE-REDE.DAT GRAVADO PELO CALCULAR-ESCORE-REDE, ORDENA     *
      * POR NUMERO DE REDE (SORT) E, NA QUEBRA DE CADA REDE, CONTA    *
      * EMPRESAS, EMPRESAS DE RISCO ALTO E A MEDIA DO ESCORE DE REDE. *
      * ENTRAM SO AS REDES COM PELO MENOS UMA EMPRESA DE RISCO ALTO E *
      * COM O MINIMO DE EMPRESAS INFORMADO (PADRAO 3, PARA UMA REDE   *
      * DE DUAS EMPRESAS NAO APARECER COM 50% OU 100%). O RANKING E   *
      * PELA PROPORCAO DE EMPRESAS DE RISCO ALTO, DESEMPATADO PELA    *
      * QUANTIDADE; A EMPRESA DE MAIOR ESCORE DE CADA REDE VAI NA     *
      * LINHA COMO PONTO DE PARTIDA PARA A ANALISE.                   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESCORE-REDE ASSIGN TO WS-CAM-ESCORE-REDE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ERD-CNPJ
                   STATUS ST-ARQUIVO-ERD.

           SELECT SORT-WORK ASSIGN TO WS-CAM-REDESRISCO-SRT.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-REDES-RISCO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ESCORE-REDE.
       COPY "FD-REG-ESCORE-REDE.cpy".

       SD SORT-WORK.
       01 SD-REG-TEMP.
          05 SD-NUM-REDE             PIC 9(006).
          05 SD-CNPJ                 PIC X(014).
          05 SD-ESCORE-REDE          PIC 9(003).
          05 SD-ESCORE-PROPRIO       PIC 9(003).
          05 SD-FAIXA-PROPRIA        PIC X.

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(132).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-ESCORE-REDE             PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-REDES-RISCO   PIC X(060) VALUE SPACES.
       01 WS-CAM-REDESRISCO-SRT          PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-ERD              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-PRIMEIRA-LINHA           PIC X VALUE 'S'.
       01 WS-TOTAL-LIDOS              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-REDES              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-REDES-COM-ALTO     PIC 9(007) VALUE ZERO.

       01 WS-QTD-RANKING              PIC 99 VALUE 20.
       01 WS-QTD-RANKING-IN           PIC 99 VALUE ZERO.
       01 WS-MINIMO-EMPRESAS          PIC 9(004) VALUE 3.
       01 WS-MINIMO-EMPRESAS-IN       PIC 9(004) VALUE ZERO.

      *    ACUMULADORES DA REDE EM QUEBRA
       01 WS-QUEBRA-REDE              PIC 9(006) VALUE ZERO.
       01 WS-REDE-EMPRESAS            PIC 9(005) VALUE ZERO.
       01 WS-REDE-ALTO                PIC 9(005) VALUE ZERO.
       01 WS-REDE-SOMA-ESCORE         PIC 9(008) VALUE ZERO.
       01 WS-REDE-MAIOR-ESCORE        PIC 9(003) VALUE ZERO.
       01 WS-REDE-CNPJ-MAIOR          PIC X(014) VALUE SPACES.
       01 WS-REDE-CONCENTRACAO        PIC 9(003)V99 VALUE ZERO.
       01 WS-REDE-MEDIA               PIC 9(003)V99 VALUE ZERO.

      *    RANKING POR INSERCAO, MESMO ESQUEMA DO RANKING-CAPITAL-SOCIAL
       01 WS-QTD-RANK                 PIC 99 VALUE ZERO.
       01 WS-IDX-RANK                 PIC 99 VALUE ZERO.
       01 WS-IDX-DESLOCA              PIC 99 VALUE ZERO.
       01 WS-POSICAO                  PIC 99 VALUE ZERO.
       01 WS-TAB-RANKING.
          05 WS-RANK-ITEM OCCURS 50 TIMES.
             10 WS-RANK-REDE          PIC 9(006).
             10 WS-RANK-EMPRESAS      PIC 9(005).
             10 WS-RANK-ALTO          PIC 9(005).
             10 WS-RANK-CONCENTRACAO  PIC 9(003)V99.
             10 WS-RANK-MEDIA         PIC 9(003)V99.
             10 WS-RANK-CNPJ-MAIOR    PIC X(014).
             10 WS-RANK-MAIOR-ESCORE  PIC 9(003).

       01 WS-POSICAO-ED               PIC Z9.
       01 WS-EMPRESAS-ED              PIC ZZZZ9.
       01 WS-ALTO-ED                  PIC ZZZZ9.
       01 WS-PERCENTUAL-ED            PIC ZZ9,99.
       01 WS-MEDIA-ED                 PIC ZZ9,99.
       01 WS-MAIOR-ESCORE-ED          PIC ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'REDES SOCIETARIAS COM CONCENTRACAO DE RISCO ALTO'.
           DISPLAY 'QUANTIDADE DE REDES NO RANKING (BRANCO = 20, '
              'MAXIMO 50): '.
           ACCEPT WS-QTD-RANKING-IN.
           IF WS-QTD-RANKING-IN IS GREATER THAN ZERO THEN
              MOVE WS-QTD-RANKING-IN TO WS-QTD-RANKING
           END-IF.
           IF WS-QTD-RANKING IS GREATER THAN 50 THEN
              MOVE 50 TO WS-QTD-RANKING
           END-IF.
           DISPLAY 'MINIMO DE EMPRESAS NA REDE (BRANCO = 3): '.
           ACCEPT WS-MINIMO-EMPRESAS-IN.
           IF WS-MINIMO-EMPRESAS-IN IS GREATER THAN ZERO THEN
              MOVE WS-MINIMO-EMPRESAS-IN TO WS-MINIMO-EMPRESAS
           END-IF.
           OPEN INPUT ARQ-ESCORE-REDE.
           IF ST-ARQUIVO-ERD IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ESCORE-REDE.DAT INDISPONIVEL (STATUS '
                 ST-ARQUIVO-ERD ') - RODAR O CALCULAR-ESCORE-REDE ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE ARQ-ESCORE-REDE.
           SORT SORT-WORK
               ON ASCENDING KEY SD-NUM-REDE
               INPUT PROCEDURE IS 0002-SELECIONAR-ESCORES
               OUTPUT PROCEDURE IS 0004-CONSOLIDAR-REDES.
           PERFORM 0008-EMITIR-RELATORIO.
           DISPLAY 'ESCORES DE REDE LIDOS...........: ' WS-TOTAL-LIDOS.
           DISPLAY 'REDES AVALIADAS.................: ' WS-TOTAL-REDES.
           DISPLAY 'REDES COM EMPRESA DE RISCO ALTO.: '
              WS-TOTAL-REDES-COM-ALTO.
           DISPLAY 'REDES NO RANKING................: ' WS-QTD-RANK.
           DISPLAY 'FIM DO RELATORIO DE REDES DE RISCO ALTO.'.
           GOBACK.

       0002-SELECIONAR-ESCORES.
           OPEN INPUT ARQ-ESCORE-REDE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-ESCORE-REDE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-LIDOS
                  PERFORM 0003-LIBERAR-REGISTRO
             END-READ
           END-PERFORM.
           CLOSE ARQ-ESCORE-REDE.

       0003-LIBERAR-REGISTRO.
           MOVE ERD-NUM-REDE TO SD-NUM-REDE.
           MOVE ERD-CNPJ TO SD-CNPJ.
           MOVE ERD-ESCORE-REDE TO SD-ESCORE-REDE.
           MOVE ERD-ESCORE-PROPRIO TO SD-ESCORE-PROPRIO.
           MOVE ERD-FAIXA-PROPRIA TO SD-FAIXA-PROPRIA.
           RELEASE SD-REG-TEMP.

       0004-CONSOLIDAR-REDES.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-WORK
               AT END
                  MOVE 'Y' TO WS-EOF-SORT
                  IF WS-PRIMEIRA-LINHA IS EQUAL TO 'N' THEN
                     PERFORM 0006-FECHAR-REDE
                  END-IF
               NOT AT END PERFORM 0005-TRATAR-REGISTRO
             END-RETURN
           END-PERFORM.

       0005-TRATAR-REGISTRO.
           IF WS-PRIMEIRA-LINHA IS EQUAL TO 'S' THEN
              MOVE 'N' TO WS-PRIMEIRA-LINHA
              MOVE SD-NUM-REDE TO WS-QUEBRA-REDE
           END-IF.
           IF SD-NUM-REDE IS NOT EQUAL TO WS-QUEBRA-REDE THEN
              PERFORM 0006-FECHAR-REDE
              MOVE SD-NUM-REDE TO WS-QUEBRA-REDE
           END-IF.
           ADD 1 TO WS-REDE-EMPRESAS.
           ADD SD-ESCORE-REDE TO WS-REDE-SOMA-ESCORE.
           IF SD-FAIXA-PROPRIA IS EQUAL TO 'A' THEN
              ADD 1 TO WS-REDE-ALTO
           END-IF.
           IF SD-ESCORE-PROPRIO IS GREATER THAN WS-REDE-MAIOR-ESCORE
              OR WS-REDE-CNPJ-MAIOR IS EQUAL TO SPACES THEN
              MOVE SD-ESCORE-PROPRIO TO WS-REDE-MAIOR-ESCORE
              MOVE SD-CNPJ TO WS-REDE-CNPJ-MAIOR
           END-IF.

       0006-FECHAR-REDE.
           ADD 1 TO WS-TOTAL-REDES.
           IF WS-REDE-ALTO IS GREATER THAN ZERO THEN
              ADD 1 TO WS-TOTAL-REDES-COM-ALTO
           END-IF.
           IF WS-REDE-ALTO IS GREATER THAN ZERO AND
              WS-REDE-EMPRESAS IS NOT LESS THAN WS-MINIMO-EMPRESAS
           THEN
              COMPUTE WS-REDE-CONCENTRACAO ROUNDED =
                WS-REDE-ALTO * 100 / WS-REDE-EMPRESAS
              COMPUTE WS-REDE-MEDIA ROUNDED =
                WS-REDE-SOMA-ESCORE / WS-REDE-EMPRESAS
              PERFORM 0007-INSERIR-RANKING
           END-IF.
           MOVE ZERO TO WS-REDE-EMPRESAS WS-REDE-ALTO
                        WS-REDE-SOMA-ESCORE WS-REDE-MAIOR-ESCORE.
           MOVE SPACES TO WS-REDE-CNPJ-MAIOR.

       0007-INSERIR-RANKING.
      *    ACHA A POSICAO DA REDE NO RANKING (PROPORCAO DE RISCO ALTO,
      *    DEPOIS QUANTIDADE) E DESLOCA AS DEMAIS PARA BAIXO.
           MOVE ZERO TO WS-POSICAO.
           PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
             UNTIL WS-IDX-RANK IS GREATER THAN WS-QTD-RANK OR
                   WS-POSICAO IS GREATER THAN ZERO
             IF WS-REDE-CONCENTRACAO IS GREATER THAN
                WS-RANK-CONCENTRACAO(WS-IDX-RANK) OR
                (WS-REDE-CONCENTRACAO IS EQUAL TO
                 WS-RANK-CONCENTRACAO(WS-IDX-RANK) AND
                 WS-REDE-ALTO IS GREATER THAN
                 WS-RANK-ALTO(WS-IDX-RANK)) THEN
                MOVE WS-IDX-RANK TO WS-POSICAO
             END-IF
           END-PERFORM.
           IF WS-POSICAO IS EQUAL TO ZERO AND
              WS-QTD-RANK IS LESS THAN WS-QTD-RANKING THEN
              COMPUTE WS-POSICAO = WS-QTD-RANK + 1
           END-IF.
           IF WS-POSICAO IS GREATER THAN ZERO THEN
              PERFORM 0009-DESLOCAR-E-INSERIR
           END-IF.

       0009-DESLOCAR-E-INSERIR.
           IF WS-QTD-RANK IS LESS THAN WS-QTD-RANKING THEN
              ADD 1 TO WS-QTD-RANK
           END-IF.
           PERFORM VARYING WS-IDX-DESLOCA FROM WS-QTD-RANK BY -1
             UNTIL WS-IDX-DESLOCA IS NOT GREATER THAN WS-POSICAO
             MOVE WS-RANK-ITEM(WS-IDX-DESLOCA - 1) TO
                  WS-RANK-ITEM(WS-IDX-DESLOCA)
           END-PERFORM.
           MOVE WS-QUEBRA-REDE TO WS-RANK-REDE(WS-POSICAO).
           MOVE WS-REDE-EMPRESAS TO WS-RANK-EMPRESAS(WS-POSICAO).
           MOVE WS-REDE-ALTO TO WS-RANK-ALTO(WS-POSICAO).
           MOVE WS-REDE-CONCENTRACAO TO
                WS-RANK-CONCENTRACAO(WS-POSICAO).
           MOVE WS-REDE-MEDIA TO WS-RANK-MEDIA(WS-POSICAO).
           MOVE WS-REDE-CNPJ-MAIOR TO WS-RANK-CNPJ-MAIOR(WS-POSICAO).
           MOVE WS-REDE-MAIOR-ESCORE TO
                WS-RANK-MAIOR-ESCORE(WS-POSICAO).

       0008-EMITIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'REDES SOCIETARIAS COM MAIOR CONCENTRACAO DE EMPRESAS'
             TO REG-RELATORIO.
           MOVE ' DE RISCO ALTO' TO REG-RELATORIO(53:14).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-MINIMO-EMPRESAS TO WS-EMPRESAS-ED.
           STRING 'MINIMO DE EMPRESAS POR REDE: ' DELIMITED BY SIZE
                  WS-EMPRESAS-ED DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'POS REDE   EMPRESAS ALTO  % ALTO ESC.REDE MEDIO '
             TO REG-RELATORIO.
           MOVE 'MAIOR ESCORE' TO REG-RELATORIO(49:12).
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
             UNTIL WS-IDX-RANK IS GREATER THAN WS-QTD-RANK
             MOVE WS-IDX-RANK TO WS-POSICAO-ED
             MOVE WS-RANK-EMPRESAS(WS-IDX-RANK) TO WS-EMPRESAS-ED
             MOVE WS-RANK-ALTO(WS-IDX-RANK) TO WS-ALTO-ED
             MOVE WS-RANK-CONCENTRACAO(WS-IDX-RANK) TO
                  WS-PERCENTUAL-ED
             MOVE WS-RANK-MEDIA(WS-IDX-RANK) TO WS-MEDIA-ED
             MOVE WS-RANK-MAIOR-ESCORE(WS-IDX-RANK) TO
                  WS-MAIOR-ESCORE-ED
             MOVE SPACES TO REG-RELATORIO
             STRING WS-POSICAO-ED DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-RANK-REDE(WS-IDX-RANK) DELIMITED BY SIZE
                    '    ' DELIMITED BY SIZE
                    WS-EMPRESAS-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ALTO-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-PERCENTUAL-ED DELIMITED BY SIZE
                    '         ' DELIMITED BY SIZE
                    WS-MEDIA-ED DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-RANK-CNPJ-MAIOR(WS-IDX-RANK) DELIMITED BY SIZE
                    ' (' DELIMITED BY SIZE
                    WS-MAIOR-ESCORE-ED DELIMITED BY SIZE
                    ')' DELIMITED BY SIZE
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.
           IF WS-QTD-RANK IS EQUAL TO ZERO THEN
              MOVE 'NENHUMA REDE COM EMPRESA DE RISCO ALTO NO CRITERIO'
                TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
      *    ARQUIVO AUSENTE = PRODUCAO). O AMBIENTE VAI PARA O
      *    CABECALHO DAS TELAS E RODAPE DOS RELATORIOS, PARA NAO
      *    MISTURAR AS BASES SEM PERCEBER.
           MOVE 'P' TO WS-AMBIENTE.
           OPEN INPUT ARQ-AMBIENTE.
           IF ST-ARQUIVO-AMB IS EQUAL TO '00' THEN
              READ ARQ-AMBIENTE
                AT END CONTINUE
                NOT AT END
                   MOVE FUNCTION UPPER-CASE
                     (REG-AMBIENTE-CFG(1:1)) TO WS-AMBIENTE
              END-READ
              CLOSE ARQ-AMBIENTE
           END-IF.
           EVALUATE WS-AMBIENTE
             WHEN 'T'
                MOVE 'dados-teste/' TO WS-DIR-DADOS
                MOVE 'TESTE' TO WS-AMBIENTE-DESC
             WHEN 'H'
                MOVE 'dados-hml/' TO WS-DIR-DADOS
                MOVE 'HOMOLOGACAO' TO WS-AMBIENTE-DESC
             WHEN OTHER
                MOVE 'P' TO WS-AMBIENTE
                MOVE 'dados/' TO WS-DIR-DADOS
                MOVE 'PRODUCAO' TO WS-AMBIENTE-DESC
           END-EVALUATE.
           DISPLAY 'AMBIENTE DE EXECUCAO: ' WS-AMBIENTE-DESC.
           MOVE SPACES TO WS-CAM-ESCORE-REDE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'escore-rede.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESCORE-REDE
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-REDES-RISCO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-redes-risco-alto.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-REDES-RISCO
           END-STRING.
           MOVE SPACES TO WS-CAM-REDESRISCO-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'redesrisco.srt' DELIMITED BY SIZE
             INTO WS-CAM-REDESRISCO-SRT
           END-STRING.

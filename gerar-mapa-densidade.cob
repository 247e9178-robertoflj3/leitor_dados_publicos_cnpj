       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAR-MAPA-DENSIDADE.

      ****************************************************************
      * MAPA DE DENSIDADE DAS EMPRESAS EM GRADE REGULAR, EM GEOJSON,  *
      * PARA O SISTEMA DE MAPAS DO PLANEJAMENTO COMERCIAL. USA AS     *
      * COORDENADAS IMPORTADAS DO RETORNO DE GEOCODIFICACAO           *
      * (COORDENADAS-CNPJ.DAT) E OS DADOS DA EMPRESA EM EMPRESAS2.    *
      * ENTRADA (UMA POR LINHA): DATA INICIAL E DATA FINAL DO PERIODO *
      * (AAAAMMDD; BRANCO = ULTIMOS 12 MESES ATE HOJE), SECAO CNAE    *
      * (LETRA; BRANCO = TODAS) E PORTE (00, 01, 03, 05; BRANCO =     *
      * TODOS). O LADO DA CELULA, EM KM, VEM DO PARAMETRO             *
      * DENS-CELULA-KM (PADRAO 1, MAXIMO 50); A GRADE PARTE DO CANTO  *
      * SUDOESTE DO PAIS (LAT -34, LON -74) COM 1 GRAU DE LATITUDE ~  *
      * 111 KM E DE LONGITUDE ~ 102 KM, COMO NA BUSCA POR PROXIMIDADE *
      * DA TELA. CADA CELULA COM MOVIMENTO SAI COMO UM POLIGONO COM   *
      * A CONTAGEM DE ATIVAS (SITUACAO 02), ABERTURAS (INICIO DE      *
      * ATIVIDADE NO PERIODO) E BAIXAS (SITUACAO 08 COM DATA DA       *
      * SITUACAO NO PERIODO). COORDENADAS MARCADAS COMO SUSPEITAS     *
      * PELO VALIDAR-COORDENADAS-GEO FICAM DE FORA.                   *
      * RETURN-CODE: 0 MAPA GERADO; 4 NENHUMA EMPRESA NA GRADE; 8     *
      * ENTRADA INVALIDA; 12 COORDENADAS OU BASE INDISPONIVEL.        *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
                   ALTERNATE KEY IS FRE-UF-MUNICIPIO WITH DUPLICATES
                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-COORDENADAS ASSIGN TO WS-CAM-COORDENADAS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS GEO-CNPJ
                   STATUS ST-ARQUIVO-GEO.

           SELECT SORT-CELULA ASSIGN TO WS-CAM-DENSIDADE-SRT.

           SELECT ARQ-GEOJSON ASSIGN TO WS-CAM-MAPA-DENSIDADE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-JSN.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

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
       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-COORDENADAS.
       COPY "FD-REG-GEO.cpy".

       SD SORT-CELULA.
       01 SD-REG-CELULA.
          05 SDD-LINHA                PIC 9(005).
          05 SDD-COLUNA               PIC 9(005).
          05 SDD-ATIVA                PIC 9.
          05 SDD-ABERTURA             PIC 9.
          05 SDD-BAIXA                PIC 9.

       FD ARQ-GEOJSON.
       01 REG-GEOJSON                 PIC X(400).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-COORDENADAS             PIC X(060) VALUE SPACES.
       01 WS-CAM-DENSIDADE-SRT           PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-MAPA-DENSIDADE          PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-GEO              PIC XX.
       01 ST-ARQUIVO-JSN              PIC XX.
       01 WS-EOF-GEO                  PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-RETORNO                  PIC 99 VALUE ZERO.
       01 WS-MENSAGEM                 PIC X(080) VALUE SPACES.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

      *    PARAMETROS DE ENTRADA
       01 WS-DATA-INI-IN              PIC X(008) VALUE SPACES.
       01 WS-DATA-FIM-IN              PIC X(008) VALUE SPACES.
       01 WS-SECAO-IN                 PIC X(001) VALUE SPACES.
       01 WS-PORTE-IN                 PIC X(002) VALUE SPACES.
       01 WS-DATA-INICIO              PIC 9(008) VALUE ZERO.
       01 WS-DATA-FIM                 PIC 9(008) VALUE ZERO.
       01 WS-ANO-INICIO               PIC 9(004) VALUE ZERO.
       01 WS-SECAO-FILTRO             PIC X(001) VALUE SPACES.
       01 WS-PORTE-FILTRO             PIC X(002) VALUE SPACES.
       01 WS-CELULA-KM                PIC 9(002) VALUE 1.
       01 WS-TXT-CELULA-KM            PIC X(007) VALUE SPACES.

      *    GRADE
       01 WS-ORIGEM-LAT               PIC S9(003)V9(006) VALUE -34.
       01 WS-ORIGEM-LON               PIC S9(003)V9(006) VALUE -74.
       01 WS-LIMITE-LAT               PIC S9(003)V9(006) VALUE 6.
       01 WS-LIMITE-LON               PIC S9(003)V9(006) VALUE -28.
       01 WS-PASSO-LAT                PIC 9(002)V9(006) VALUE ZERO.
       01 WS-PASSO-LON                PIC 9(002)V9(006) VALUE ZERO.
       01 WS-LINHA                    PIC 9(005) VALUE ZERO.
       01 WS-COLUNA                   PIC 9(005) VALUE ZERO.
       01 WS-LAT-SUL                  PIC S9(003)V9(006) VALUE ZERO.
       01 WS-LAT-NORTE                PIC S9(003)V9(006) VALUE ZERO.
       01 WS-LON-OESTE                PIC S9(003)V9(006) VALUE ZERO.
       01 WS-LON-LESTE                PIC S9(003)V9(006) VALUE ZERO.
       01 WS-TXT-LAT-SUL              PIC X(012) VALUE SPACES.
       01 WS-TXT-LAT-NORTE            PIC X(012) VALUE SPACES.
       01 WS-TXT-LON-OESTE            PIC X(012) VALUE SPACES.
       01 WS-TXT-LON-LESTE            PIC X(012) VALUE SPACES.
       01 WS-COORD-ED                 PIC ---9.999999.

      *    EMPRESA EM AVALIACAO
       01 WS-DIVISAO                  PIC 99 VALUE ZERO.
       01 WS-IDX-SECAO                PIC 99 VALUE ZERO.
       01 WS-LETRAS-SECAO             PIC X(022)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTU?'.
       01 WS-SELECIONADA              PIC X VALUE 'N'.
       01 WS-EH-ATIVA                 PIC 9 VALUE ZERO.
       01 WS-EH-ABERTURA              PIC 9 VALUE ZERO.
       01 WS-EH-BAIXA                 PIC 9 VALUE ZERO.

      *    CELULA CORRENTE NA SAIDA DO SORT
       01 WS-PRIMEIRA-CELULA          PIC X VALUE 'S'.
       01 WS-PRIMEIRO-FEATURE         PIC X VALUE 'S'.
       01 WS-CEL-CHAVE-ANT            PIC X(010) VALUE SPACES.
       01 WS-CEL-LINHA                PIC 9(005) VALUE ZERO.
       01 WS-CEL-COLUNA               PIC 9(005) VALUE ZERO.
       01 WS-CEL-ATIVAS               PIC 9(007) VALUE ZERO.
       01 WS-CEL-ABERTURAS            PIC 9(007) VALUE ZERO.
       01 WS-CEL-BAIXAS               PIC 9(007) VALUE ZERO.
       01 WS-QTD-ED                   PIC Z(006)9.
       01 WS-TXT-ATIVAS               PIC X(007) VALUE SPACES.
       01 WS-TXT-ABERTURAS            PIC X(007) VALUE SPACES.
       01 WS-TXT-BAIXAS               PIC X(007) VALUE SPACES.
       01 WS-PONTEIRO                 PIC 9(004) VALUE ZERO.

      *    TOTAIS
       01 WS-TOTAL-COORDENADAS        PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-FORA-GRADE         PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-SUSPEITAS          PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-SEM-EMPRESA        PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-NA-GRADE           PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-CELULAS            PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-ATIVAS             PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-ABERTURAS          PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-BAIXAS             PIC 9(009) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'MAPA DE DENSIDADE DAS EMPRESAS EM GRADE (GEOJSON)'.
           DISPLAY 'DATA INICIAL (AAAAMMDD; BRANCO = 12 MESES): '.
           ACCEPT WS-DATA-INI-IN.
           DISPLAY 'DATA FINAL (AAAAMMDD; BRANCO = HOJE): '.
           ACCEPT WS-DATA-FIM-IN.
           DISPLAY 'SECAO CNAE (BRANCO = TODAS): '.
           ACCEPT WS-SECAO-IN.
           DISPLAY 'PORTE (00, 01, 03, 05; BRANCO = TODOS): '.
           ACCEPT WS-PORTE-IN.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-VALIDAR-ENTRADA.
           IF WS-RETORNO IS NOT EQUAL TO ZERO THEN
              DISPLAY WS-MENSAGEM
              MOVE WS-RETORNO TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0003-LER-PARAMETROS.
           OPEN INPUT ARQ-COORDENADAS.
           IF ST-ARQUIVO-GEO IS NOT EQUAL TO '00' THEN
              DISPLAY '*** COORDENADAS-CNPJ.DAT INDISPONIVEL (STATUS '
                 ST-ARQUIVO-GEO ') - IMPORTAR O RETORNO DE '
                 'GEOCODIFICACAO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR EMPRESAS2.DAT (STATUS '
                 ST-ARQUIVO-EMP ') ***'
              CLOSE ARQ-COORDENADAS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-GEOJSON.
           PERFORM 0010-ABRIR-COLECAO.
           SORT SORT-CELULA
               ON ASCENDING KEY SDD-LINHA SDD-COLUNA
               INPUT PROCEDURE IS 0004-SELECIONAR-EMPRESAS
               OUTPUT PROCEDURE IS 0007-APURAR-CELULAS.
           MOVE ']}' TO REG-GEOJSON.
           WRITE REG-GEOJSON.
           CLOSE ARQ-GEOJSON.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-COORDENADAS.
           DISPLAY 'COORDENADAS LIDAS.........: ' WS-TOTAL-COORDENADAS.
           DISPLAY 'FORA DA GRADE DO PAIS.....: ' WS-TOTAL-FORA-GRADE.
           DISPLAY 'SUSPEITAS NA VALIDACAO....: ' WS-TOTAL-SUSPEITAS.
           DISPLAY 'SEM EMPRESA NA BASE.......: ' WS-TOTAL-SEM-EMPRESA.
           DISPLAY 'EMPRESAS NA GRADE.........: ' WS-TOTAL-NA-GRADE.
           DISPLAY 'CELULAS COM MOVIMENTO.....: ' WS-TOTAL-CELULAS.
           DISPLAY 'ATIVAS / ABERTURAS / BAIXAS: ' WS-TOTAL-ATIVAS
              ' / ' WS-TOTAL-ABERTURAS ' / ' WS-TOTAL-BAIXAS.
           DISPLAY 'ARQUIVO GERADO............: ' WS-CAM-MAPA-DENSIDADE.
           DISPLAY 'FIM DO MAPA DE DENSIDADE.'.
           IF WS-TOTAL-CELULAS IS EQUAL TO ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0002-VALIDAR-ENTRADA.
           MOVE ZERO TO WS-RETORNO.
           IF WS-DATA-FIM-IN IS EQUAL TO SPACES THEN
              MOVE WS-DATA-HOJE TO WS-DATA-FIM
           ELSE
              IF WS-DATA-FIM-IN IS NUMERIC THEN
                 MOVE WS-DATA-FIM-IN TO WS-DATA-FIM
              ELSE
                 MOVE 8 TO WS-RETORNO
                 MOVE '*** DATA FINAL INVALIDA ***' TO WS-MENSAGEM
              END-IF
           END-IF.
           IF WS-DATA-INI-IN IS EQUAL TO SPACES THEN
              MOVE WS-DATA-FIM TO WS-DATA-INICIO
              MOVE WS-DATA-FIM(1:4) TO WS-ANO-INICIO
              SUBTRACT 1 FROM WS-ANO-INICIO
              MOVE WS-ANO-INICIO TO WS-DATA-INICIO(1:4)
           ELSE
              IF WS-DATA-INI-IN IS NUMERIC THEN
                 MOVE WS-DATA-INI-IN TO WS-DATA-INICIO
              ELSE
                 MOVE 8 TO WS-RETORNO
                 MOVE '*** DATA INICIAL INVALIDA ***' TO WS-MENSAGEM
              END-IF
           END-IF.
           IF WS-RETORNO IS EQUAL TO ZERO AND
              WS-DATA-INICIO IS GREATER THAN WS-DATA-FIM THEN
              MOVE 8 TO WS-RETORNO
              MOVE '*** DATA INICIAL POSTERIOR A FINAL ***'
                TO WS-MENSAGEM
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SECAO-IN) TO WS-SECAO-FILTRO.
           IF WS-SECAO-FILTRO IS NOT EQUAL TO SPACE AND
              (WS-SECAO-FILTRO IS LESS THAN 'A' OR
               WS-SECAO-FILTRO IS GREATER THAN 'U') THEN
              MOVE 8 TO WS-RETORNO
              MOVE '*** SECAO CNAE INVALIDA (A A U) ***'
                TO WS-MENSAGEM
           END-IF.
           MOVE WS-PORTE-IN TO WS-PORTE-FILTRO.
           IF WS-PORTE-FILTRO IS NOT EQUAL TO SPACES AND
              WS-PORTE-FILTRO IS NOT EQUAL TO '00' AND
              WS-PORTE-FILTRO IS NOT EQUAL TO '01' AND
              WS-PORTE-FILTRO IS NOT EQUAL TO '03' AND
              WS-PORTE-FILTRO IS NOT EQUAL TO '05' THEN
              MOVE 8 TO WS-RETORNO
              MOVE '*** PORTE INVALIDO (00, 01, 03 OU 05) ***'
                TO WS-MENSAGEM
           END-IF.

       0003-LER-PARAMETROS.
           MOVE 'DENS-CELULA-KM' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC AND
              WS-PARAM-VALOR(1:2) IS NOT EQUAL TO '00' AND
              WS-PARAM-VALOR(1:2) IS NOT GREATER THAN '50' THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-CELULA-KM
           END-IF.
           COMPUTE WS-PASSO-LAT ROUNDED = WS-CELULA-KM / 111.
           COMPUTE WS-PASSO-LON ROUNDED = WS-CELULA-KM / 102.
           DISPLAY 'PERIODO...................: ' WS-DATA-INICIO
              ' A ' WS-DATA-FIM.
           DISPLAY 'LADO DA CELULA (KM).......: ' WS-CELULA-KM.

       0004-SELECIONAR-EMPRESAS.
           MOVE 'N' TO WS-EOF-GEO.
           PERFORM UNTIL WS-EOF-GEO IS EQUAL TO 'Y'
             READ ARQ-COORDENADAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-GEO
               NOT AT END
                  ADD 1 TO WS-TOTAL-COORDENADAS
                  PERFORM 0005-AVALIAR-COORDENADA
             END-READ
           END-PERFORM.

       0005-AVALIAR-COORDENADA.
           IF GEO-VALIDACAO IS EQUAL TO 'S' THEN
              ADD 1 TO WS-TOTAL-SUSPEITAS
           ELSE
           IF GEO-LATITUDE IS LESS THAN WS-ORIGEM-LAT OR
              GEO-LATITUDE IS NOT LESS THAN WS-LIMITE-LAT OR
              GEO-LONGITUDE IS LESS THAN WS-ORIGEM-LON OR
              GEO-LONGITUDE IS NOT LESS THAN WS-LIMITE-LON THEN
              ADD 1 TO WS-TOTAL-FORA-GRADE
           ELSE
              MOVE GEO-CNPJ TO FRE-CNPJ-ID
              READ ARQ-EMPRESAS
                INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-EMPRESA
                NOT INVALID KEY
                   PERFORM 0006-AVALIAR-EMPRESA
              END-READ
           END-IF
           END-IF.

       0006-AVALIAR-EMPRESA.
           MOVE 'S' TO WS-SELECIONADA.
           IF WS-PORTE-FILTRO IS NOT EQUAL TO SPACES AND
              FRE-PORTE-EMPRESA IS NOT EQUAL TO WS-PORTE-FILTRO THEN
              MOVE 'N' TO WS-SELECIONADA
           END-IF.
           IF WS-SECAO-FILTRO IS NOT EQUAL TO SPACE THEN
              MOVE FRE-CNAE-FISCAL(1:2) TO WS-DIVISAO
              IF WS-DIVISAO IS EQUAL TO ZERO THEN
                 MOVE 22 TO WS-IDX-SECAO
              ELSE
                 PERFORM 0008-CLASSIFICAR-SECAO
              END-IF
              IF WS-LETRAS-SECAO(WS-IDX-SECAO:1) IS NOT EQUAL TO
                 WS-SECAO-FILTRO THEN
                 MOVE 'N' TO WS-SELECIONADA
              END-IF
           END-IF.
           MOVE ZERO TO WS-EH-ATIVA WS-EH-ABERTURA WS-EH-BAIXA.
           IF FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
              MOVE 1 TO WS-EH-ATIVA
           END-IF.
           IF FRE-DATA-INICIO-ATIVIDADE IS NOT LESS THAN
              WS-DATA-INICIO AND
              FRE-DATA-INICIO-ATIVIDADE IS NOT GREATER THAN
              WS-DATA-FIM THEN
              MOVE 1 TO WS-EH-ABERTURA
           END-IF.
           IF FRE-SIT-CADASTRAL IS EQUAL TO 08 AND
              FRE-DATA-SIT-CADASTRAL IS NOT LESS THAN
              WS-DATA-INICIO AND
              FRE-DATA-SIT-CADASTRAL IS NOT GREATER THAN
              WS-DATA-FIM THEN
              MOVE 1 TO WS-EH-BAIXA
           END-IF.
           IF WS-EH-ATIVA IS EQUAL TO ZERO AND
              WS-EH-ABERTURA IS EQUAL TO ZERO AND
              WS-EH-BAIXA IS EQUAL TO ZERO THEN
              MOVE 'N' TO WS-SELECIONADA
           END-IF.
           IF WS-SELECIONADA IS EQUAL TO 'S' THEN
              COMPUTE WS-LINHA =
                 (GEO-LATITUDE - WS-ORIGEM-LAT) / WS-PASSO-LAT
              COMPUTE WS-COLUNA =
                 (GEO-LONGITUDE - WS-ORIGEM-LON) / WS-PASSO-LON
              MOVE WS-LINHA TO SDD-LINHA
              MOVE WS-COLUNA TO SDD-COLUNA
              MOVE WS-EH-ATIVA TO SDD-ATIVA
              MOVE WS-EH-ABERTURA TO SDD-ABERTURA
              MOVE WS-EH-BAIXA TO SDD-BAIXA
              RELEASE SD-REG-CELULA
              ADD 1 TO WS-TOTAL-NA-GRADE
           END-IF.

       0007-APURAR-CELULAS.
           MOVE 'S' TO WS-PRIMEIRA-CELULA.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-CELULA
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF WS-PRIMEIRA-CELULA IS EQUAL TO 'N' AND
                     SD-REG-CELULA(1:10) IS NOT EQUAL TO
                     WS-CEL-CHAVE-ANT THEN
                     PERFORM 0011-GRAVAR-CELULA
                  END-IF
                  IF WS-PRIMEIRA-CELULA IS EQUAL TO 'S' OR
                     SD-REG-CELULA(1:10) IS NOT EQUAL TO
                     WS-CEL-CHAVE-ANT THEN
                     MOVE 'N' TO WS-PRIMEIRA-CELULA
                     MOVE SD-REG-CELULA(1:10) TO WS-CEL-CHAVE-ANT
                     MOVE SDD-LINHA TO WS-CEL-LINHA
                     MOVE SDD-COLUNA TO WS-CEL-COLUNA
                     MOVE ZERO TO WS-CEL-ATIVAS WS-CEL-ABERTURAS
                       WS-CEL-BAIXAS
                  END-IF
                  ADD SDD-ATIVA TO WS-CEL-ATIVAS
                  ADD SDD-ABERTURA TO WS-CEL-ABERTURAS
                  ADD SDD-BAIXA TO WS-CEL-BAIXAS
             END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRA-CELULA IS EQUAL TO 'N' THEN
              PERFORM 0011-GRAVAR-CELULA
           END-IF.

       0008-CLASSIFICAR-SECAO.
      *    SECAO DA CNAE PELAS FAIXAS OFICIAIS DE DIVISAO (A MESMA
      *    REGRA DO RELATORIO POR SECAO/DIVISAO).
           EVALUATE TRUE
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 03
                MOVE 1 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 09
                MOVE 2 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 33
                MOVE 3 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS EQUAL TO 35
                MOVE 4 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 39
                MOVE 5 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 43
                MOVE 6 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 47
                MOVE 7 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 53
                MOVE 8 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 56
                MOVE 9 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 63
                MOVE 10 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 66
                MOVE 11 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS EQUAL TO 68
                MOVE 12 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 75
                MOVE 13 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 82
                MOVE 14 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS EQUAL TO 84
                MOVE 15 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS EQUAL TO 85
                MOVE 16 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 88
                MOVE 17 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 93
                MOVE 18 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 96
                MOVE 19 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 98
                MOVE 20 TO WS-IDX-SECAO
             WHEN OTHER
                MOVE 21 TO WS-IDX-SECAO
           END-EVALUATE.

       0010-ABRIR-COLECAO.
      *    OS FILTROS DA EXECUCAO VAO COMO MEMBROS ADICIONAIS DA
      *    FEATURECOLLECTION, PARA O MAPA SABER O QUE ESTA MOSTRANDO.
           MOVE WS-CELULA-KM TO WS-QTD-ED.
           MOVE FUNCTION TRIM(WS-QTD-ED) TO WS-TXT-CELULA-KM.
           MOVE SPACES TO REG-GEOJSON.
           MOVE 1 TO WS-PONTEIRO.
           STRING '{"type":"FeatureCollection",' DELIMITED BY SIZE
                  '"name":"densidade-empresas",' DELIMITED BY SIZE
                  '"periodo_inicio":"' DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  '","periodo_fim":"' DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  '","celula_km":' DELIMITED BY SIZE
                  WS-TXT-CELULA-KM DELIMITED BY SPACE
                  ',"secao":"' DELIMITED BY SIZE
                  WS-SECAO-FILTRO DELIMITED BY SPACE
                  '","porte":"' DELIMITED BY SIZE
                  WS-PORTE-FILTRO DELIMITED BY SPACE
                  '","gerado_em":"' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  '","features":[' DELIMITED BY SIZE
             INTO REG-GEOJSON WITH POINTER WS-PONTEIRO
           END-STRING.
           WRITE REG-GEOJSON.
           MOVE 'S' TO WS-PRIMEIRO-FEATURE.

       0011-GRAVAR-CELULA.
      *    POLIGONO DA CELULA NO SENTIDO ANTI-HORARIO, FECHANDO NO
      *    PRIMEIRO VERTICE.
           COMPUTE WS-LAT-SUL =
              WS-ORIGEM-LAT + WS-CEL-LINHA * WS-PASSO-LAT.
           COMPUTE WS-LAT-NORTE = WS-LAT-SUL + WS-PASSO-LAT.
           COMPUTE WS-LON-OESTE =
              WS-ORIGEM-LON + WS-CEL-COLUNA * WS-PASSO-LON.
           COMPUTE WS-LON-LESTE = WS-LON-OESTE + WS-PASSO-LON.
           MOVE WS-LAT-SUL TO WS-COORD-ED.
           MOVE FUNCTION TRIM(WS-COORD-ED) TO WS-TXT-LAT-SUL.
           MOVE WS-LAT-NORTE TO WS-COORD-ED.
           MOVE FUNCTION TRIM(WS-COORD-ED) TO WS-TXT-LAT-NORTE.
           MOVE WS-LON-OESTE TO WS-COORD-ED.
           MOVE FUNCTION TRIM(WS-COORD-ED) TO WS-TXT-LON-OESTE.
           MOVE WS-LON-LESTE TO WS-COORD-ED.
           MOVE FUNCTION TRIM(WS-COORD-ED) TO WS-TXT-LON-LESTE.
           MOVE WS-CEL-ATIVAS TO WS-QTD-ED.
           MOVE FUNCTION TRIM(WS-QTD-ED) TO WS-TXT-ATIVAS.
           MOVE WS-CEL-ABERTURAS TO WS-QTD-ED.
           MOVE FUNCTION TRIM(WS-QTD-ED) TO WS-TXT-ABERTURAS.
           MOVE WS-CEL-BAIXAS TO WS-QTD-ED.
           MOVE FUNCTION TRIM(WS-QTD-ED) TO WS-TXT-BAIXAS.
           MOVE SPACES TO REG-GEOJSON.
           MOVE 1 TO WS-PONTEIRO.
           IF WS-PRIMEIRO-FEATURE IS EQUAL TO 'N' THEN
              STRING ',' DELIMITED BY SIZE
                INTO REG-GEOJSON WITH POINTER WS-PONTEIRO
              END-STRING
           END-IF.
           MOVE 'N' TO WS-PRIMEIRO-FEATURE.
           STRING '{"type":"Feature","properties":{"celula":"'
                    DELIMITED BY SIZE
                  WS-CEL-LINHA DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CEL-COLUNA DELIMITED BY SIZE
                  '","ativas":' DELIMITED BY SIZE
                  WS-TXT-ATIVAS DELIMITED BY SPACE
                  ',"aberturas":' DELIMITED BY SIZE
                  WS-TXT-ABERTURAS DELIMITED BY SPACE
                  ',"baixas":' DELIMITED BY SIZE
                  WS-TXT-BAIXAS DELIMITED BY SPACE
                  '},"geometry":{"type":"Polygon","coordinates":[[['
                    DELIMITED BY SIZE
                  WS-TXT-LON-OESTE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXT-LAT-SUL DELIMITED BY SPACE
                  '],[' DELIMITED BY SIZE
                  WS-TXT-LON-LESTE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXT-LAT-SUL DELIMITED BY SPACE
                  '],[' DELIMITED BY SIZE
                  WS-TXT-LON-LESTE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXT-LAT-NORTE DELIMITED BY SPACE
                  '],[' DELIMITED BY SIZE
                  WS-TXT-LON-OESTE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXT-LAT-NORTE DELIMITED BY SPACE
                  '],[' DELIMITED BY SIZE
                  WS-TXT-LON-OESTE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TXT-LAT-SUL DELIMITED BY SPACE
                  ']]]}}' DELIMITED BY SIZE
             INTO REG-GEOJSON WITH POINTER WS-PONTEIRO
           END-STRING.
           WRITE REG-GEOJSON.
           ADD 1 TO WS-TOTAL-CELULAS.
           ADD WS-CEL-ATIVAS TO WS-TOTAL-ATIVAS.
           ADD WS-CEL-ABERTURAS TO WS-TOTAL-ABERTURAS.
           ADD WS-CEL-BAIXAS TO WS-TOTAL-BAIXAS.

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

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
      *    ARQUIVO AUSENTE = PRODUCAO).
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
           MOVE SPACES TO WS-CAM-COORDENADAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'coordenadas-cnpj.dat' DELIMITED BY SIZE
             INTO WS-CAM-COORDENADAS
           END-STRING.
           MOVE SPACES TO WS-CAM-DENSIDADE-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'mapa-densidade.srt' DELIMITED BY SIZE
             INTO WS-CAM-DENSIDADE-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-MAPA-DENSIDADE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'mapa-densidade.geojson' DELIMITED BY SIZE
             INTO WS-CAM-MAPA-DENSIDADE
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           PERFORM 9910-RESOLVER-COMPETENCIA.

       9910-RESOLVER-COMPETENCIA.
      *    REEMISSAO SOBRE COMPETENCIA PASSADA: COM O SUFIXO DE UMA
      *    COMPETENCIA GUARDADA PELO PROMOVER-BASE-CARGA (CATALOGO-
      *    COMPETENCIAS.DAT) EM COMPETENCIA-REFERENCIA.CFG, A BASE
      *    LIDA PASSA A SER EMPRESAS2-<COMPETENCIA>.DAT E
      *    SOCIOS2-<COMPETENCIA>.DAT E A COMPETENCIA SAI NO CONSOLE E
      *    NO CABECALHO DO RELATORIO. ARQUIVO AUSENTE OU EM BRANCO =
      *    BASE CORRENTE. NA REEMISSAO NENHUM ARQUIVO ACUMULADO DO
      *    PROGRAMA (HISTORICO, SUMARIO, AVISOS) E GRAVADO.
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
              DISPLAY 'COMPETENCIA DE REFERENCIA: ' WS-COMPETENCIA-REF
                 ' (REEMISSAO SOBRE A BASE GUARDADA)'
              MOVE SPACES TO WS-CAM-EMPRESAS2
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'empresas2-' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SPACE
                     '.dat' DELIMITED BY SIZE
                INTO WS-CAM-EMPRESAS2
              END-STRING
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-COORDENADAS-GEO.

      ****************************************************************
      * VALIDACAO DE QUALIDADE DAS COORDENADAS IMPORTADAS DO RETORNO  *
      * DE GEOCODIFICACAO (COORDENADAS-CNPJ.DAT). PARA CADA EMPRESA   *
      * COM COORDENADA, CONFRONTA O PONTO COM O CENTROIDE E A CAIXA   *
      * DELIMITADORA DO MUNICIPIO DA EMPRESA (TABELASRFB/MUNICIPIO)   *
      * E MARCA COMO SUSPEITA A COORDENADA:                           *
      *   M - FORA DA CAIXA DELIMITADORA DO MUNICIPIO;                *
      *   C - A MAIS DE GEO-DIST-MAX-KM (PADRAO 50) KM DO CENTROIDE;  *
      *   R - NO MESMO PONTO DE EMPRESAS DE MAIS DE                   *
      *       GEO-MAX-REPETICOES (PADRAO 10) ENDERECOS DIFERENTES     *
      *       (CEP + ENDERECO NORMALIZADO + NUMERO).                  *
      * A MARCA (GEO-VALIDACAO V/S E OS MOTIVOS) VAI PARA O PROPRIO   *
      * REGISTRO DA COORDENADA; A BUSCA POR PROXIMIDADE E O MAPA DE   *
      * DENSIDADE IGNORAM AS SUSPEITAS. AS EMPRESAS SUSPEITAS SAEM EM *
      * REGEOCODIFICACAO.DAT, NO LAYOUT DA EXPORTACAO-GEOCODIFICACAO  *
      * (CNPJ;ENDERECO COMPLETO;CODIGO IBGE), PARA NOVO ENVIO AO      *
      * SERVICO, E NO RELATORIO-VALIDACAO-COORDENADAS.TXT. MUNICIPIO  *
      * SEM CENTROIDE NA TABELA SO PASSA PELO TESTE DE REPETICAO.     *
      * RETURN-CODE: 0 NENHUMA SUSPEITA; 4 HA COORDENADAS SUSPEITAS;  *
      * 12 COORDENADAS OU BASE INDISPONIVEL.                          *
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

           SELECT ARQ-TABELA-MUNICIPIO ASSIGN TO
                   "TABELASRFB/MUNICIPIO"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-MUN.

           SELECT SORT-VALIDACAO ASSIGN TO WS-CAM-VALIDACAO-SRT.

           SELECT ARQ-TRABALHO ASSIGN TO WS-CAM-VALIDACAO-WRK
                   ORGANIZATION SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-WRK.

           SELECT ARQ-REGEOCODIFICACAO ASSIGN TO
                   WS-CAM-REGEOCODIFICACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RGC.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-VALIDACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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

       FD ARQ-TABELA-MUNICIPIO.
       01 REG-TABELA-MUNICIPIO.
           03 MUN-COD-TOM             PIC 9999.
           03 MUN-NOME                PIC X(050).
           03 MUN-UF                  PIC X(002).
           03 MUN-COD-IBGE            PIC 9(007).
           03 MUN-CENTRO-LAT          PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-CENTRO-LON          PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-LAT-MIN             PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-LAT-MAX             PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-LON-MIN             PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-LON-MAX             PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.

       SD SORT-VALIDACAO.
       01 SD-REG-VALIDACAO.
          05 SDV-LATITUDE             PIC S9(003)V9(006).
          05 SDV-LONGITUDE            PIC S9(003)V9(006).
          05 SDV-ENDERECO-CHAVE       PIC X(074).
          05 SDV-CNPJ                 PIC X(014).
          05 SDV-COD-IBGE             PIC 9(007).
          05 SDV-UF                   PIC X(002).
          05 SDV-MUNICIPIO            PIC X(050).
          05 SDV-DISTANCIA-KM         PIC 9(005).
          05 SDV-MOTIVOS              PIC X(003).
          05 SDV-ENDERECO-COMPLETO    PIC X(160).

       FD ARQ-TRABALHO.
       01 REG-TRABALHO.
          05 WRK-LATITUDE             PIC S9(003)V9(006).
          05 WRK-LONGITUDE            PIC S9(003)V9(006).
          05 WRK-ENDERECO-CHAVE       PIC X(074).
          05 WRK-CNPJ                 PIC X(014).
          05 WRK-COD-IBGE             PIC 9(007).
          05 WRK-UF                   PIC X(002).
          05 WRK-MUNICIPIO            PIC X(050).
          05 WRK-DISTANCIA-KM         PIC 9(005).
          05 WRK-MOTIVOS              PIC X(003).
          05 WRK-ENDERECO-COMPLETO    PIC X(160).

       FD ARQ-REGEOCODIFICACAO.
       01 REG-REGEOCODIFICACAO        PIC X(250).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(132).

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
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-REGEOCODIFICACAO        PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-VALIDACAO     PIC X(060) VALUE SPACES.
       01 WS-CAM-VALIDACAO-SRT           PIC X(060) VALUE SPACES.
       01 WS-CAM-VALIDACAO-WRK           PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-GEO              PIC XX.
       01 ST-ARQUIVO-MUN              PIC XX.
       01 ST-ARQUIVO-WRK              PIC XX.
       01 ST-ARQUIVO-RGC              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

      *    PARAMETROS
       01 WS-DIST-MAX-KM              PIC 9(004) VALUE 50.
       01 WS-DIST-MAX-KM2             PIC 9(009) VALUE ZERO.
       01 WS-MAX-REPETICOES           PIC 9(005) VALUE 10.

      *    TABELA DE MUNICIPIOS (CODIGO TOM DA RFB)
       01 WS-QTD-MUNICIPIOS           PIC 9(004) VALUE ZERO.
       01 WS-IDX-MUN                  PIC 9(004) VALUE ZERO.
       01 WS-MUN-ACHADO               PIC 9(004) VALUE ZERO.
       01 WS-TAB-MUNICIPIOS.
          05 WS-MUN-OCR OCCURS 600 TIMES.
             10 WS-MUN-TOM            PIC 9999.
             10 WS-MUN-IBGE           PIC 9(007).
             10 WS-MUN-CENTRO-LAT     PIC S9(003)V9(006).
             10 WS-MUN-CENTRO-LON     PIC S9(003)V9(006).
             10 WS-MUN-LAT-MIN        PIC S9(003)V9(006).
             10 WS-MUN-LAT-MAX        PIC S9(003)V9(006).
             10 WS-MUN-LON-MIN        PIC S9(003)V9(006).
             10 WS-MUN-LON-MAX        PIC S9(003)V9(006).

      *    DISTANCIA AO CENTROIDE
       01 WS-DIF-LAT                  PIC S9(005)V9(006) VALUE ZERO.
       01 WS-DIF-LON                  PIC S9(005)V9(006) VALUE ZERO.
       01 WS-DIST2                    PIC 9(012)V99 VALUE ZERO.
       01 WS-ENDERECO-COMPLETO        PIC X(160) VALUE SPACES.

      *    PONTOS REPETIDOS (APURADOS NA PRIMEIRA LEITURA DO
      *    TRABALHO, NA MESMA ORDEM DE LATITUDE/LONGITUDE)
       01 WS-MAX-PONTOS-REP           PIC 9(004) VALUE 2000.
       01 WS-QTD-PONTOS-REP           PIC 9(004) VALUE ZERO.
       01 WS-IDX-REP                  PIC 9(004) VALUE ZERO.
       01 WS-TAB-PONTOS-REP.
          05 WS-REP-OCR OCCURS 2000 TIMES.
             10 WS-REP-LATITUDE       PIC S9(003)V9(006).
             10 WS-REP-LONGITUDE      PIC S9(003)V9(006).
       01 WS-PRIMEIRO-PONTO           PIC X VALUE 'S'.
       01 WS-PONTO-LAT-ANT            PIC S9(003)V9(006) VALUE ZERO.
       01 WS-PONTO-LON-ANT            PIC S9(003)V9(006) VALUE ZERO.
       01 WS-ENDERECO-ANT             PIC X(074) VALUE SPACES.
       01 WS-QTD-ENDERECOS            PIC 9(007) VALUE ZERO.
       01 WS-AVANCAR-REP              PIC X VALUE 'N'.

      *    LINHA DO RELATORIO
       01 WS-COORD-ED                 PIC ---9.999999.
       01 WS-DIST-ED                  PIC ZZZZ9.
       01 WS-LAT-TXT                  PIC X(011) VALUE SPACES.
       01 WS-LON-TXT                  PIC X(011) VALUE SPACES.

      *    TOTAIS
       01 WS-TOTAL-COORDENADAS        PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-SEM-EMPRESA        PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-SEM-REFERENCIA     PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-VALIDADAS          PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-SUSPEITAS          PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-FORA-MUNICIPIO     PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-LONGE-CENTRO       PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-REPETIDAS          PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-PONTOS-EXCEDENTES  PIC 9(009) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'VALIDACAO DAS COORDENADAS GEOCODIFICADAS'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-LER-PARAMETROS.
           PERFORM 0003-CARREGAR-MUNICIPIOS.
           OPEN INPUT ARQ-COORDENADAS.
           IF ST-ARQUIVO-GEO IS NOT EQUAL TO '00' THEN
              DISPLAY '*** COORDENADAS-CNPJ.DAT INDISPONIVEL (STATUS '
                 ST-ARQUIVO-GEO ') ***'
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
           SORT SORT-VALIDACAO
               ON ASCENDING KEY SDV-LATITUDE SDV-LONGITUDE
                                SDV-ENDERECO-CHAVE
               INPUT PROCEDURE IS 0004-SELECIONAR-COORDENADAS
               OUTPUT PROCEDURE IS 0007-GRAVAR-TRABALHO.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-COORDENADAS.
           PERFORM 0008-APURAR-PONTOS-REPETIDOS.
           OPEN I-O ARQ-COORDENADAS.
           OPEN OUTPUT ARQ-REGEOCODIFICACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0010-CABECALHO-RELATORIO.
           PERFORM 0011-MARCAR-COORDENADAS.
           PERFORM 0014-RODAPE-RELATORIO.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-REGEOCODIFICACAO.
           CLOSE ARQ-COORDENADAS.
           DISPLAY 'COORDENADAS LIDAS............: '
              WS-TOTAL-COORDENADAS.
           DISPLAY 'SEM EMPRESA NA BASE..........: '
              WS-TOTAL-SEM-EMPRESA.
           DISPLAY 'MUNICIPIO SEM CENTROIDE......: '
              WS-TOTAL-SEM-REFERENCIA.
           DISPLAY 'VALIDADAS....................: ' WS-TOTAL-VALIDADAS.
           DISPLAY 'SUSPEITAS....................: ' WS-TOTAL-SUSPEITAS.
           DISPLAY '  FORA DO MUNICIPIO..........: '
              WS-TOTAL-FORA-MUNICIPIO.
           DISPLAY '  LONGE DO CENTROIDE.........: '
              WS-TOTAL-LONGE-CENTRO.
           DISPLAY '  PONTO REPETIDO.............: ' WS-TOTAL-REPETIDAS.
           IF WS-TOTAL-PONTOS-EXCEDENTES IS GREATER THAN ZERO THEN
              DISPLAY 'PONTOS REPETIDOS NAO MARCADOS (LIMITE DA '
                 'TABELA): ' WS-TOTAL-PONTOS-EXCEDENTES
           END-IF.
           DISPLAY 'FIM DA VALIDACAO DAS COORDENADAS.'.
           IF WS-TOTAL-SUSPEITAS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'GEO-DIST-MAX-KM' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:4) IS NUMERIC AND
              WS-PARAM-VALOR(1:4) IS NOT EQUAL TO '0000' THEN
              MOVE WS-PARAM-VALOR(1:4) TO WS-DIST-MAX-KM
           END-IF.
           MOVE 'GEO-MAX-REPETICOES' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:5) IS NUMERIC AND
              WS-PARAM-VALOR(1:5) IS NOT EQUAL TO '00000' THEN
              MOVE WS-PARAM-VALOR(1:5) TO WS-MAX-REPETICOES
           END-IF.
           COMPUTE WS-DIST-MAX-KM2 = WS-DIST-MAX-KM * WS-DIST-MAX-KM.
           DISPLAY 'DISTANCIA MAXIMA DO CENTROIDE (KM): '
              WS-DIST-MAX-KM.
           DISPLAY 'MAXIMO DE ENDERECOS NO MESMO PONTO: '
              WS-MAX-REPETICOES.

       0003-CARREGAR-MUNICIPIOS.
           MOVE ZERO TO WS-QTD-MUNICIPIOS.
           OPEN INPUT ARQ-TABELA-MUNICIPIO.
           IF ST-ARQUIVO-MUN IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-TABELA-MUNICIPIO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-MUNICIPIOS IS LESS THAN 600 THEN
                        ADD 1 TO WS-QTD-MUNICIPIOS
                        PERFORM 0009-GUARDAR-MUNICIPIO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-TABELA-MUNICIPIO
           END-IF.

       0004-SELECIONAR-COORDENADAS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-COORDENADAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-COORDENADAS
                  MOVE GEO-CNPJ TO FRE-CNPJ-ID
                  READ ARQ-EMPRESAS
                    INVALID KEY
                       ADD 1 TO WS-TOTAL-SEM-EMPRESA
                    NOT INVALID KEY
                       PERFORM 0005-AVALIAR-COORDENADA
                  END-READ
             END-READ
           END-PERFORM.

       0005-AVALIAR-COORDENADA.
           MOVE SPACES TO SDV-MOTIVOS.
           MOVE ZERO TO SDV-DISTANCIA-KM.
           MOVE ZERO TO SDV-COD-IBGE.
           MOVE ZERO TO WS-MUN-ACHADO.
           PERFORM VARYING WS-IDX-MUN FROM 1 BY 1
             UNTIL WS-IDX-MUN IS GREATER THAN WS-QTD-MUNICIPIOS
                OR WS-MUN-ACHADO IS GREATER THAN ZERO
             IF WS-MUN-TOM(WS-IDX-MUN) IS EQUAL TO FRE-COD-MUNICIPIO
             THEN
                MOVE WS-IDX-MUN TO WS-MUN-ACHADO
             END-IF
           END-PERFORM.
           IF WS-MUN-ACHADO IS GREATER THAN ZERO THEN
              MOVE WS-MUN-IBGE(WS-MUN-ACHADO) TO SDV-COD-IBGE
           END-IF.
           IF WS-MUN-ACHADO IS EQUAL TO ZERO OR
              (WS-MUN-CENTRO-LAT(WS-MUN-ACHADO) IS EQUAL TO ZERO AND
               WS-MUN-CENTRO-LON(WS-MUN-ACHADO) IS EQUAL TO ZERO) THEN
              ADD 1 TO WS-TOTAL-SEM-REFERENCIA
           ELSE
              PERFORM 0006-CONFRONTAR-MUNICIPIO
           END-IF.
           MOVE GEO-LATITUDE TO SDV-LATITUDE.
           MOVE GEO-LONGITUDE TO SDV-LONGITUDE.
           MOVE SPACES TO SDV-ENDERECO-CHAVE.
           STRING FRE-CEP DELIMITED BY SIZE
                  FRE-ENDERECO-NORMALIZADO DELIMITED BY SIZE
                  FRE-NUMERO DELIMITED BY SIZE
             INTO SDV-ENDERECO-CHAVE
           END-STRING.
           MOVE GEO-CNPJ TO SDV-CNPJ.
           MOVE FRE-UF TO SDV-UF.
           MOVE FRE-MUNICIPIO TO SDV-MUNICIPIO.
      *    ENDERECO NO MESMO FORMATO DA EXPORTACAO PARA GEOCODIFICACAO
           MOVE SPACES TO WS-ENDERECO-COMPLETO.
           STRING FUNCTION TRIM(FRE-TIPO-LOGRADOURO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-LOGRADOURO) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-NUMERO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-COMPLEMENTO) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-BAIRRO) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-MUNICIPIO) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FRE-UF DELIMITED BY SIZE
                  ' - CEP ' DELIMITED BY SIZE
                  FRE-CEP DELIMITED BY SIZE
             INTO WS-ENDERECO-COMPLETO
           END-STRING.
           MOVE WS-ENDERECO-COMPLETO TO SDV-ENDERECO-COMPLETO.
           RELEASE SD-REG-VALIDACAO.

       0006-CONFRONTAR-MUNICIPIO.
      *    DISTANCIA APROXIMADA EM KM COMO NA BUSCA POR PROXIMIDADE:
      *    1 GRAU DE LATITUDE ~ 111 KM, DE LONGITUDE ~ 102 KM.
           IF GEO-LATITUDE IS LESS THAN
              WS-MUN-LAT-MIN(WS-MUN-ACHADO) OR
              GEO-LATITUDE IS GREATER THAN
              WS-MUN-LAT-MAX(WS-MUN-ACHADO) OR
              GEO-LONGITUDE IS LESS THAN
              WS-MUN-LON-MIN(WS-MUN-ACHADO) OR
              GEO-LONGITUDE IS GREATER THAN
              WS-MUN-LON-MAX(WS-MUN-ACHADO) THEN
              MOVE 'M' TO SDV-MOTIVOS(1:1)
           END-IF.
           COMPUTE WS-DIF-LAT = (GEO-LATITUDE -
              WS-MUN-CENTRO-LAT(WS-MUN-ACHADO)) * 111.
           COMPUTE WS-DIF-LON = (GEO-LONGITUDE -
              WS-MUN-CENTRO-LON(WS-MUN-ACHADO)) * 102.
           COMPUTE WS-DIST2 = WS-DIF-LAT * WS-DIF-LAT +
              WS-DIF-LON * WS-DIF-LON.
           IF WS-DIST2 IS GREATER THAN 9999999999 THEN
              MOVE 99999 TO SDV-DISTANCIA-KM
           ELSE
              COMPUTE SDV-DISTANCIA-KM ROUNDED =
                 FUNCTION SQRT(WS-DIST2)
           END-IF.
           IF WS-DIST2 IS GREATER THAN WS-DIST-MAX-KM2 THEN
              MOVE 'C' TO SDV-MOTIVOS(2:1)
           END-IF.

       0007-GRAVAR-TRABALHO.
           OPEN OUTPUT ARQ-TRABALHO.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-VALIDACAO
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  MOVE SD-REG-VALIDACAO TO REG-TRABALHO
                  WRITE REG-TRABALHO
             END-RETURN
           END-PERFORM.
           CLOSE ARQ-TRABALHO.

       0008-APURAR-PONTOS-REPETIDOS.
      *    PRIMEIRA LEITURA DO TRABALHO: CONTA OS ENDERECOS
      *    DIFERENTES DE CADA PONTO (O SORT JA DEIXOU O PONTO E OS
      *    ENDERECOS EM ORDEM) E GUARDA OS PONTOS ACIMA DO LIMITE.
           MOVE ZERO TO WS-QTD-PONTOS-REP.
           MOVE 'S' TO WS-PRIMEIRO-PONTO.
           OPEN INPUT ARQ-TRABALHO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-TRABALHO
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF WS-PRIMEIRO-PONTO IS EQUAL TO 'S' OR
                     WRK-LATITUDE IS NOT EQUAL TO WS-PONTO-LAT-ANT OR
                     WRK-LONGITUDE IS NOT EQUAL TO WS-PONTO-LON-ANT
                  THEN
                     IF WS-PRIMEIRO-PONTO IS EQUAL TO 'N' THEN
                        PERFORM 0012-FECHAR-PONTO
                     END-IF
                     MOVE 'N' TO WS-PRIMEIRO-PONTO
                     MOVE WRK-LATITUDE TO WS-PONTO-LAT-ANT
                     MOVE WRK-LONGITUDE TO WS-PONTO-LON-ANT
                     MOVE WRK-ENDERECO-CHAVE TO WS-ENDERECO-ANT
                     MOVE 1 TO WS-QTD-ENDERECOS
                  ELSE
                     IF WRK-ENDERECO-CHAVE IS NOT EQUAL TO
                        WS-ENDERECO-ANT THEN
                        MOVE WRK-ENDERECO-CHAVE TO WS-ENDERECO-ANT
                        ADD 1 TO WS-QTD-ENDERECOS
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
           IF WS-PRIMEIRO-PONTO IS EQUAL TO 'N' THEN
              PERFORM 0012-FECHAR-PONTO
           END-IF.
           CLOSE ARQ-TRABALHO.

       0009-GUARDAR-MUNICIPIO.
           MOVE MUN-COD-TOM TO WS-MUN-TOM(WS-QTD-MUNICIPIOS).
           MOVE MUN-COD-IBGE TO WS-MUN-IBGE(WS-QTD-MUNICIPIOS).
      *    LINHA SEM AS COLUNAS DE COORDENADAS FICA SEM REFERENCIA.
           IF MUN-CENTRO-LAT IS NUMERIC AND
              MUN-CENTRO-LON IS NUMERIC AND
              MUN-LAT-MIN IS NUMERIC AND MUN-LAT-MAX IS NUMERIC AND
              MUN-LON-MIN IS NUMERIC AND MUN-LON-MAX IS NUMERIC THEN
              MOVE MUN-CENTRO-LAT TO
                WS-MUN-CENTRO-LAT(WS-QTD-MUNICIPIOS)
              MOVE MUN-CENTRO-LON TO
                WS-MUN-CENTRO-LON(WS-QTD-MUNICIPIOS)
              MOVE MUN-LAT-MIN TO WS-MUN-LAT-MIN(WS-QTD-MUNICIPIOS)
              MOVE MUN-LAT-MAX TO WS-MUN-LAT-MAX(WS-QTD-MUNICIPIOS)
              MOVE MUN-LON-MIN TO WS-MUN-LON-MIN(WS-QTD-MUNICIPIOS)
              MOVE MUN-LON-MAX TO WS-MUN-LON-MAX(WS-QTD-MUNICIPIOS)
           ELSE
              MOVE ZERO TO WS-MUN-CENTRO-LAT(WS-QTD-MUNICIPIOS)
                WS-MUN-CENTRO-LON(WS-QTD-MUNICIPIOS)
                WS-MUN-LAT-MIN(WS-QTD-MUNICIPIOS)
                WS-MUN-LAT-MAX(WS-QTD-MUNICIPIOS)
                WS-MUN-LON-MIN(WS-QTD-MUNICIPIOS)
                WS-MUN-LON-MAX(WS-QTD-MUNICIPIOS)
           END-IF.

       0010-CABECALHO-RELATORIO.
           MOVE 'VALIDACAO DAS COORDENADAS GEOCODIFICADAS'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-DIST-MAX-KM TO WS-DIST-ED.
           STRING 'DATA: ' DELIMITED BY SIZE
                  WS-DATA-HOJE(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4) DELIMITED BY SIZE
                  '   DISTANCIA MAXIMA DO CENTROIDE: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIST-ED) DELIMITED BY SIZE
                  ' KM   MAXIMO DE ENDERECOS NO PONTO: '
                    DELIMITED BY SIZE
                  WS-MAX-REPETICOES DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'MOTIVOS: M = FORA DO MUNICIPIO  ' DELIMITED BY SIZE
                  'C = LONGE DO CENTROIDE  ' DELIMITED BY SIZE
                  'R = PONTO REPETIDO EM ENDERECOS DIFERENTES'
                    DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:110).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CNPJ           UF MUNICIPIO' DELIMITED BY SIZE
                  '                         LATITUDE' DELIMITED BY SIZE
                  '   LONGITUDE  DIST-KM MOTIVOS' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:110).
           WRITE REG-RELATORIO.

       0011-MARCAR-COORDENADAS.
      *    SEGUNDA LEITURA DO TRABALHO: ACRESCENTA O MOTIVO R NOS
      *    PONTOS GUARDADOS (AVANCANDO NA TABELA NA MESMA ORDEM DO
      *    TRABALHO) E GRAVA A MARCA NA COORDENADA.
           MOVE 1 TO WS-IDX-REP.
           OPEN INPUT ARQ-TRABALHO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-TRABALHO
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  MOVE 'S' TO WS-AVANCAR-REP
                  PERFORM UNTIL WS-AVANCAR-REP IS EQUAL TO 'N'
                    IF WS-IDX-REP IS GREATER THAN WS-QTD-PONTOS-REP
                    THEN
                       MOVE 'N' TO WS-AVANCAR-REP
                    ELSE
                       IF WS-REP-LATITUDE(WS-IDX-REP) IS LESS THAN
                          WRK-LATITUDE OR
                          (WS-REP-LATITUDE(WS-IDX-REP) IS EQUAL TO
                           WRK-LATITUDE AND
                           WS-REP-LONGITUDE(WS-IDX-REP) IS LESS THAN
                           WRK-LONGITUDE) THEN
                          ADD 1 TO WS-IDX-REP
                       ELSE
                          MOVE 'N' TO WS-AVANCAR-REP
                       END-IF
                    END-IF
                  END-PERFORM
                  IF WS-IDX-REP IS NOT GREATER THAN WS-QTD-PONTOS-REP
                     AND WS-REP-LATITUDE(WS-IDX-REP) IS EQUAL TO
                     WRK-LATITUDE AND
                     WS-REP-LONGITUDE(WS-IDX-REP) IS EQUAL TO
                     WRK-LONGITUDE THEN
                     MOVE 'R' TO WRK-MOTIVOS(3:1)
                  END-IF
                  PERFORM 0013-GRAVAR-MARCA
             END-READ
           END-PERFORM.
           CLOSE ARQ-TRABALHO.

       0012-FECHAR-PONTO.
           IF WS-QTD-ENDERECOS IS GREATER THAN WS-MAX-REPETICOES THEN
              IF WS-QTD-PONTOS-REP IS LESS THAN WS-MAX-PONTOS-REP THEN
                 ADD 1 TO WS-QTD-PONTOS-REP
                 MOVE WS-PONTO-LAT-ANT TO
                   WS-REP-LATITUDE(WS-QTD-PONTOS-REP)
                 MOVE WS-PONTO-LON-ANT TO
                   WS-REP-LONGITUDE(WS-QTD-PONTOS-REP)
              ELSE
                 ADD 1 TO WS-TOTAL-PONTOS-EXCEDENTES
              END-IF
           END-IF.

       0013-GRAVAR-MARCA.
           MOVE WRK-CNPJ TO GEO-CNPJ.
           READ ARQ-COORDENADAS
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE WRK-MOTIVOS TO GEO-MOTIVOS-SUSPEITA
                MOVE WS-DATA-HOJE TO GEO-DATA-VALIDACAO
                IF WRK-MOTIVOS IS EQUAL TO SPACES THEN
                   MOVE 'V' TO GEO-VALIDACAO
                ELSE
                   MOVE 'S' TO GEO-VALIDACAO
                END-IF
                REWRITE FD-REG-GEO
                  INVALID KEY
                     DISPLAY '*** FALHA AO MARCAR A COORDENADA DE '
                        WRK-CNPJ ' (STATUS ' ST-ARQUIVO-GEO ') ***'
                END-REWRITE
           END-READ.
           IF WRK-MOTIVOS IS EQUAL TO SPACES THEN
              ADD 1 TO WS-TOTAL-VALIDADAS
           ELSE
              ADD 1 TO WS-TOTAL-SUSPEITAS
              IF WRK-MOTIVOS(1:1) IS EQUAL TO 'M' THEN
                 ADD 1 TO WS-TOTAL-FORA-MUNICIPIO
              END-IF
              IF WRK-MOTIVOS(2:1) IS EQUAL TO 'C' THEN
                 ADD 1 TO WS-TOTAL-LONGE-CENTRO
              END-IF
              IF WRK-MOTIVOS(3:1) IS EQUAL TO 'R' THEN
                 ADD 1 TO WS-TOTAL-REPETIDAS
              END-IF
              MOVE SPACES TO REG-REGEOCODIFICACAO
              STRING WRK-CNPJ DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     FUNCTION TRIM(WRK-ENDERECO-COMPLETO)
                       DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WRK-COD-IBGE DELIMITED BY SIZE
                INTO REG-REGEOCODIFICACAO
              END-STRING
              WRITE REG-REGEOCODIFICACAO
              MOVE WRK-LATITUDE TO WS-COORD-ED
              MOVE WS-COORD-ED TO WS-LAT-TXT
              MOVE WRK-LONGITUDE TO WS-COORD-ED
              MOVE WS-COORD-ED TO WS-LON-TXT
              MOVE WRK-DISTANCIA-KM TO WS-DIST-ED
              MOVE SPACES TO REG-RELATORIO
              STRING WRK-CNPJ DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WRK-UF DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WRK-MUNICIPIO(1:30) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-LAT-TXT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-LON-TXT DELIMITED BY SIZE
                     '    ' DELIMITED BY SIZE
                     WS-DIST-ED DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WRK-MOTIVOS DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.

       0014-RODAPE-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:110).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'COORDENADAS LIDAS: ' DELIMITED BY SIZE
                  WS-TOTAL-COORDENADAS DELIMITED BY SIZE
                  '  VALIDADAS: ' DELIMITED BY SIZE
                  WS-TOTAL-VALIDADAS DELIMITED BY SIZE
                  '  SUSPEITAS: ' DELIMITED BY SIZE
                  WS-TOTAL-SUSPEITAS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'FORA DO MUNICIPIO: ' DELIMITED BY SIZE
                  WS-TOTAL-FORA-MUNICIPIO DELIMITED BY SIZE
                  '  LONGE DO CENTROIDE: ' DELIMITED BY SIZE
                  WS-TOTAL-LONGE-CENTRO DELIMITED BY SIZE
                  '  PONTO REPETIDO: ' DELIMITED BY SIZE
                  WS-TOTAL-REPETIDAS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SEM EMPRESA NA BASE: ' DELIMITED BY SIZE
                  WS-TOTAL-SEM-EMPRESA DELIMITED BY SIZE
                  '  MUNICIPIO SEM CENTROIDE (SO REPETICAO): '
                    DELIMITED BY SIZE
                  WS-TOTAL-SEM-REFERENCIA DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

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
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-REGEOCODIFICACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'regeocodificacao.dat' DELIMITED BY SIZE
             INTO WS-CAM-REGEOCODIFICACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-VALIDACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-validacao-coordenadas.txt'
                    DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-VALIDACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-VALIDACAO-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'validacao-coordenadas.srt' DELIMITED BY SIZE
             INTO WS-CAM-VALIDACAO-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-VALIDACAO-WRK.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'validacao-coordenadas.wrk' DELIMITED BY SIZE
             INTO WS-CAM-VALIDACAO-WRK
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

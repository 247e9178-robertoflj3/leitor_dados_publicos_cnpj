       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-QUOCIENTE-LOCACIONAL.

      ****************************************************************
      * VOCACAO ECONOMICA DOS MUNICIPIOS PELAS EMPRESAS ATIVAS, POR   *
      * DIVISAO CNAE (DOIS PRIMEIROS DIGITOS DO CNAE FISCAL):         *
      *   - QUOCIENTE LOCACIONAL (QL) = PARTICIPACAO DA DIVISAO NAS   *
      *     EMPRESAS DO MUNICIPIO DIVIDIDA PELA PARTICIPACAO DA       *
      *     MESMA DIVISAO NA UF (QL-UF) E NO PAIS (QL-BR). ACIMA DE   *
      *     1 A ATIVIDADE E MAIS PRESENTE NO MUNICIPIO QUE NA MEDIA;  *
      *   - INDICE DE HERFINDAHL (HHI, 0 A 10000) DAS DIVISOES DO     *
      *     MUNICIPIO: ATE 1500 DIVERSIFICADO, ATE 2500 MODERADO,     *
      *     ACIMA CONCENTRADO.                                        *
      * O RELATORIO-QUOCIENTE-LOCACIONAL.TXT TRAZ, POR MUNICIPIO, O   *
      * HHI E O RANKING DAS QL-TOP-ESPECIALIZ (PADRAO 5) DIVISOES DE  *
      * MAIOR QL-BR ACIMA DE 1, SO COM DIVISOES DE PELO MENOS         *
      * QL-MIN-EMPRESAS (PADRAO 5) EMPRESAS NO MUNICIPIO. O           *
      * QUOCIENTE-LOCACIONAL.CSV (PLANILHA) TRAZ TODAS AS DIVISOES DE *
      * TODOS OS MUNICIPIOS. LE O EXTRATO DE ATIVAS DA VARREDURA      *
      * COMPARTILHADA QUANDO HA LINHA DO DIA EM VARREDURA-CONTROLE.   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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

           SELECT ARQ-VARREDURA ASSIGN TO WS-CAM-VARREDURA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VAR.

           SELECT ARQ-VARREDURA-CTL ASSIGN TO
                   WS-CAM-VARREDURA-CONTROLE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VCT.

           SELECT ARQ-CNAE-DESCR ASSIGN TO "TABELASRFB/CNAE"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQ-CNAE-DESCR.

           SELECT SORT-MUNICIPIO ASSIGN TO WS-CAM-QUOCIENTE-SRT.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-QUOCIENTE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-PLANILHA ASSIGN TO WS-CAM-QUOCIENTE-CSV
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CSV.

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

       FD ARQ-VARREDURA.
       01 REG-VARREDURA               PIC X(1200).

       FD ARQ-VARREDURA-CTL.
       01 REG-VARREDURA-CTL           PIC X(150).

       FD ARQ-CNAE-DESCR.
       01 FD-CNAE-DESCR.
           03 FD-CNAE-COD           PIC 9(007).
           03 FD-CNAE-DESCRICAO     PIC X(100).

       SD SORT-MUNICIPIO.
       01 SD-REG-MUNICIPIO.
          05 SDQ-UF                   PIC X(002).
          05 SDQ-COD-MUN              PIC 9999.
          05 SDQ-DIVISAO              PIC 99.
          05 SDQ-MUNICIPIO            PIC X(050).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(200).

       FD ARQ-PLANILHA.
       01 REG-PLANILHA                PIC X(250).

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
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-QUOCIENTE-CSV           PIC X(060) VALUE SPACES.
       01 WS-CAM-QUOCIENTE-SRT           PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-QUOCIENTE     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-VAR              PIC XX.
       01 ST-ARQUIVO-VCT              PIC XX.
       01 ST-ARQ-CNAE-DESCR           PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 ST-ARQUIVO-CSV              PIC XX.
       01 WS-CAM-VARREDURA            PIC X(060) VALUE SPACES.
       01 WS-CAM-VARREDURA-CONTROLE   PIC X(060) VALUE SPACES.
       01 WS-USA-VARREDURA            PIC X VALUE 'N'.
       01 WS-EOF-VCT                  PIC X VALUE 'N'.
       01 WS-VAR-PROGRAMA             PIC X(040) VALUE
          'RELATORIO-QUOCIENTE-LOCACIONAL'.
       01 WS-VAR-FILTRO-PROPRIO       PIC X(015) VALUE 'ATIVAS'.
       01 WS-VAR-DATA-HOJE            PIC 9(008) VALUE ZERO.
       01 WS-VCT-PROGRAMA             PIC X(040) VALUE SPACES.
       01 WS-VCT-FILTRO               PIC X(015) VALUE SPACES.
       01 WS-VCT-ARQUIVO              PIC X(040) VALUE SPACES.
       01 WS-VCT-DATA                 PIC X(008) VALUE SPACES.
       01 WS-VCT-HORA                 PIC X(008) VALUE SPACES.
       01 WS-VCT-EXTRAIDOS            PIC X(009) VALUE SPACES.
       01 WS-VCT-LIDOS-BASE           PIC X(009) VALUE SPACES.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-PRIMEIRO                 PIC X VALUE 'S'.

      *    PARAMETROS
       01 WS-TOP-ESPECIALIZ           PIC 99 VALUE 5.
       01 WS-MIN-EMPRESAS             PIC 9(005) VALUE 5.

      *    DIVISOES: DESCRICAO E TOTAL DO PAIS
       01 WS-DIVISAO                  PIC 99 VALUE ZERO.
       01 WS-CNAE-DIVISAO             PIC 99 VALUE ZERO.
       01 WS-TOTAL-PAIS               PIC 9(009) VALUE ZERO.
       01 WS-TAB-DIVISOES.
          05 WS-DIV-OCR OCCURS 99 TIMES.
             10 WS-DIV-PAIS           PIC 9(009).
             10 WS-DIV-DESCRICAO      PIC X(060).

      *    TOTAIS POR UF
       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-UF-PROCURADA             PIC X(002) VALUE SPACES.
       01 WS-TAB-UFS.
          05 WS-UF-OCR OCCURS 30 TIMES.
             10 WS-UF-SIGLA           PIC X(002).
             10 WS-UF-TOTAL           PIC 9(009).
             10 WS-UF-DIV OCCURS 99 TIMES PIC 9(009).

      *    MUNICIPIO EM APURACAO
       01 WS-MUN-CHAVE-ANT            PIC X(006) VALUE SPACES.
       01 WS-MUN-UF                   PIC X(002) VALUE SPACES.
       01 WS-MUN-COD                  PIC 9999 VALUE ZERO.
       01 WS-MUN-NOME                 PIC X(050) VALUE SPACES.
       01 WS-MUN-TOTAL                PIC 9(009) VALUE ZERO.
       01 WS-TAB-MUN-DIV.
          05 WS-MUN-DIV OCCURS 99 TIMES PIC 9(009).
       01 WS-HHI-SOMA                 PIC 9(018) VALUE ZERO.
       01 WS-HHI                      PIC 9(005) VALUE ZERO.
       01 WS-HHI-CLASSE               PIC X(013) VALUE SPACES.
       01 WS-PART-MUN                 PIC 9(003)V99 VALUE ZERO.
       01 WS-QL-UF                    PIC 9(005)V99 VALUE ZERO.
       01 WS-QL-BR                    PIC 9(005)V99 VALUE ZERO.

      *    RANKING DAS ESPECIALIZACOES DO MUNICIPIO
       01 WS-QTD-RANKING              PIC 99 VALUE ZERO.
       01 WS-IDX-RNK                  PIC 99 VALUE ZERO.
       01 WS-POS-RNK                  PIC 99 VALUE ZERO.
       01 WS-TAB-RANKING.
          05 WS-RNK-OCR OCCURS 10 TIMES.
             10 WS-RNK-DIVISAO        PIC 99.
             10 WS-RNK-QL-BR          PIC 9(005)V99.
             10 WS-RNK-QL-UF          PIC 9(005)V99.
             10 WS-RNK-PART           PIC 9(003)V99.

       01 WS-QL-ED                    PIC ZZZZ9,99.
       01 WS-QL-UF-ED                 PIC ZZZZ9,99.
       01 WS-PART-ED                  PIC ZZ9,99.
       01 WS-QTD-ED                   PIC Z(008)9.
       01 WS-HHI-ED                   PIC ZZZZ9.
       01 WS-POS-ED                   PIC Z9.
       01 WS-TOTAL-MUNICIPIOS         PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-LINHAS-CSV         PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-CONCENTRADOS       PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'QUOCIENTE LOCACIONAL E CONCENTRACAO SETORIAL'.
           PERFORM 0002-LER-PARAMETROS.
           INITIALIZE WS-TAB-DIVISOES.
           INITIALIZE WS-TAB-UFS.
           PERFORM 0003-CARREGAR-DESCRICOES.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR EMPRESAS2.DAT (STATUS '
                 ST-ARQUIVO-EMP ') - RELATORIO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           OPEN OUTPUT ARQ-PLANILHA.
           MOVE 'QUOCIENTE LOCACIONAL E CONCENTRACAO SETORIAL POR MUNIC
      -       'IPIO - EMPRESAS ATIVAS' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'RANKING: ATE ' DELIMITED BY SIZE
                  WS-TOP-ESPECIALIZ DELIMITED BY SIZE
                  ' DIVISOES COM QL-BR ACIMA DE 1 E PELO MENOS '
                    DELIMITED BY SIZE
                  WS-MIN-EMPRESAS DELIMITED BY SIZE
                  ' EMPRESAS NO MUNICIPIO' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:100).
           WRITE REG-RELATORIO.
           MOVE 'UF;COD-MUNICIPIO;MUNICIPIO;DIVISAO;DESCRICAO;EMPRESAS;
      -       'PARTICIPACAO-MUNICIPIO;QL-UF;QL-BR;HHI-MUNICIPIO'
             TO REG-PLANILHA.
           WRITE REG-PLANILHA.
           SORT SORT-MUNICIPIO
               ON ASCENDING KEY SDQ-UF SDQ-COD-MUN SDQ-DIVISAO
               INPUT PROCEDURE IS 0004-ACUMULAR-EMPRESAS
               OUTPUT PROCEDURE IS 0006-APURAR-MUNICIPIOS.
           CLOSE ARQ-EMPRESAS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAIS: EMPRESAS ATIVAS=' DELIMITED BY SIZE
                  WS-TOTAL-PAIS DELIMITED BY SIZE
                  ' MUNICIPIOS=' DELIMITED BY SIZE
                  WS-TOTAL-MUNICIPIOS DELIMITED BY SIZE
                  ' CONCENTRADOS=' DELIMITED BY SIZE
                  WS-TOTAL-CONCENTRADOS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-PLANILHA.
           DISPLAY 'EMPRESAS ATIVAS CONSIDERADAS: ' WS-TOTAL-PAIS.
           DISPLAY 'MUNICIPIOS APURADOS.........: ' WS-TOTAL-MUNICIPIOS.
           DISPLAY 'LINHAS NA PLANILHA..........: ' WS-TOTAL-LINHAS-CSV.
           DISPLAY 'FIM DO RELATORIO DE QUOCIENTE LOCACIONAL.'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'QL-TOP-ESPECIALIZ' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC AND
              WS-PARAM-VALOR(1:2) IS NOT EQUAL TO '00' AND
              WS-PARAM-VALOR(1:2) IS NOT GREATER THAN '10' THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-TOP-ESPECIALIZ
           END-IF.
           MOVE 'QL-MIN-EMPRESAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:5) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:5) TO WS-MIN-EMPRESAS
           END-IF.
           DISPLAY 'ESPECIALIZACOES NO RANKING..: ' WS-TOP-ESPECIALIZ.
           DISPLAY 'MINIMO DE EMPRESAS NA DIVISAO: ' WS-MIN-EMPRESAS.

       0003-CARREGAR-DESCRICOES.
           OPEN INPUT ARQ-CNAE-DESCR.
           IF ST-ARQ-CNAE-DESCR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CNAE-DESCR
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE FD-CNAE-COD(1:2) TO WS-CNAE-DIVISAO
                     IF WS-CNAE-DIVISAO IS GREATER THAN ZERO AND
                        WS-DIV-DESCRICAO(WS-CNAE-DIVISAO) IS EQUAL TO
                        SPACES THEN
                        MOVE FD-CNAE-DESCRICAO TO
                          WS-DIV-DESCRICAO(WS-CNAE-DIVISAO)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CNAE-DESCR
           END-IF.

       0004-ACUMULAR-EMPRESAS.
      *    OS TOTAIS DA UF E DO PAIS FICAM PRONTOS AQUI, ANTES DA
      *    APURACAO DOS MUNICIPIOS NA SAIDA DO SORT.
      *    NA REEMISSAO SOBRE COMPETENCIA PASSADA O EXTRATO DO DIA
      *    NAO SERVE: A LEITURA E SEMPRE NA BASE GUARDADA.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              PERFORM 0011-LOCALIZAR-VARREDURA
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             PERFORM 0012-LER-EMPRESA
             IF WS-EOF IS NOT EQUAL TO 'Y' THEN
                IF FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
                   PERFORM 0005-ACUMULAR-EMPRESA
                END-IF
             END-IF
           END-PERFORM.
           IF WS-USA-VARREDURA IS EQUAL TO 'S' THEN
              CLOSE ARQ-VARREDURA
           END-IF.

       0005-ACUMULAR-EMPRESA.
           MOVE FRE-CNAE-FISCAL(1:2) TO WS-CNAE-DIVISAO.
           IF WS-CNAE-DIVISAO IS GREATER THAN ZERO AND
              FRE-UF IS NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-TOTAL-PAIS
              ADD 1 TO WS-DIV-PAIS(WS-CNAE-DIVISAO)
              MOVE FRE-UF TO WS-UF-PROCURADA
              PERFORM 0013-LOCALIZAR-UF
              IF WS-IDX-UF IS GREATER THAN ZERO THEN
                 ADD 1 TO WS-UF-TOTAL(WS-IDX-UF)
                 ADD 1 TO WS-UF-DIV(WS-IDX-UF, WS-CNAE-DIVISAO)
              END-IF
              MOVE FRE-UF TO SDQ-UF
              MOVE FRE-COD-MUNICIPIO TO SDQ-COD-MUN
              MOVE WS-CNAE-DIVISAO TO SDQ-DIVISAO
              MOVE FRE-MUNICIPIO TO SDQ-MUNICIPIO
              RELEASE SD-REG-MUNICIPIO
           END-IF.

       0006-APURAR-MUNICIPIOS.
           MOVE 'S' TO WS-PRIMEIRO.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-MUNICIPIO
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF WS-PRIMEIRO IS EQUAL TO 'N' AND
                     SD-REG-MUNICIPIO(1:6) IS NOT EQUAL TO
                     WS-MUN-CHAVE-ANT THEN
                     PERFORM 0007-FECHAR-MUNICIPIO
                  END-IF
                  IF WS-PRIMEIRO IS EQUAL TO 'S' OR
                     SD-REG-MUNICIPIO(1:6) IS NOT EQUAL TO
                     WS-MUN-CHAVE-ANT THEN
                     MOVE SD-REG-MUNICIPIO(1:6) TO WS-MUN-CHAVE-ANT
                     MOVE SDQ-UF TO WS-MUN-UF
                     MOVE SDQ-COD-MUN TO WS-MUN-COD
                     MOVE SDQ-MUNICIPIO TO WS-MUN-NOME
                     MOVE ZERO TO WS-MUN-TOTAL
                     INITIALIZE WS-TAB-MUN-DIV
                  END-IF
                  MOVE 'N' TO WS-PRIMEIRO
                  ADD 1 TO WS-MUN-TOTAL
                  ADD 1 TO WS-MUN-DIV(SDQ-DIVISAO)
             END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO IS EQUAL TO 'N' THEN
              PERFORM 0007-FECHAR-MUNICIPIO
           END-IF.

       0007-FECHAR-MUNICIPIO.
           ADD 1 TO WS-TOTAL-MUNICIPIOS.
           MOVE WS-MUN-UF TO WS-UF-PROCURADA.
           PERFORM 0013-LOCALIZAR-UF.
      *    HHI = SOMA DOS QUADRADOS DAS PARTICIPACOES (EM %) DE CADA
      *    DIVISAO NAS EMPRESAS DO MUNICIPIO.
           MOVE ZERO TO WS-HHI-SOMA.
           PERFORM VARYING WS-DIVISAO FROM 1 BY 1
             UNTIL WS-DIVISAO IS GREATER THAN 99
             COMPUTE WS-HHI-SOMA = WS-HHI-SOMA +
                WS-MUN-DIV(WS-DIVISAO) * WS-MUN-DIV(WS-DIVISAO)
           END-PERFORM.
           COMPUTE WS-HHI ROUNDED =
              WS-HHI-SOMA * 10000 / (WS-MUN-TOTAL * WS-MUN-TOTAL).
           EVALUATE TRUE
             WHEN WS-HHI IS LESS THAN 1500
                MOVE 'DIVERSIFICADO' TO WS-HHI-CLASSE
             WHEN WS-HHI IS NOT GREATER THAN 2500
                MOVE 'MODERADO' TO WS-HHI-CLASSE
             WHEN OTHER
                MOVE 'CONCENTRADO' TO WS-HHI-CLASSE
                ADD 1 TO WS-TOTAL-CONCENTRADOS
           END-EVALUATE.
           MOVE ZERO TO WS-QTD-RANKING.
           INITIALIZE WS-TAB-RANKING.
           PERFORM VARYING WS-DIVISAO FROM 1 BY 1
             UNTIL WS-DIVISAO IS GREATER THAN 99
             IF WS-MUN-DIV(WS-DIVISAO) IS GREATER THAN ZERO THEN
                PERFORM 0008-CALCULAR-QUOCIENTES
                PERFORM 0009-GRAVAR-PLANILHA
                IF WS-MUN-DIV(WS-DIVISAO) IS NOT LESS THAN
                   WS-MIN-EMPRESAS AND
                   WS-QL-BR IS GREATER THAN 1 THEN
                   PERFORM 0010-INSERIR-RANKING
                END-IF
             END-IF
           END-PERFORM.
           MOVE WS-MUN-TOTAL TO WS-QTD-ED.
           MOVE WS-HHI TO WS-HHI-ED.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-MUN-UF DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-MUN-NOME DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WS-MUN-COD DELIMITED BY SIZE
                  ') - EMPRESAS ATIVAS:' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  ' - HHI:' DELIMITED BY SIZE
                  WS-HHI-ED DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-HHI-CLASSE DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-QTD-RANKING IS EQUAL TO ZERO THEN
              MOVE '    SEM ESPECIALIZACAO ACIMA DA MEDIA NACIONAL'
                TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
             UNTIL WS-IDX-RNK IS GREATER THAN WS-QTD-RANKING
             MOVE WS-RNK-DIVISAO(WS-IDX-RNK) TO WS-DIVISAO
             MOVE WS-IDX-RNK TO WS-POS-ED
             MOVE WS-MUN-DIV(WS-DIVISAO) TO WS-QTD-ED
             MOVE WS-RNK-PART(WS-IDX-RNK) TO WS-PART-ED
             MOVE WS-RNK-QL-UF(WS-IDX-RNK) TO WS-QL-UF-ED
             MOVE WS-RNK-QL-BR(WS-IDX-RNK) TO WS-QL-ED
             MOVE SPACES TO REG-RELATORIO
             STRING '   ' DELIMITED BY SIZE
                    WS-POS-ED DELIMITED BY SIZE
                    '. DIV ' DELIMITED BY SIZE
                    WS-DIVISAO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-DIV-DESCRICAO(WS-DIVISAO)(1:45)
                      DELIMITED BY SIZE
                    ' EMPRESAS:' DELIMITED BY SIZE
                    WS-QTD-ED DELIMITED BY SIZE
                    ' PART:' DELIMITED BY SIZE
                    WS-PART-ED DELIMITED BY SIZE
                    '% QL-UF:' DELIMITED BY SIZE
                    WS-QL-UF-ED DELIMITED BY SIZE
                    ' QL-BR:' DELIMITED BY SIZE
                    WS-QL-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.

       0008-CALCULAR-QUOCIENTES.
           COMPUTE WS-PART-MUN ROUNDED =
              WS-MUN-DIV(WS-DIVISAO) * 100 / WS-MUN-TOTAL.
           MOVE ZERO TO WS-QL-UF.
           IF WS-IDX-UF IS GREATER THAN ZERO THEN
              IF WS-UF-DIV(WS-IDX-UF, WS-DIVISAO) IS GREATER THAN ZERO
              THEN
                 COMPUTE WS-QL-UF ROUNDED =
                    (WS-MUN-DIV(WS-DIVISAO) * WS-UF-TOTAL(WS-IDX-UF)) /
                    (WS-MUN-TOTAL * WS-UF-DIV(WS-IDX-UF, WS-DIVISAO))
              END-IF
           END-IF.
           MOVE ZERO TO WS-QL-BR.
           IF WS-DIV-PAIS(WS-DIVISAO) IS GREATER THAN ZERO THEN
              COMPUTE WS-QL-BR ROUNDED =
                 (WS-MUN-DIV(WS-DIVISAO) * WS-TOTAL-PAIS) /
                 (WS-MUN-TOTAL * WS-DIV-PAIS(WS-DIVISAO))
           END-IF.

       0009-GRAVAR-PLANILHA.
           MOVE WS-PART-MUN TO WS-PART-ED.
           MOVE WS-QL-UF TO WS-QL-UF-ED.
           MOVE WS-QL-BR TO WS-QL-ED.
           MOVE SPACES TO REG-PLANILHA.
           STRING WS-MUN-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MUN-COD DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MUN-NOME DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-DIVISAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DIV-DESCRICAO(WS-DIVISAO) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-MUN-DIV(WS-DIVISAO) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-PART-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-QL-UF-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-QL-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-HHI DELIMITED BY SIZE
             INTO REG-PLANILHA
           END-STRING.
           WRITE REG-PLANILHA.
           ADD 1 TO WS-TOTAL-LINHAS-CSV.

       0010-INSERIR-RANKING.
      *    RANKING POR QL-BR DECRESCENTE, LIMITADO AO TOPO PEDIDO.
           MOVE ZERO TO WS-POS-RNK.
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
             UNTIL WS-IDX-RNK IS GREATER THAN WS-QTD-RANKING OR
                   WS-POS-RNK IS GREATER THAN ZERO
             IF WS-QL-BR IS GREATER THAN WS-RNK-QL-BR(WS-IDX-RNK) THEN
                MOVE WS-IDX-RNK TO WS-POS-RNK
             END-IF
           END-PERFORM.
           IF WS-POS-RNK IS EQUAL TO ZERO THEN
              IF WS-QTD-RANKING IS LESS THAN WS-TOP-ESPECIALIZ THEN
                 ADD 1 TO WS-QTD-RANKING
                 MOVE WS-QTD-RANKING TO WS-POS-RNK
              END-IF
           ELSE
              IF WS-QTD-RANKING IS LESS THAN WS-TOP-ESPECIALIZ THEN
                 ADD 1 TO WS-QTD-RANKING
              END-IF
              PERFORM VARYING WS-IDX-RNK FROM WS-QTD-RANKING BY -1
                UNTIL WS-IDX-RNK IS NOT GREATER THAN WS-POS-RNK
                MOVE WS-RNK-OCR(WS-IDX-RNK - 1) TO
                  WS-RNK-OCR(WS-IDX-RNK)
              END-PERFORM
           END-IF.
           IF WS-POS-RNK IS GREATER THAN ZERO THEN
              MOVE WS-DIVISAO TO WS-RNK-DIVISAO(WS-POS-RNK)
              MOVE WS-QL-BR TO WS-RNK-QL-BR(WS-POS-RNK)
              MOVE WS-QL-UF TO WS-RNK-QL-UF(WS-POS-RNK)
              MOVE WS-PART-MUN TO WS-RNK-PART(WS-POS-RNK)
           END-IF.

       0011-LOCALIZAR-VARREDURA.
      *    COM A VARREDURA COMPARTILHADA DO DIA (LINHA DESTE PROGRAMA
      *    EM VARREDURA-CONTROLE.DAT) A LEITURA E FEITA NO EXTRATO
      *    GRAVADO PELA VARREDURA-COMPARTILHADA-BASE, NO LUGAR DE
      *    EMPRESAS2.DAT; O FILTRO DO PROPRIO RELATORIO CONTINUA
      *    APLICADO. SEM LINHA DO DIA, COM FILTRO QUE NAO COBRE O DO
      *    RELATORIO OU COM EXTRATO AUSENTE, A LEITURA E NA BASE.
           MOVE 'N' TO WS-USA-VARREDURA.
           MOVE SPACES TO WS-CAM-VARREDURA.
           ACCEPT WS-VAR-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-VARREDURA-CTL.
           IF ST-ARQUIVO-VCT IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-VCT
              PERFORM UNTIL WS-EOF-VCT IS EQUAL TO 'Y'
                READ ARQ-VARREDURA-CTL
                  AT END MOVE 'Y' TO WS-EOF-VCT
                  NOT AT END
                     MOVE SPACES TO WS-VCT-PROGRAMA
                     MOVE SPACES TO WS-VCT-FILTRO
                     MOVE SPACES TO WS-VCT-ARQUIVO
                     MOVE SPACES TO WS-VCT-DATA
                     MOVE SPACES TO WS-VCT-HORA
                     MOVE SPACES TO WS-VCT-EXTRAIDOS
                     MOVE SPACES TO WS-VCT-LIDOS-BASE
                     UNSTRING REG-VARREDURA-CTL DELIMITED BY ';'
                       INTO WS-VCT-PROGRAMA
                            WS-VCT-FILTRO
                            WS-VCT-ARQUIVO
                            WS-VCT-DATA
                            WS-VCT-HORA
                            WS-VCT-EXTRAIDOS
                            WS-VCT-LIDOS-BASE
                     END-UNSTRING
                     IF WS-VCT-PROGRAMA IS EQUAL TO WS-VAR-PROGRAMA
                        AND WS-VCT-DATA IS EQUAL TO WS-VAR-DATA-HOJE
                        AND (WS-VCT-FILTRO IS EQUAL TO 'TODOS' OR
                             WS-VCT-FILTRO IS EQUAL TO
                             WS-VAR-FILTRO-PROPRIO) THEN
                        MOVE 'Y' TO WS-EOF-VCT
                        STRING WS-DIR-DADOS DELIMITED BY SPACE
                               WS-VCT-ARQUIVO DELIMITED BY SPACE
                          INTO WS-CAM-VARREDURA
                        END-STRING
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-VARREDURA-CTL
           END-IF.
           IF WS-CAM-VARREDURA IS NOT EQUAL TO SPACES THEN
              OPEN INPUT ARQ-VARREDURA
              IF ST-ARQUIVO-VAR IS EQUAL TO '00' THEN
                 MOVE 'S' TO WS-USA-VARREDURA
                 DISPLAY 'LENDO O EXTRATO DA VARREDURA COMPARTILHADA: '
                    WS-VCT-ARQUIVO
              ELSE
                 DISPLAY 'EXTRATO DA VARREDURA INDISPONIVEL - STATUS '
                    ST-ARQUIVO-VAR ' - LENDO EMPRESAS2.DAT'
              END-IF
           END-IF.

       0012-LER-EMPRESA.
           IF WS-USA-VARREDURA IS EQUAL TO 'S' THEN
              READ ARQ-VARREDURA INTO FD-REG-EMPRESA
                AT END MOVE 'Y' TO WS-EOF
              END-READ
           ELSE
              READ ARQ-EMPRESAS NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
              END-READ
           END-IF.

       0013-LOCALIZAR-UF.
           MOVE 'N' TO WS-UF-ACHADA.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
                OR WS-UF-ACHADA IS EQUAL TO 'S'
             IF WS-UF-SIGLA(WS-IDX-UF) IS EQUAL TO WS-UF-PROCURADA
             THEN
                MOVE 'S' TO WS-UF-ACHADA
                SUBTRACT 1 FROM WS-IDX-UF
             END-IF
           END-PERFORM.
           IF WS-UF-ACHADA IS EQUAL TO 'N' THEN
              IF WS-QTD-UFS IS LESS THAN 30 THEN
                 ADD 1 TO WS-QTD-UFS
                 MOVE WS-QTD-UFS TO WS-IDX-UF
                 MOVE WS-UF-PROCURADA TO WS-UF-SIGLA(WS-IDX-UF)
              ELSE
                 MOVE ZERO TO WS-IDX-UF
              END-IF
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
           MOVE SPACES TO WS-CAM-QUOCIENTE-CSV.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'quociente-locacional.csv' DELIMITED BY SIZE
             INTO WS-CAM-QUOCIENTE-CSV
           END-STRING.
           MOVE SPACES TO WS-CAM-QUOCIENTE-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'quociente-locacional.srt' DELIMITED BY SIZE
             INTO WS-CAM-QUOCIENTE-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-QUOCIENTE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-quociente-locacional.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-QUOCIENTE
           END-STRING.
           MOVE SPACES TO WS-CAM-VARREDURA-CONTROLE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'varredura-controle.dat' DELIMITED BY SIZE
             INTO WS-CAM-VARREDURA-CONTROLE
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

       9920-CABECALHO-COMPETENCIA.
           IF WS-COMPETENCIA-REF IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO REG-RELATORIO
              STRING 'COMPETENCIA DE REFERENCIA: ' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SIZE
                     ' - REEMISSAO SOBRE A BASE GUARDADA'
                       DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.

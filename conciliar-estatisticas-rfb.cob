       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-ESTATISTICAS-RFB.

      ****************************************************************
      * CONCILIACAO DOS TOTAIS DA BASE COM AS ESTATISTICAS OFICIAIS   *
      * PUBLICADAS PELA RFB. RODA ANTES DA LIBERACAO DA BASE (ANTES   *
      * DO PROMOVER-BASE-CARGA): IMPORTA A TABELA OFICIAL             *
      * ESTATISTICAS-OFICIAIS-RFB.CSV (COMPETENCIA;UF;INDICADOR;      *
      * VALOR, UF 'BR' PARA O TOTAL NACIONAL) COM OS INDICADORES      *
      *   TOTAL, SIT-01, SIT-02, SIT-03, SIT-04, SIT-08 - ESTABELE-   *
      *   CIMENTOS POR SITUACAO CADASTRAL;                            *
      *   SIMPLES, MEI - OPTANTES DO SIMPLES E DO MEI                 *
      * E CONFRONTA CADA LINHA: AS LINHAS 'BR' DE TOTAL E SITUACAO    *
      * COM ESTATISTICAS-BASE.DAT; AS DEMAIS COM AS CONTAGENS POR UF  *
      * APURADAS NA BASE EM STAGING (EMPRESAS2.NOVO; SEM STAGING, A   *
      * BASE OFICIAL EMPRESAS2.DAT). A TOLERANCIA E PERCENTUAL SOBRE  *
      * O VALOR OFICIAL, EM CENTESIMOS DE PONTO (5 DIGITOS), NO       *
      * ARQUIVO DE PARAMETROS, DO MAIS ESPECIFICO PARA O GERAL:       *
      *   CRFB-TOL-<INDICADOR>-<UF>, CRFB-TOL-<INDICADOR>,            *
      *   CRFB-TOL-PADRAO (AUSENTES = 00100, 1,00%).                  *
      * RELATORIO EM RELATORIO-CONCILIACAO-ESTATISTICAS.TXT E         *
      * RESULTADO EM SUMARIO-EXECUCOES.DAT. DIVERGENCIA FORA DA       *
      * TOLERANCIA VAI PARA O HUB DE NOTIFICACOES, PARA A OPERACAO    *
      * DECIDIR ANTES DA LIBERACAO. RETURN-CODE:                      *
      *   0  - TODAS AS LINHAS DENTRO DA TOLERANCIA;                  *
      *   4  - DIVERGENCIA FORA DA TOLERANCIA OU LINHA REJEITADA;     *
      *   8  - TABELA OFICIAL VAZIA, SEM LINHA VALIDA OU COM MAIS DE  *
      *        UMA COMPETENCIA;                                       *
      *   12 - TABELA OFICIAL OU BASE INDISPONIVEL.                   *
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
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-FANTASIA-NORMALIZADA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-OFICIAL ASSIGN TO
                   WS-CAM-ESTATISTICAS-OFICIAIS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-OFI.

           SELECT ARQ-ESTATISTICAS ASSIGN TO
                   WS-CAM-ESTATISTICAS-BASE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-EST.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-CONCILIACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

           SELECT ARQ-AVISOS ASSIGN TO WS-CAM-AVISOS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVI.

           SELECT ARQ-SUMARIO-EXEC ASSIGN TO
                   WS-CAM-SUMARIO-EXECUCOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SUX.

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

       FD ARQ-OFICIAL.
       01 REG-OFICIAL                 PIC X(100).

       FD ARQ-ESTATISTICAS.
       01 REG-ESTATISTICAS            PIC X(160).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(132).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

       FD ARQ-AVISOS.
       01 REG-AVISO                   PIC X(200).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

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
       01 WS-CAM-AVISOS-SISTEMA          PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2-NOVO          PIC X(060) VALUE SPACES.
       01 WS-CAM-ESTATISTICAS-BASE       PIC X(060) VALUE SPACES.
       01 WS-CAM-ESTATISTICAS-OFICIAIS   PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-CONCILIACAO   PIC X(060) VALUE SPACES.
       01 WS-CAM-SUMARIO-EXECUCOES       PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'CONCILIAR-ESTATISTICAS-RFB'.
       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-AVI              PIC XX.
       01 WS-AVISO-DATA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-HORA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-SEVERIDADE         PIC X(005) VALUE SPACES.
       01 WS-AVISO-DESTINATARIO       PIC X(020) VALUE SPACES.
       01 WS-AVISO-TEXTO              PIC X(100) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-OFI              PIC XX.
       01 ST-ARQUIVO-EST              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-BASE-CONFERIDA           PIC X(014) VALUE SPACES.

      *    INDICADORES DA TABELA OFICIAL; OS SEIS PRIMEIROS TAMBEM
      *    ESTAO EM ESTATISTICAS-BASE.DAT, NA MESMA ORDEM
       01 WS-QTD-INDICADORES          PIC 9 VALUE 8.
       01 WS-IDX-IND                  PIC 9 VALUE ZERO.
       01 WS-TAB-NOMES-IND.
          05 FILLER                  PIC X(007) VALUE 'TOTAL'.
          05 FILLER                  PIC X(007) VALUE 'SIT-01'.
          05 FILLER                  PIC X(007) VALUE 'SIT-02'.
          05 FILLER                  PIC X(007) VALUE 'SIT-03'.
          05 FILLER                  PIC X(007) VALUE 'SIT-04'.
          05 FILLER                  PIC X(007) VALUE 'SIT-08'.
          05 FILLER                  PIC X(007) VALUE 'SIMPLES'.
          05 FILLER                  PIC X(007) VALUE 'MEI'.
       01 WS-TAB-NOMES-IND-RED REDEFINES WS-TAB-NOMES-IND.
          05 WS-NOME-IND OCCURS 8 TIMES PIC X(007).

      *    CONTAGENS DA BASE POR UF X INDICADOR E NACIONAIS
       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-UF-PROCURADA             PIC X(002) VALUE SPACES.
       01 WS-TAB-UFS.
          05 WS-UF-OCR OCCURS 30 TIMES.
             10 WS-UF-SIGLA           PIC X(002).
             10 WS-UF-QTD OCCURS 8 TIMES PIC 9(009).
       01 WS-TAB-BRASIL.
          05 WS-BR-QTD OCCURS 8 TIMES PIC 9(009).

      *    ESTATISTICAS-BASE.DAT (SUFIXO;DATA;HORA;TOTAL;SIT-01;
      *    SIT-02;SIT-03;SIT-04;SIT-08;SIT-OUTRAS;TOTAL-SOCIOS)
       01 WS-EST-LIDA                 PIC X VALUE 'N'.
       01 WS-EST-SUFIXO               PIC X(006) VALUE SPACES.
       01 WS-EST-DATA                 PIC X(008) VALUE SPACES.
       01 WS-EST-HORA                 PIC X(008) VALUE SPACES.
       01 WS-TAB-EST.
          05 WS-EST-VALOR OCCURS 6 TIMES PIC X(007).

      *    TOLERANCIAS (CHAVES CRFB-TOL-*, EM CENTESIMOS DE PONTO)
       01 WS-TOL-PADRAO               PIC 9(005) VALUE 100.
       01 WS-QTD-TOL                  PIC 9(003) VALUE ZERO.
       01 WS-IDX-TOL                  PIC 9(003) VALUE ZERO.
       01 WS-TOL-ACHADA               PIC X VALUE 'N'.
       01 WS-TOL-PROCURADA            PIC X(011) VALUE SPACES.
       01 WS-TAB-TOL.
          05 WS-TOL-OCR OCCURS 200 TIMES.
             10 WS-TOL-CHAVE          PIC X(011).
             10 WS-TOL-VALOR          PIC 9(005).

      *    LINHA DA TABELA OFICIAL
       01 WS-OFI-COMPETENCIA          PIC X(006) VALUE SPACES.
       01 WS-OFI-UF                   PIC X(002) VALUE SPACES.
       01 WS-OFI-INDICADOR            PIC X(010) VALUE SPACES.
       01 WS-OFI-VALOR-TXT            PIC X(012) VALUE SPACES.
       01 WS-OFI-TAM-VALOR            PIC 99 VALUE ZERO.
       01 WS-OFI-VALOR                PIC 9(009) VALUE ZERO.
       01 WS-OFI-SO-DIGITOS           PIC X VALUE 'N'.
       01 WS-IDX-DIG                  PIC 99 VALUE ZERO.
       01 WS-COMPETENCIA              PIC X(006) VALUE SPACES.
       01 WS-COMPET-MISTA             PIC X VALUE 'N'.
       01 WS-MOTIVO-REJEICAO          PIC X(030) VALUE SPACES.

      *    APURACAO DA LINHA
       01 WS-VALOR-BASE               PIC 9(009) VALUE ZERO.
       01 WS-FONTE-BASE               PIC X(004) VALUE SPACES.
       01 WS-DIFERENCA                PIC S9(009) VALUE ZERO.
       01 WS-DIF-ABS                  PIC 9(009) VALUE ZERO.
       01 WS-DIF-PCT-CENT             PIC 9(007) VALUE ZERO.
       01 WS-TOL-LINHA                PIC 9(005) VALUE ZERO.
       01 WS-PCT-TRABALHO             PIC 9(005)V99 VALUE ZERO.
       01 WS-SITUACAO                 PIC X(012) VALUE SPACES.

       01 WS-QTD-ED                   PIC Z(008)9.
       01 WS-DIF-ED                   PIC ---------9.
       01 WS-PCT-ED                   PIC ZZZZ9,99.
       01 WS-TOL-ED                   PIC ZZ9,99.

       01 WS-TOTAL-LINHAS-LIDAS       PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-CONFERIDAS         PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-DENTRO             PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-FORA               PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-REJEITADAS         PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-EMPRESAS           PIC 9(009) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CONCILIACAO COM AS ESTATISTICAS OFICIAIS DA RFB'.
           PERFORM 0002-CARREGAR-TOLERANCIAS.
           OPEN INPUT ARQ-OFICIAL.
           IF ST-ARQUIVO-OFI IS NOT EQUAL TO '00' THEN
              DISPLAY '*** TABELA OFICIAL INDISPONIVEL (STATUS '
                 ST-ARQUIVO-OFI ') ***'
              MOVE 'TABELA OFICIAL INDISPONIVEL' TO WS-SUM-CONTADORES
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0003-ABRIR-BASE.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** BASE INDISPONIVEL (STATUS '
                 ST-ARQUIVO-EMP ') ***'
              CLOSE ARQ-OFICIAL
              MOVE 'BASE INDISPONIVEL' TO WS-SUM-CONTADORES
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           DISPLAY 'BASE CONFERIDA...............: ' WS-BASE-CONFERIDA.
           INITIALIZE WS-TAB-UFS.
           INITIALIZE WS-TAB-BRASIL.
           PERFORM 0004-CONTAR-BASE.
           CLOSE ARQ-EMPRESAS.
           PERFORM 0006-LER-ESTATISTICAS-BASE.
           PERFORM 0007-CONFERIR-TABELA.
           CLOSE ARQ-OFICIAL.
           DISPLAY 'COMPETENCIA OFICIAL..........: ' WS-COMPETENCIA.
           DISPLAY 'LINHAS DA TABELA OFICIAL.....: '
              WS-TOTAL-LINHAS-LIDAS.
           DISPLAY 'LINHAS CONFERIDAS............: '
              WS-TOTAL-CONFERIDAS.
           DISPLAY 'DENTRO DA TOLERANCIA.........: ' WS-TOTAL-DENTRO.
           DISPLAY 'FORA DA TOLERANCIA...........: ' WS-TOTAL-FORA.
           DISPLAY 'LINHAS REJEITADAS............: '
              WS-TOTAL-REJEITADAS.
           EVALUATE TRUE
             WHEN WS-TOTAL-CONFERIDAS IS EQUAL TO ZERO
                DISPLAY '*** TABELA OFICIAL SEM LINHA VALIDA ***'
                MOVE 8 TO RETURN-CODE
             WHEN WS-COMPET-MISTA IS EQUAL TO 'S'
                DISPLAY '*** TABELA OFICIAL COM MAIS DE UMA '
                   'COMPETENCIA ***'
                MOVE 8 TO RETURN-CODE
             WHEN WS-TOTAL-FORA IS GREATER THAN ZERO OR
                  WS-TOTAL-REJEITADAS IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF WS-TOTAL-FORA IS GREATER THAN ZERO THEN
              MOVE 'ERRO' TO WS-AVISO-SEVERIDADE
              MOVE 'OPERACAO' TO WS-AVISO-DESTINATARIO
              MOVE SPACES TO WS-AVISO-TEXTO
              STRING 'BASE DIVERGE DAS ESTATISTICAS OFICIAIS RFB '
                       DELIMITED BY SIZE
                     WS-COMPETENCIA DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     WS-TOTAL-FORA DELIMITED BY SIZE
                     ' LINHAS FORA DA TOLERANCIA - VER RELATORIO'
                       DELIMITED BY SIZE
                INTO WS-AVISO-TEXTO
              END-STRING
              PERFORM 9800-REGISTRAR-AVISO
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'CONFERIDAS=' DELIMITED BY SIZE
                  WS-TOTAL-CONFERIDAS DELIMITED BY SIZE
                  ' FORA=' DELIMITED BY SIZE
                  WS-TOTAL-FORA DELIMITED BY SIZE
                  ' REJEITADAS=' DELIMITED BY SIZE
                  WS-TOTAL-REJEITADAS DELIMITED BY SIZE
                  ' COMPETENCIA=' DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           DISPLAY 'FIM DA CONCILIACAO COM AS ESTATISTICAS OFICIAIS.'.
           GOBACK.

       0002-CARREGAR-TOLERANCIAS.
      *    UMA PASSADA NO ARQUIVO DE PARAMETROS GUARDA TODAS AS
      *    CHAVES CRFB-TOL-*, PARA NAO RELER O ARQUIVO A CADA LINHA
      *    DA TABELA OFICIAL.
           MOVE ZERO TO WS-QTD-TOL.
           OPEN INPUT ARQ-PARAMETROS.
           IF ST-ARQUIVO-PRM IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-PRM
              PERFORM UNTIL WS-EOF-PRM IS EQUAL TO 'Y'
                READ ARQ-PARAMETROS
                  AT END MOVE 'Y' TO WS-EOF-PRM
                  NOT AT END
                     IF PAR-CHAVE(1:9) IS EQUAL TO 'CRFB-TOL-' AND
                        PAR-VALOR(1:5) IS NUMERIC AND
                        WS-QTD-TOL IS LESS THAN 200 THEN
                        ADD 1 TO WS-QTD-TOL
                        MOVE PAR-CHAVE(10:11) TO
                          WS-TOL-CHAVE(WS-QTD-TOL)
                        MOVE PAR-VALOR(1:5) TO
                          WS-TOL-VALOR(WS-QTD-TOL)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-PARAMETROS
           END-IF.
           MOVE 'PADRAO' TO WS-TOL-PROCURADA.
           PERFORM 0012-LOCALIZAR-TOLERANCIA.
           IF WS-TOL-ACHADA IS EQUAL TO 'S' THEN
              MOVE WS-TOL-VALOR(WS-IDX-TOL) TO WS-TOL-PADRAO
           END-IF.
           COMPUTE WS-PCT-TRABALHO = WS-TOL-PADRAO / 100.
           MOVE WS-PCT-TRABALHO TO WS-TOL-ED.
           DISPLAY 'TOLERANCIA PADRAO (%)........: ' WS-TOL-ED.
           DISPLAY 'TOLERANCIAS PARAMETRIZADAS...: ' WS-QTD-TOL.

       0003-ABRIR-BASE.
      *    A CONCILIACAO E FEITA SOBRE A CARGA AINDA EM STAGING;
      *    SEM STAGING (BASE JA PROMOVIDA OU CONFERENCIA AVULSA),
      *    SOBRE A BASE OFICIAL.
           MOVE WS-CAM-EMPRESAS2-NOVO TO WS-CAM-EMPRESAS2.
           MOVE 'EMPRESAS2.NOVO' TO WS-BASE-CONFERIDA.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              CLOSE ARQ-EMPRESAS
              MOVE SPACES TO WS-CAM-EMPRESAS2
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'empresas2.dat' DELIMITED BY SIZE
                INTO WS-CAM-EMPRESAS2
              END-STRING
              MOVE 'EMPRESAS2.DAT' TO WS-BASE-CONFERIDA
              OPEN INPUT ARQ-EMPRESAS
           END-IF.

       0004-CONTAR-BASE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-EMPRESAS
                  MOVE FRE-UF TO WS-UF-PROCURADA
                  PERFORM 0011-LOCALIZAR-UF
                  IF WS-UF-ACHADA IS NOT EQUAL TO 'S' AND
                     WS-QTD-UFS IS LESS THAN 30 THEN
                     ADD 1 TO WS-QTD-UFS
                     MOVE WS-QTD-UFS TO WS-IDX-UF
                     MOVE FRE-UF TO WS-UF-SIGLA(WS-IDX-UF)
                     MOVE 'S' TO WS-UF-ACHADA
                  END-IF
                  MOVE 1 TO WS-IDX-IND
                  PERFORM 0005-SOMAR-INDICADOR
                  EVALUATE FRE-SIT-CADASTRAL
                    WHEN 01 MOVE 2 TO WS-IDX-IND
                    WHEN 02 MOVE 3 TO WS-IDX-IND
                    WHEN 03 MOVE 4 TO WS-IDX-IND
                    WHEN 04 MOVE 5 TO WS-IDX-IND
                    WHEN 08 MOVE 6 TO WS-IDX-IND
                    WHEN OTHER MOVE ZERO TO WS-IDX-IND
                  END-EVALUATE
                  IF WS-IDX-IND IS GREATER THAN ZERO THEN
                     PERFORM 0005-SOMAR-INDICADOR
                  END-IF
                  IF FRE-OPCAO-SIMPLES IS EQUAL TO 'S' THEN
                     MOVE 7 TO WS-IDX-IND
                     PERFORM 0005-SOMAR-INDICADOR
                  END-IF
                  IF FRE-OPCAO-MEI IS EQUAL TO 'S' THEN
                     MOVE 8 TO WS-IDX-IND
                     PERFORM 0005-SOMAR-INDICADOR
                  END-IF
             END-READ
           END-PERFORM.
           DISPLAY 'ESTABELECIMENTOS NA BASE.....: ' WS-TOTAL-EMPRESAS.

       0005-SOMAR-INDICADOR.
           ADD 1 TO WS-BR-QTD(WS-IDX-IND).
           IF WS-UF-ACHADA IS EQUAL TO 'S' THEN
              ADD 1 TO WS-UF-QTD(WS-IDX-UF, WS-IDX-IND)
           END-IF.

       0006-LER-ESTATISTICAS-BASE.
      *    SEM ESTATISTICAS-BASE.DAT AS LINHAS NACIONAIS SAO
      *    CONFERIDAS CONTRA A CONTAGEM FEITA AQUI NA BASE.
           MOVE 'N' TO WS-EST-LIDA.
           MOVE SPACES TO WS-TAB-EST.
           OPEN INPUT ARQ-ESTATISTICAS.
           IF ST-ARQUIVO-EST IS EQUAL TO '00' THEN
              READ ARQ-ESTATISTICAS
                AT END CONTINUE
                NOT AT END
                   UNSTRING REG-ESTATISTICAS DELIMITED BY ';'
                     INTO WS-EST-SUFIXO
                          WS-EST-DATA
                          WS-EST-HORA
                          WS-EST-VALOR(1)
                          WS-EST-VALOR(2)
                          WS-EST-VALOR(3)
                          WS-EST-VALOR(4)
                          WS-EST-VALOR(5)
                          WS-EST-VALOR(6)
                   END-UNSTRING
                   MOVE 'S' TO WS-EST-LIDA
                   PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                     UNTIL WS-IDX-IND IS GREATER THAN 6
                     IF WS-EST-VALOR(WS-IDX-IND) IS NOT NUMERIC THEN
                        MOVE 'N' TO WS-EST-LIDA
                     END-IF
                   END-PERFORM
              END-READ
              CLOSE ARQ-ESTATISTICAS
           END-IF.
           IF WS-EST-LIDA IS EQUAL TO 'S' THEN
              DISPLAY 'ESTATISTICAS-BASE DA CARGA...: ' WS-EST-SUFIXO
                 ' ' WS-EST-DATA
           ELSE
              DISPLAY 'SEM ESTATISTICAS-BASE.DAT - LINHAS NACIONAIS '
                 'CONTRA A CONTAGEM DA BASE'
           END-IF.

       0007-CONFERIR-TABELA.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CONCILIACAO COM AS ESTATISTICAS OFICIAIS DA RFB - '
                    DELIMITED BY SIZE
                  'BASE ' DELIMITED BY SIZE
                  WS-BASE-CONFERIDA DELIMITED BY SPACE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF WS-EST-LIDA IS EQUAL TO 'S' THEN
              STRING 'LINHAS BR DE TOTAL E SITUACAO CONTRA '
                       DELIMITED BY SIZE
                     'ESTATISTICAS-BASE.DAT DA CARGA ' DELIMITED BY SIZE
                     WS-EST-SUFIXO DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
           ELSE
              STRING 'SEM ESTATISTICAS-BASE.DAT - LINHAS BR CONTRA A '
                       DELIMITED BY SIZE
                     'CONTAGEM DA BASE' DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
           END-IF.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DIF = BASE - OFICIAL; DIF % E TOL % SOBRE O VALOR '
                    DELIMITED BY SIZE
                  'OFICIAL' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'COMPET UF INDICADOR  OFICIAL      BASE FONTE'
                    DELIMITED BY SIZE
                  '       DIF    DIF %  TOL %  SITUACAO'
                    DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-OFICIAL
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF REG-OFICIAL IS NOT EQUAL TO SPACES AND
                     REG-OFICIAL(1:11) IS NOT EQUAL TO 'COMPETENCIA'
                  THEN
                     ADD 1 TO WS-TOTAL-LINHAS-LIDAS
                     PERFORM 0008-CONFERIR-LINHA
                  END-IF
             END-READ
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CONFERIDAS: ' DELIMITED BY SIZE
                  WS-TOTAL-CONFERIDAS DELIMITED BY SIZE
                  '   DENTRO DA TOLERANCIA: ' DELIMITED BY SIZE
                  WS-TOTAL-DENTRO DELIMITED BY SIZE
                  '   FORA DA TOLERANCIA: ' DELIMITED BY SIZE
                  WS-TOTAL-FORA DELIMITED BY SIZE
                  '   REJEITADAS: ' DELIMITED BY SIZE
                  WS-TOTAL-REJEITADAS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-COMPET-MISTA IS EQUAL TO 'S' THEN
              MOVE '*** TABELA OFICIAL COM MAIS DE UMA COMPETENCIA'
                TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       0008-CONFERIR-LINHA.
           MOVE SPACES TO WS-OFI-COMPETENCIA.
           MOVE SPACES TO WS-OFI-UF.
           MOVE SPACES TO WS-OFI-INDICADOR.
           MOVE SPACES TO WS-OFI-VALOR-TXT.
           MOVE ZERO TO WS-OFI-TAM-VALOR.
           UNSTRING REG-OFICIAL DELIMITED BY ';' OR SPACE
             INTO WS-OFI-COMPETENCIA
                  WS-OFI-UF
                  WS-OFI-INDICADOR
                  WS-OFI-VALOR-TXT COUNT IN WS-OFI-TAM-VALOR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-OFI-UF) TO WS-OFI-UF.
           MOVE FUNCTION UPPER-CASE(WS-OFI-INDICADOR)
             TO WS-OFI-INDICADOR.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
      *    VALOR: SO DIGITOS, ATE 9 POSICOES.
           MOVE 'S' TO WS-OFI-SO-DIGITOS.
           IF WS-OFI-TAM-VALOR IS EQUAL TO ZERO OR
              WS-OFI-TAM-VALOR IS GREATER THAN 9 THEN
              MOVE 'N' TO WS-OFI-SO-DIGITOS
           ELSE
              PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
                UNTIL WS-IDX-DIG IS GREATER THAN WS-OFI-TAM-VALOR
                IF WS-OFI-VALOR-TXT(WS-IDX-DIG:1) IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-OFI-SO-DIGITOS
                END-IF
              END-PERFORM
           END-IF.
           MOVE ZERO TO WS-IDX-IND.
           PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
             UNTIL WS-IDX-DIG IS GREATER THAN WS-QTD-INDICADORES
             IF WS-NOME-IND(WS-IDX-DIG) IS EQUAL TO WS-OFI-INDICADOR
             THEN
                MOVE WS-IDX-DIG TO WS-IDX-IND
             END-IF
           END-PERFORM.
           MOVE 'N' TO WS-UF-ACHADA.
           IF WS-OFI-UF IS NOT EQUAL TO 'BR' THEN
              MOVE WS-OFI-UF TO WS-UF-PROCURADA
              PERFORM 0011-LOCALIZAR-UF
           END-IF.
           EVALUATE TRUE
             WHEN WS-OFI-COMPETENCIA IS NOT NUMERIC
                MOVE 'COMPETENCIA INVALIDA' TO WS-MOTIVO-REJEICAO
             WHEN WS-IDX-IND IS EQUAL TO ZERO
                MOVE 'INDICADOR DESCONHECIDO' TO WS-MOTIVO-REJEICAO
             WHEN WS-OFI-SO-DIGITOS IS NOT EQUAL TO 'S'
                MOVE 'VALOR INVALIDO' TO WS-MOTIVO-REJEICAO
             WHEN WS-OFI-UF IS EQUAL TO SPACES
                MOVE 'UF AUSENTE' TO WS-MOTIVO-REJEICAO
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO IS NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-TOTAL-REJEITADAS
              MOVE SPACES TO REG-RELATORIO
              STRING '*** LINHA REJEITADA (' DELIMITED BY SIZE
                     WS-MOTIVO-REJEICAO DELIMITED BY '  '
                     '): ' DELIMITED BY SIZE
                     REG-OFICIAL DELIMITED BY '  '
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           ELSE
              IF WS-COMPETENCIA IS EQUAL TO SPACES THEN
                 MOVE WS-OFI-COMPETENCIA TO WS-COMPETENCIA
              END-IF
              IF WS-OFI-COMPETENCIA IS NOT EQUAL TO WS-COMPETENCIA
              THEN
                 MOVE 'S' TO WS-COMPET-MISTA
              END-IF
              COMPUTE WS-OFI-VALOR = FUNCTION NUMVAL
                (WS-OFI-VALOR-TXT(1:WS-OFI-TAM-VALOR))
              ADD 1 TO WS-TOTAL-CONFERIDAS
              PERFORM 0009-APURAR-LINHA
              PERFORM 0010-EMITIR-LINHA
           END-IF.

       0009-APURAR-LINHA.
      *    VALOR DA BASE: LINHA NACIONAL DE TOTAL/SITUACAO CONTRA
      *    ESTATISTICAS-BASE (EST); DEMAIS CONTRA A CONTAGEM (CONT).
      *    UF QUE NAO APARECE NA BASE CONTA COMO ZERO.
           MOVE 'CONT' TO WS-FONTE-BASE.
           MOVE ZERO TO WS-VALOR-BASE.
           IF WS-OFI-UF IS EQUAL TO 'BR' THEN
              IF WS-EST-LIDA IS EQUAL TO 'S' AND
                 WS-IDX-IND IS NOT GREATER THAN 6 THEN
                 MOVE WS-EST-VALOR(WS-IDX-IND) TO WS-VALOR-BASE
                 MOVE 'EST' TO WS-FONTE-BASE
              ELSE
                 MOVE WS-BR-QTD(WS-IDX-IND) TO WS-VALOR-BASE
              END-IF
           ELSE
              IF WS-UF-ACHADA IS EQUAL TO 'S' THEN
                 MOVE WS-UF-QTD(WS-IDX-UF, WS-IDX-IND) TO
                   WS-VALOR-BASE
              END-IF
           END-IF.
           COMPUTE WS-DIFERENCA = WS-VALOR-BASE - WS-OFI-VALOR.
           IF WS-DIFERENCA IS LESS THAN ZERO THEN
              COMPUTE WS-DIF-ABS = 0 - WS-DIFERENCA
           ELSE
              MOVE WS-DIFERENCA TO WS-DIF-ABS
           END-IF.
      *    DIFERENCA SOBRE OFICIAL ZERADO VALE 100%.
           IF WS-OFI-VALOR IS EQUAL TO ZERO THEN
              IF WS-DIF-ABS IS EQUAL TO ZERO THEN
                 MOVE ZERO TO WS-DIF-PCT-CENT
              ELSE
                 MOVE 10000 TO WS-DIF-PCT-CENT
              END-IF
           ELSE
              COMPUTE WS-DIF-PCT-CENT ROUNDED =
                 WS-DIF-ABS * 10000 / WS-OFI-VALOR
                ON SIZE ERROR MOVE 9999999 TO WS-DIF-PCT-CENT
              END-COMPUTE
           END-IF.
      *    TOLERANCIA: INDICADOR-UF, INDICADOR, PADRAO.
           MOVE WS-TOL-PADRAO TO WS-TOL-LINHA.
           MOVE SPACES TO WS-TOL-PROCURADA.
           STRING WS-OFI-INDICADOR DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-OFI-UF DELIMITED BY SIZE
             INTO WS-TOL-PROCURADA
           END-STRING.
           PERFORM 0012-LOCALIZAR-TOLERANCIA.
           IF WS-TOL-ACHADA IS NOT EQUAL TO 'S' THEN
              MOVE WS-OFI-INDICADOR TO WS-TOL-PROCURADA
              PERFORM 0012-LOCALIZAR-TOLERANCIA
           END-IF.
           IF WS-TOL-ACHADA IS EQUAL TO 'S' THEN
              MOVE WS-TOL-VALOR(WS-IDX-TOL) TO WS-TOL-LINHA
           END-IF.
           IF WS-DIF-PCT-CENT IS GREATER THAN WS-TOL-LINHA THEN
              MOVE 'FORA' TO WS-SITUACAO
              ADD 1 TO WS-TOTAL-FORA
           ELSE
              MOVE 'OK' TO WS-SITUACAO
              ADD 1 TO WS-TOTAL-DENTRO
           END-IF.

       0010-EMITIR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-OFI-COMPETENCIA TO REG-RELATORIO(1:6).
           MOVE WS-OFI-UF TO REG-RELATORIO(8:2).
           MOVE WS-OFI-INDICADOR TO REG-RELATORIO(11:10).
           MOVE WS-OFI-VALOR TO WS-QTD-ED.
           MOVE WS-QTD-ED TO REG-RELATORIO(20:9).
           MOVE WS-VALOR-BASE TO WS-QTD-ED.
           MOVE WS-QTD-ED TO REG-RELATORIO(30:9).
           MOVE WS-FONTE-BASE TO REG-RELATORIO(40:4).
           MOVE WS-DIFERENCA TO WS-DIF-ED.
           MOVE WS-DIF-ED TO REG-RELATORIO(46:10).
           COMPUTE WS-PCT-TRABALHO = WS-DIF-PCT-CENT / 100.
           MOVE WS-PCT-TRABALHO TO WS-PCT-ED.
           MOVE WS-PCT-ED TO REG-RELATORIO(57:8).
           COMPUTE WS-PCT-TRABALHO = WS-TOL-LINHA / 100.
           MOVE WS-PCT-TRABALHO TO WS-TOL-ED.
           MOVE WS-TOL-ED TO REG-RELATORIO(66:6).
           MOVE WS-SITUACAO TO REG-RELATORIO(74:12).
           WRITE REG-RELATORIO.

       0011-LOCALIZAR-UF.
           MOVE 'N' TO WS-UF-ACHADA.
           MOVE ZERO TO WS-IDX-UF.
           PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
             UNTIL WS-IDX-DIG IS GREATER THAN WS-QTD-UFS OR
                   WS-UF-ACHADA IS EQUAL TO 'S'
             IF WS-UF-SIGLA(WS-IDX-DIG) IS EQUAL TO WS-UF-PROCURADA
             THEN
                MOVE 'S' TO WS-UF-ACHADA
                MOVE WS-IDX-DIG TO WS-IDX-UF
             END-IF
           END-PERFORM.

       0012-LOCALIZAR-TOLERANCIA.
           MOVE 'N' TO WS-TOL-ACHADA.
           PERFORM VARYING WS-IDX-TOL FROM 1 BY 1
             UNTIL WS-IDX-TOL IS GREATER THAN WS-QTD-TOL OR
                   WS-TOL-ACHADA IS EQUAL TO 'S'
             IF WS-TOL-CHAVE(WS-IDX-TOL) IS EQUAL TO WS-TOL-PROCURADA
             THEN
                MOVE 'S' TO WS-TOL-ACHADA
             END-IF
           END-PERFORM.
           IF WS-TOL-ACHADA IS EQUAL TO 'S' THEN
              SUBTRACT 1 FROM WS-IDX-TOL
           END-IF.

       9600-GRAVAR-SUMARIO-EXECUCAO.
      *    SUMARIO DE EXECUCAO EM LAYOUT UNICO (PROGRAMA;DATA;HORA;
      *    RC;VEREDICTO;CONTADORES), ACRESCENTADO A
      *    SUMARIO-EXECUCOES.DAT. O CODIGO DE RETORNO SEGUE O PADRAO
      *    DA CASA: 0=OK, 4=OK COM RESSALVAS, 8=ERRO DE DADOS,
      *    12=ERRO DE AMBIENTE - E O QUE O CONTROLADOR DA MALHA USA
      *    PARA PROSSEGUIR, ALERTAR OU ABORTAR SEM INTERPRETAR
      *    RELATORIO.
           ACCEPT WS-SUM-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-SUM-HORA FROM TIME.
           MOVE RETURN-CODE TO WS-SUM-RC.
           EVALUATE RETURN-CODE
             WHEN 0 MOVE 'OK' TO WS-SUM-VEREDICTO
             WHEN 4 MOVE 'OK-RESSALVAS' TO WS-SUM-VEREDICTO
             WHEN 8 MOVE 'ERRO-DADOS' TO WS-SUM-VEREDICTO
             WHEN 12 MOVE 'ERRO-AMBIENTE' TO WS-SUM-VEREDICTO
             WHEN OTHER MOVE 'ERRO' TO WS-SUM-VEREDICTO
           END-EVALUATE.
           OPEN EXTEND ARQ-SUMARIO-EXEC.
           IF ST-ARQUIVO-SUX IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-SUMARIO-EXEC
           END-IF.
           MOVE SPACES TO REG-SUMARIO-EXEC.
           STRING WS-SUM-PROGRAMA DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SUM-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-HORA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-RC DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-VEREDICTO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SUM-CONTADORES DELIMITED BY '  '
             INTO REG-SUMARIO-EXEC
           END-STRING.
           WRITE REG-SUMARIO-EXEC.
           CLOSE ARQ-SUMARIO-EXEC.

       9800-REGISTRAR-AVISO.
      *    HUB DE NOTIFICACOES: ACRESCENTA O EVENTO EM
      *    AVISOS-SISTEMA.DAT (DATA;HORA;ORIGEM;SEVERIDADE;
      *    DESTINATARIO;TEXTO;PENDENTE). O DESPACHAR-AVISOS GERA O
      *    ARQUIVO DO GATEWAY DE E-MAIL E CONTROLA CONFIRMACAO E
      *    REENVIO DOS FALHADOS.
           ACCEPT WS-AVISO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AVISO-HORA FROM TIME.
           OPEN EXTEND ARQ-AVISOS.
           IF ST-ARQUIVO-AVI IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-AVISOS
           END-IF.
           MOVE SPACES TO REG-AVISO.
           STRING WS-AVISO-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-AVISO-HORA DELIMITED BY SIZE
                  ';ESTATISTICAS-RFB;' DELIMITED BY SIZE
                  WS-AVISO-SEVERIDADE DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-AVISO-DESTINATARIO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-AVISO-TEXTO DELIMITED BY '  '
                  ';PENDENTE' DELIMITED BY SIZE
             INTO REG-AVISO
           END-STRING.
           WRITE REG-AVISO.
           CLOSE ARQ-AVISOS.

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
           MOVE SPACES TO WS-CAM-AVISOS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'avisos-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-AVISOS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2-NOVO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.novo' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2-NOVO
           END-STRING.
           MOVE SPACES TO WS-CAM-ESTATISTICAS-BASE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'estatisticas-base.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESTATISTICAS-BASE
           END-STRING.
           MOVE SPACES TO WS-CAM-ESTATISTICAS-OFICIAIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'estatisticas-oficiais-rfb.csv' DELIMITED BY SIZE
             INTO WS-CAM-ESTATISTICAS-OFICIAIS
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-CONCILIACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-conciliacao-estatisticas.txt'
                    DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-CONCILIACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
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

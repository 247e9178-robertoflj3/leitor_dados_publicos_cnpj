       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAR-TABELAS-DIVULGACAO.

      ****************************************************************
      * GERADOR DE TABELAS AGREGADAS PARA DIVULGACAO EXTERNA (ORGAOS  *
      * PARCEIROS, COMUNICACAO). ENTRADA (UMA POR LINHA): UF, TIPO DE *
      * COLUNA E DESTINATARIO. COM UF AS LINHAS SAO OS MUNICIPIOS DA  *
      * UF; EM BRANCO, AS UFS. AS COLUNAS SAO AS SECOES CNAE (S) OU O *
      * PORTE (P). SO ENTRAM EMPRESAS ATIVAS (02). SAO EMITIDAS DUAS  *
      * GRADES NO MESMO ARQUIVO: QUANTIDADE DE EMPRESAS E CAPITAL     *
      * SOCIAL MEDIO, COM TOTAIS DE LINHA E DE COLUNA.                *
      * SIGILO ESTATISTICO:                                           *
      *   - SUPRESSAO PRIMARIA: CELULA (OU TOTAL) COM MAIS DE ZERO E  *
      *     MENOS DE SIGILO-MINIMO EMPRESAS (PADRAO 3);               *
      *   - SUPRESSAO COMPLEMENTAR: ENQUANTO ALGUMA LINHA, COLUNA,    *
      *     COLUNA DE TOTAIS OU LINHA DE TOTAIS TIVER UM UNICO VALOR  *
      *     ESCONDIDO (QUE SAIRIA POR SUBTRACAO DO TOTAL), ESCONDE    *
      *     TAMBEM O MENOR VALOR NAO NULO AINDA VISIVEL DELA (OU O    *
      *     SEU TOTAL, QUANDO NAO HA OUTRO);                          *
      *   - O CAPITAL MEDIO SEGUE O PADRAO DE SUPRESSAO DA CONTAGEM.  *
      * AS CELULAS SUPRIMIDAS SAEM COMO X, SEM DISTINGUIR PRIMARIA DE *
      * COMPLEMENTAR; CELULA ZERADA SAI COMO -. JUNTO SAI A NOTA      *
      * METODOLOGICA, E OS DOIS ARQUIVOS SAO REGISTRADOS NA CENTRAL   *
      * DE TRANSMISSAO (REGISTRAR-TRANSMISSAO) PARA O DESTINATARIO.   *
      * RETURN-CODE: 0 TABELA GERADA E REGISTRADA; 4 TABELA GERADA    *
      * SEM ALGUMAS LINHAS (LIMITE DA TABELA); 8 ENTRADA INVALIDA OU  *
      * TOTAL GERAL ABAIXO DO MINIMO; 12 BASE INDISPONIVEL OU         *
      * TRANSMISSAO NAO REGISTRADA.                                   *
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

           SELECT ARQ-TABELA ASSIGN TO WS-CAM-TABELA-DIVULGACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-TAB.

           SELECT ARQ-NOTA ASSIGN TO WS-CAM-NOTA-METODOLOGICA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-NOT.

           SELECT ARQ-PARM-TRANSMISSAO ASSIGN TO
                   WS-CAM-PARM-TRANSMISSAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PTR.

           SELECT ARQ-LOG-TRANSMISSAO ASSIGN TO
                   WS-CAM-LOG-TRANSMISSAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LTR.

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

       FD ARQ-TABELA.
       01 REG-TABELA                  PIC X(600).

       FD ARQ-NOTA.
       01 REG-NOTA                    PIC X(120).

       FD ARQ-PARM-TRANSMISSAO.
       01 REG-PARM-TRANSMISSAO        PIC X(060).

       FD ARQ-LOG-TRANSMISSAO.
       01 REG-LOG-TRANSMISSAO         PIC X(120).

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
       01 WS-CAM-LOG-TRANSMISSAO         PIC X(060) VALUE SPACES.
       01 WS-CAM-NOTA-METODOLOGICA       PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-PARM-TRANSMISSAO        PIC X(060) VALUE SPACES.
       01 WS-CAM-TABELA-DIVULGACAO       PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-TAB              PIC XX.
       01 ST-ARQUIVO-NOT              PIC XX.
       01 ST-ARQUIVO-PTR              PIC XX.
       01 ST-ARQUIVO-LTR              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-LTR                  PIC X VALUE 'N'.
       01 WS-RETORNO                  PIC 99 VALUE ZERO.
       01 WS-MENSAGEM                 PIC X(080) VALUE SPACES.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

      *    PARAMETROS DE ENTRADA
       01 WS-UF-IN                    PIC X(002) VALUE SPACES.
       01 WS-COLUNAS-IN               PIC X(001) VALUE SPACES.
       01 WS-DESTINATARIO-IN          PIC X(030) VALUE SPACES.
       01 WS-UF-FILTRO                PIC X(002) VALUE SPACES.
       01 WS-TIPO-COLUNA              PIC X VALUE 'S'.
       01 WS-DESTINATARIO-PADRAO      PIC X(030)
           VALUE 'COMUNICACAO'.
       01 WS-DESTINATARIO             PIC X(030) VALUE SPACES.
       01 WS-SIGILO-MINIMO            PIC 9(003) VALUE 3.
       01 WS-TITULO                   PIC X(100) VALUE SPACES.

      *    COLUNAS DA TABELA
       01 WS-QTD-COLUNAS              PIC 99 VALUE ZERO.
       01 WS-IDX-COL                  PIC 99 VALUE ZERO.
       01 WS-DIVISAO                  PIC 99 VALUE ZERO.
       01 WS-IDX-SECAO                PIC 99 VALUE ZERO.
       01 WS-LETRAS-SECAO             PIC X(022)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTU?'.
       01 WS-PORTE-ROTULO-TAB.
          05 FILLER                  PIC X(030)
             VALUE '00-NAO INFORMADO'.
          05 FILLER                  PIC X(030)
             VALUE '01-MICRO EMPRESA'.
          05 FILLER                  PIC X(030)
             VALUE '03-EMPRESA DE PEQUENO PORTE'.
          05 FILLER                  PIC X(030)
             VALUE '05-DEMAIS'.
       01 WS-PORTE-ROTULO-RED REDEFINES WS-PORTE-ROTULO-TAB.
          05 WS-PORTE-ROTULO OCCURS 4 TIMES PIC X(030).
       01 WS-TAB-COLUNAS.
          05 WS-COL-OCR OCCURS 22 TIMES.
             10 WS-COL-ROTULO         PIC X(030).
             10 WS-COL-QTD            PIC 9(009).
             10 WS-COL-CAPITAL        PIC 9(015)V99.
             10 WS-COL-SUPR           PIC X.

      *    LINHAS DA TABELA (MUNICIPIOS DA UF OU UFS)
       01 WS-MAX-LINHAS               PIC 9(004) VALUE 900.
       01 WS-QTD-LINHAS               PIC 9(004) VALUE ZERO.
       01 WS-IDX-LIN                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-MAPA                 PIC 9(005) VALUE ZERO.
       01 WS-LINHA-ACHADA             PIC X VALUE 'N'.
       01 WS-TAB-MAPA-MUN.
          05 WS-MAPA-MUN OCCURS 10000 TIMES PIC 9(004).
       01 WS-TAB-LINHAS.
          05 WS-LIN-OCR OCCURS 900 TIMES.
             10 WS-LIN-CODIGO         PIC X(004).
             10 WS-LIN-NOME           PIC X(050).
             10 WS-LIN-QTD            PIC 9(009).
             10 WS-LIN-CAPITAL        PIC 9(015)V99.
             10 WS-LIN-SUPR           PIC X.
             10 WS-CEL-OCR OCCURS 22 TIMES.
                15 WS-CEL-QTD         PIC 9(007).
                15 WS-CEL-CAPITAL     PIC 9(015)V99.
                15 WS-CEL-SUPR        PIC X.
       01 WS-TAB-ORDEM.
          05 WS-ORDEM OCCURS 900 TIMES PIC 9(004).
       01 WS-IDX-ORD                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-ORD2                 PIC 9(004) VALUE ZERO.
       01 WS-ORDEM-TROCA              PIC 9(004) VALUE ZERO.
       01 WS-FIM-INSERCAO             PIC X VALUE 'N'.
       01 WS-TOTAL-QTD                PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-CAPITAL            PIC 9(015)V99 VALUE ZERO.

      *    SUPRESSAO
       01 WS-MUDOU                    PIC X VALUE 'N'.
       01 WS-QTD-OCULTAS              PIC 9(004) VALUE ZERO.
       01 WS-MENOR-QTD                PIC 9(009) VALUE ZERO.
       01 WS-MENOR-IDX                PIC 9(004) VALUE ZERO.
       01 WS-TOTAL-PRIMARIAS          PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-COMPLEMENTARES     PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-FORA-TABELA        PIC 9(009) VALUE ZERO.

      *    FORMATACAO DAS GRADES
       01 WS-MODO-GRADE               PIC X VALUE 'Q'.
       01 WS-PONTEIRO                 PIC 9(004) VALUE ZERO.
       01 WS-FMT-QTD                  PIC 9(009) VALUE ZERO.
       01 WS-FMT-CAPITAL              PIC 9(015)V99 VALUE ZERO.
       01 WS-FMT-SUPR                 PIC X VALUE SPACE.
       01 WS-FMT-TEXTO                PIC X(025) VALUE SPACES.
       01 WS-CAPITAL-MEDIO            PIC 9(013)V99 VALUE ZERO.
       01 WS-QTD-ED                   PIC Z(008)9.
       01 WS-CAPITAL-ED               PIC Z(012)9,99.
       01 WS-NUM-ED                   PIC Z(006)9.

      *    REGISTRO NA CENTRAL DE TRANSMISSAO
       01 WS-CAM-TRANSMITIR           PIC X(060) VALUE SPACES.
       01 WS-COMANDO-SISTEMA          PIC X(250) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.
       01 WS-PROTOCOLO-LIDO           PIC X(020) VALUE SPACES.
       01 WS-HASH-LIDO                PIC X(020) VALUE SPACES.
       01 WS-PROTOCOLO-TABELA         PIC X(020) VALUE SPACES.
       01 WS-HASH-TABELA              PIC X(020) VALUE SPACES.
       01 WS-PROTOCOLO-NOTA           PIC X(020) VALUE SPACES.
       01 WS-HASH-NOTA                PIC X(020) VALUE SPACES.
       01 WS-TRANSMISSAO-OK           PIC X VALUE 'S'.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'TABELAS AGREGADAS PARA DIVULGACAO EXTERNA'.
           DISPLAY 'UF (BRANCO = TABELA NACIONAL POR UF): '.
           ACCEPT WS-UF-IN.
           DISPLAY 'COLUNAS (S = SECAO CNAE, P = PORTE; BRANCO = S): '.
           ACCEPT WS-COLUNAS-IN.
           DISPLAY 'DESTINATARIO (BRANCO = COMUNICACAO): '.
           ACCEPT WS-DESTINATARIO-IN.
           PERFORM 0002-VALIDAR-ENTRADA.
           IF WS-RETORNO IS NOT EQUAL TO ZERO THEN
              DISPLAY WS-MENSAGEM
              MOVE WS-RETORNO TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'SIGILO-MINIMO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC AND
              WS-PARAM-VALOR(1:3) IS NOT EQUAL TO '000' THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-SIGILO-MINIMO
           END-IF.
           DISPLAY 'MINIMO DE EMPRESAS POR CELULA: ' WS-SIGILO-MINIMO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0003-MONTAR-COLUNAS.
           INITIALIZE WS-TAB-LINHAS.
           INITIALIZE WS-TAB-MAPA-MUN.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR EMPRESAS2.DAT (STATUS '
                 ST-ARQUIVO-EMP ') - TABELA NAO GERADA ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0004-ACUMULAR-BASE.
           CLOSE ARQ-EMPRESAS.
           IF WS-TOTAL-QTD IS LESS THAN WS-SIGILO-MINIMO THEN
              DISPLAY '*** TOTAL GERAL DE ' WS-TOTAL-QTD
                 ' EMPRESAS ABAIXO DO MINIMO - TABELA NAO '
                 'DIVULGAVEL ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0007-ORDENAR-LINHAS.
           PERFORM 0010-SUPRESSAO-PRIMARIA.
           PERFORM 0011-SUPRESSAO-COMPLEMENTAR.
           PERFORM 0020-GRAVAR-TABELA.
           PERFORM 0030-GRAVAR-NOTA.
           PERFORM 0040-TRANSMITIR-ARQUIVOS.
           DISPLAY 'LINHAS DA TABELA....: ' WS-QTD-LINHAS.
           DISPLAY 'EMPRESAS TABULADAS..: ' WS-TOTAL-QTD.
           DISPLAY 'SUPRESSOES PRIMARIAS: ' WS-TOTAL-PRIMARIAS.
           DISPLAY 'COMPLEMENTARES......: ' WS-TOTAL-COMPLEMENTARES.
           IF WS-TOTAL-FORA-TABELA IS GREATER THAN ZERO THEN
              DISPLAY 'EMPRESAS FORA DA TABELA (LIMITE DE LINHAS): '
                 WS-TOTAL-FORA-TABELA
           END-IF.
           DISPLAY 'FIM DA GERACAO DA TABELA PARA DIVULGACAO.'.
           EVALUATE TRUE
             WHEN WS-TRANSMISSAO-OK IS EQUAL TO 'N'
                MOVE 12 TO RETURN-CODE
             WHEN WS-TOTAL-FORA-TABELA IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       0002-VALIDAR-ENTRADA.
           MOVE ZERO TO WS-RETORNO.
           MOVE FUNCTION UPPER-CASE(WS-UF-IN) TO WS-UF-FILTRO.
           IF WS-UF-FILTRO IS NOT EQUAL TO SPACES AND
              WS-UF-FILTRO IS NOT ALPHABETIC THEN
              MOVE 8 TO WS-RETORNO
              MOVE '*** UF INVALIDA ***' TO WS-MENSAGEM
           END-IF.
           IF WS-COLUNAS-IN IS EQUAL TO SPACES THEN
              MOVE 'S' TO WS-TIPO-COLUNA
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-COLUNAS-IN) TO
                WS-TIPO-COLUNA
           END-IF.
           IF WS-TIPO-COLUNA IS NOT EQUAL TO 'S' AND
              WS-TIPO-COLUNA IS NOT EQUAL TO 'P' THEN
              MOVE 8 TO WS-RETORNO
              MOVE '*** TIPO DE COLUNA INVALIDO (S OU P) ***'
                TO WS-MENSAGEM
           END-IF.
           IF WS-DESTINATARIO-IN IS EQUAL TO SPACES THEN
              MOVE WS-DESTINATARIO-PADRAO TO WS-DESTINATARIO
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-DESTINATARIO-IN) TO
                WS-DESTINATARIO
           END-IF.

       0003-MONTAR-COLUNAS.
           INITIALIZE WS-TAB-COLUNAS.
           IF WS-TIPO-COLUNA IS EQUAL TO 'P' THEN
              MOVE 4 TO WS-QTD-COLUNAS
              PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                UNTIL WS-IDX-COL IS GREATER THAN 4
                MOVE WS-PORTE-ROTULO(WS-IDX-COL) TO
                  WS-COL-ROTULO(WS-IDX-COL)
              END-PERFORM
           ELSE
              MOVE 22 TO WS-QTD-COLUNAS
              PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                UNTIL WS-IDX-COL IS GREATER THAN 22
                MOVE SPACES TO WS-COL-ROTULO(WS-IDX-COL)
                STRING 'SECAO ' DELIMITED BY SIZE
                       WS-LETRAS-SECAO(WS-IDX-COL:1) DELIMITED BY SIZE
                  INTO WS-COL-ROTULO(WS-IDX-COL)
                END-STRING
              END-PERFORM
           END-IF.
           MOVE SPACES TO WS-TITULO.
           IF WS-UF-FILTRO IS EQUAL TO SPACES THEN
              MOVE 'EMPRESAS ATIVAS POR UF E ' TO WS-TITULO
           ELSE
              STRING 'EMPRESAS ATIVAS POR MUNICIPIO (UF '
                       DELIMITED BY SIZE
                     WS-UF-FILTRO DELIMITED BY SIZE
                     ') E ' DELIMITED BY SIZE
                INTO WS-TITULO
              END-STRING
           END-IF.
           IF WS-TIPO-COLUNA IS EQUAL TO 'P' THEN
              STRING WS-TITULO DELIMITED BY '  '
                     ' PORTE' DELIMITED BY SIZE
                INTO WS-TITULO
              END-STRING
           ELSE
              STRING WS-TITULO DELIMITED BY '  '
                     ' SECAO CNAE' DELIMITED BY SIZE
                INTO WS-TITULO
              END-STRING
           END-IF.

       0004-ACUMULAR-BASE.
      *    COM UF A LEITURA VAI PELA CHAVE UF+MUNICIPIO SO NO TRECHO
      *    DA UF; SEM UF, A BASE INTEIRA.
           MOVE 'N' TO WS-EOF.
           IF WS-UF-FILTRO IS NOT EQUAL TO SPACES THEN
              MOVE WS-UF-FILTRO TO FRE-UF
              MOVE ZERO TO FRE-COD-MUNICIPIO
              START ARQ-EMPRESAS KEY IS GREATER THAN OR EQUAL TO
                FRE-UF-MUNICIPIO
                INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF WS-UF-FILTRO IS NOT EQUAL TO SPACES AND
                     FRE-UF IS NOT EQUAL TO WS-UF-FILTRO THEN
                     MOVE 'Y' TO WS-EOF
                  ELSE
                     IF FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
                        PERFORM 0005-ACUMULAR-EMPRESA
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0005-ACUMULAR-EMPRESA.
           PERFORM 0006-LOCALIZAR-LINHA.
           IF WS-IDX-LIN IS EQUAL TO ZERO THEN
              ADD 1 TO WS-TOTAL-FORA-TABELA
           ELSE
              IF WS-TIPO-COLUNA IS EQUAL TO 'P' THEN
                 EVALUATE FRE-PORTE-EMPRESA
                   WHEN '01' MOVE 2 TO WS-IDX-COL
                   WHEN '03' MOVE 3 TO WS-IDX-COL
                   WHEN '05' MOVE 4 TO WS-IDX-COL
                   WHEN OTHER MOVE 1 TO WS-IDX-COL
                 END-EVALUATE
              ELSE
                 MOVE FRE-CNAE-FISCAL(1:2) TO WS-DIVISAO
                 IF WS-DIVISAO IS EQUAL TO ZERO THEN
                    MOVE 22 TO WS-IDX-SECAO
                 ELSE
                    PERFORM 0008-CLASSIFICAR-SECAO
                 END-IF
                 MOVE WS-IDX-SECAO TO WS-IDX-COL
              END-IF
              ADD 1 TO WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL)
              ADD FRE-CAPITAL-SOCIAL-EMP TO
                WS-CEL-CAPITAL(WS-IDX-LIN, WS-IDX-COL)
              ADD 1 TO WS-LIN-QTD(WS-IDX-LIN)
              ADD FRE-CAPITAL-SOCIAL-EMP TO WS-LIN-CAPITAL(WS-IDX-LIN)
              ADD 1 TO WS-COL-QTD(WS-IDX-COL)
              ADD FRE-CAPITAL-SOCIAL-EMP TO WS-COL-CAPITAL(WS-IDX-COL)
              ADD 1 TO WS-TOTAL-QTD
              ADD FRE-CAPITAL-SOCIAL-EMP TO WS-TOTAL-CAPITAL
           END-IF.

       0006-LOCALIZAR-LINHA.
      *    MUNICIPIO: ENDERECAMENTO DIRETO PELO CODIGO; UF: BUSCA NA
      *    TABELA. ACIMA DO LIMITE DE LINHAS A EMPRESA FICA DE FORA.
           MOVE ZERO TO WS-IDX-LIN.
           IF WS-UF-FILTRO IS NOT EQUAL TO SPACES THEN
              COMPUTE WS-IDX-MAPA = FRE-COD-MUNICIPIO + 1
              MOVE WS-MAPA-MUN(WS-IDX-MAPA) TO WS-IDX-LIN
              IF WS-IDX-LIN IS EQUAL TO ZERO AND
                 WS-QTD-LINHAS IS LESS THAN WS-MAX-LINHAS THEN
                 ADD 1 TO WS-QTD-LINHAS
                 MOVE WS-QTD-LINHAS TO WS-IDX-LIN
                 MOVE WS-IDX-LIN TO WS-MAPA-MUN(WS-IDX-MAPA)
                 MOVE FRE-COD-MUNICIPIO TO WS-LIN-CODIGO(WS-IDX-LIN)
                 MOVE FRE-MUNICIPIO TO WS-LIN-NOME(WS-IDX-LIN)
              END-IF
           ELSE
              MOVE 'N' TO WS-LINHA-ACHADA
              PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                UNTIL WS-IDX-LIN IS GREATER THAN WS-QTD-LINHAS
                   OR WS-LINHA-ACHADA IS EQUAL TO 'S'
                IF WS-LIN-CODIGO(WS-IDX-LIN) IS EQUAL TO FRE-UF THEN
                   MOVE 'S' TO WS-LINHA-ACHADA
                   SUBTRACT 1 FROM WS-IDX-LIN
                END-IF
              END-PERFORM
              IF WS-LINHA-ACHADA IS EQUAL TO 'N' THEN
                 IF WS-QTD-LINHAS IS LESS THAN WS-MAX-LINHAS THEN
                    ADD 1 TO WS-QTD-LINHAS
                    MOVE WS-QTD-LINHAS TO WS-IDX-LIN
                    MOVE FRE-UF TO WS-LIN-CODIGO(WS-IDX-LIN)
                    MOVE FRE-UF TO WS-LIN-NOME(WS-IDX-LIN)
                 ELSE
                    MOVE ZERO TO WS-IDX-LIN
                 END-IF
              END-IF
           END-IF.

       0007-ORDENAR-LINHAS.
      *    ORDEM DE SAIDA PELO CODIGO DA LINHA (INSERCAO; COM UF AS
      *    LINHAS JA CHEGAM NA ORDEM DA CHAVE).
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
             UNTIL WS-IDX-ORD IS GREATER THAN WS-QTD-LINHAS
             MOVE WS-IDX-ORD TO WS-ORDEM(WS-IDX-ORD)
           END-PERFORM.
           PERFORM VARYING WS-IDX-ORD FROM 2 BY 1
             UNTIL WS-IDX-ORD IS GREATER THAN WS-QTD-LINHAS
             MOVE WS-ORDEM(WS-IDX-ORD) TO WS-ORDEM-TROCA
             MOVE WS-IDX-ORD TO WS-IDX-ORD2
             MOVE 'N' TO WS-FIM-INSERCAO
             PERFORM UNTIL WS-IDX-ORD2 IS EQUAL TO 1
                OR WS-FIM-INSERCAO IS EQUAL TO 'S'
               IF WS-LIN-CODIGO(WS-ORDEM(WS-IDX-ORD2 - 1)) IS
                  GREATER THAN WS-LIN-CODIGO(WS-ORDEM-TROCA) THEN
                  MOVE WS-ORDEM(WS-IDX-ORD2 - 1) TO
                    WS-ORDEM(WS-IDX-ORD2)
                  SUBTRACT 1 FROM WS-IDX-ORD2
               ELSE
                  MOVE 'S' TO WS-FIM-INSERCAO
               END-IF
             END-PERFORM
             MOVE WS-ORDEM-TROCA TO WS-ORDEM(WS-IDX-ORD2)
           END-PERFORM.

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

       0010-SUPRESSAO-PRIMARIA.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
             UNTIL WS-IDX-LIN IS GREATER THAN WS-QTD-LINHAS
             PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL IS GREATER THAN WS-QTD-COLUNAS
               IF WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) IS GREATER THAN
                  ZERO AND
                  WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) IS LESS THAN
                  WS-SIGILO-MINIMO THEN
                  MOVE 'P' TO WS-CEL-SUPR(WS-IDX-LIN, WS-IDX-COL)
                  ADD 1 TO WS-TOTAL-PRIMARIAS
               END-IF
             END-PERFORM
             IF WS-LIN-QTD(WS-IDX-LIN) IS GREATER THAN ZERO AND
                WS-LIN-QTD(WS-IDX-LIN) IS LESS THAN WS-SIGILO-MINIMO
             THEN
                MOVE 'P' TO WS-LIN-SUPR(WS-IDX-LIN)
                ADD 1 TO WS-TOTAL-PRIMARIAS
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
             UNTIL WS-IDX-COL IS GREATER THAN WS-QTD-COLUNAS
             IF WS-COL-QTD(WS-IDX-COL) IS GREATER THAN ZERO AND
                WS-COL-QTD(WS-IDX-COL) IS LESS THAN WS-SIGILO-MINIMO
             THEN
                MOVE 'P' TO WS-COL-SUPR(WS-IDX-COL)
                ADD 1 TO WS-TOTAL-PRIMARIAS
             END-IF
           END-PERFORM.

       0011-SUPRESSAO-COMPLEMENTAR.
      *    CADA LINHA E CADA COLUNA E UMA EQUACAO (TOTAL = SOMA DAS
      *    CELULAS); COM UMA SO INCOGNITA ELA SE RESOLVE. REPETE ATE
      *    NENHUMA EQUACAO FICAR COM UMA UNICA INCOGNITA.
           MOVE 'S' TO WS-MUDOU.
           PERFORM UNTIL WS-MUDOU IS EQUAL TO 'N'
             MOVE 'N' TO WS-MUDOU
             PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
               UNTIL WS-IDX-LIN IS GREATER THAN WS-QTD-LINHAS
               PERFORM 0012-PROTEGER-LINHA
             END-PERFORM
             PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL IS GREATER THAN WS-QTD-COLUNAS
               PERFORM 0013-PROTEGER-COLUNA
             END-PERFORM
             PERFORM 0014-PROTEGER-TOTAIS-LINHA
             PERFORM 0015-PROTEGER-TOTAIS-COLUNA
           END-PERFORM.

       0012-PROTEGER-LINHA.
           MOVE ZERO TO WS-QTD-OCULTAS.
           IF WS-LIN-SUPR(WS-IDX-LIN) IS NOT EQUAL TO SPACE THEN
              ADD 1 TO WS-QTD-OCULTAS
           END-IF.
           MOVE 999999999 TO WS-MENOR-QTD.
           MOVE ZERO TO WS-MENOR-IDX.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
             UNTIL WS-IDX-COL IS GREATER THAN WS-QTD-COLUNAS
             IF WS-CEL-SUPR(WS-IDX-LIN, WS-IDX-COL) IS NOT EQUAL TO
                SPACE THEN
                ADD 1 TO WS-QTD-OCULTAS
             ELSE
                IF WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) IS GREATER
                   THAN ZERO AND
                   WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) IS LESS THAN
                   WS-MENOR-QTD THEN
                   MOVE WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) TO
                     WS-MENOR-QTD
                   MOVE WS-IDX-COL TO WS-MENOR-IDX
                END-IF
             END-IF
           END-PERFORM.
           IF WS-QTD-OCULTAS IS EQUAL TO 1 THEN
              IF WS-MENOR-IDX IS GREATER THAN ZERO THEN
                 MOVE 'C' TO WS-CEL-SUPR(WS-IDX-LIN, WS-MENOR-IDX)
                 ADD 1 TO WS-TOTAL-COMPLEMENTARES
                 MOVE 'S' TO WS-MUDOU
              ELSE
                 IF WS-LIN-SUPR(WS-IDX-LIN) IS EQUAL TO SPACE THEN
                    MOVE 'C' TO WS-LIN-SUPR(WS-IDX-LIN)
                    ADD 1 TO WS-TOTAL-COMPLEMENTARES
                    MOVE 'S' TO WS-MUDOU
                 END-IF
              END-IF
           END-IF.

       0013-PROTEGER-COLUNA.
           MOVE ZERO TO WS-QTD-OCULTAS.
           IF WS-COL-SUPR(WS-IDX-COL) IS NOT EQUAL TO SPACE THEN
              ADD 1 TO WS-QTD-OCULTAS
           END-IF.
           MOVE 999999999 TO WS-MENOR-QTD.
           MOVE ZERO TO WS-MENOR-IDX.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
             UNTIL WS-IDX-LIN IS GREATER THAN WS-QTD-LINHAS
             IF WS-CEL-SUPR(WS-IDX-LIN, WS-IDX-COL) IS NOT EQUAL TO
                SPACE THEN
                ADD 1 TO WS-QTD-OCULTAS
             ELSE
                IF WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) IS GREATER
                   THAN ZERO AND
                   WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) IS LESS THAN
                   WS-MENOR-QTD THEN
                   MOVE WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) TO
                     WS-MENOR-QTD
                   MOVE WS-IDX-LIN TO WS-MENOR-IDX
                END-IF
             END-IF
           END-PERFORM.
           IF WS-QTD-OCULTAS IS EQUAL TO 1 THEN
              IF WS-MENOR-IDX IS GREATER THAN ZERO THEN
                 MOVE 'C' TO WS-CEL-SUPR(WS-MENOR-IDX, WS-IDX-COL)
                 ADD 1 TO WS-TOTAL-COMPLEMENTARES
                 MOVE 'S' TO WS-MUDOU
              ELSE
                 IF WS-COL-SUPR(WS-IDX-COL) IS EQUAL TO SPACE THEN
                    MOVE 'C' TO WS-COL-SUPR(WS-IDX-COL)
                    ADD 1 TO WS-TOTAL-COMPLEMENTARES
                    MOVE 'S' TO WS-MUDOU
                 END-IF
              END-IF
           END-IF.

       0014-PROTEGER-TOTAIS-LINHA.
      *    COLUNA DE TOTAIS: TOTAL GERAL = SOMA DOS TOTAIS DE LINHA.
           MOVE ZERO TO WS-QTD-OCULTAS.
           MOVE 999999999 TO WS-MENOR-QTD.
           MOVE ZERO TO WS-MENOR-IDX.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
             UNTIL WS-IDX-LIN IS GREATER THAN WS-QTD-LINHAS
             IF WS-LIN-SUPR(WS-IDX-LIN) IS NOT EQUAL TO SPACE THEN
                ADD 1 TO WS-QTD-OCULTAS
             ELSE
                IF WS-LIN-QTD(WS-IDX-LIN) IS GREATER THAN ZERO AND
                   WS-LIN-QTD(WS-IDX-LIN) IS LESS THAN WS-MENOR-QTD
                THEN
                   MOVE WS-LIN-QTD(WS-IDX-LIN) TO WS-MENOR-QTD
                   MOVE WS-IDX-LIN TO WS-MENOR-IDX
                END-IF
             END-IF
           END-PERFORM.
           IF WS-QTD-OCULTAS IS EQUAL TO 1 AND
              WS-MENOR-IDX IS GREATER THAN ZERO THEN
              MOVE 'C' TO WS-LIN-SUPR(WS-MENOR-IDX)
              ADD 1 TO WS-TOTAL-COMPLEMENTARES
              MOVE 'S' TO WS-MUDOU
           END-IF.

       0015-PROTEGER-TOTAIS-COLUNA.
      *    LINHA DE TOTAIS: TOTAL GERAL = SOMA DOS TOTAIS DE COLUNA.
           MOVE ZERO TO WS-QTD-OCULTAS.
           MOVE 999999999 TO WS-MENOR-QTD.
           MOVE ZERO TO WS-MENOR-IDX.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
             UNTIL WS-IDX-COL IS GREATER THAN WS-QTD-COLUNAS
             IF WS-COL-SUPR(WS-IDX-COL) IS NOT EQUAL TO SPACE THEN
                ADD 1 TO WS-QTD-OCULTAS
             ELSE
                IF WS-COL-QTD(WS-IDX-COL) IS GREATER THAN ZERO AND
                   WS-COL-QTD(WS-IDX-COL) IS LESS THAN WS-MENOR-QTD
                THEN
                   MOVE WS-COL-QTD(WS-IDX-COL) TO WS-MENOR-QTD
                   MOVE WS-IDX-COL TO WS-MENOR-IDX
                END-IF
             END-IF
           END-PERFORM.
           IF WS-QTD-OCULTAS IS EQUAL TO 1 AND
              WS-MENOR-IDX IS GREATER THAN ZERO THEN
              MOVE 'C' TO WS-COL-SUPR(WS-MENOR-IDX)
              ADD 1 TO WS-TOTAL-COMPLEMENTARES
              MOVE 'S' TO WS-MUDOU
           END-IF.

       0020-GRAVAR-TABELA.
           OPEN OUTPUT ARQ-TABELA.
           MOVE 'Q' TO WS-MODO-GRADE.
           PERFORM 0021-GRAVAR-GRADE.
           MOVE SPACES TO REG-TABELA.
           WRITE REG-TABELA.
           MOVE 'C' TO WS-MODO-GRADE.
           PERFORM 0021-GRAVAR-GRADE.
           CLOSE ARQ-TABELA.

       0021-GRAVAR-GRADE.
           MOVE SPACES TO REG-TABELA.
           IF WS-MODO-GRADE IS EQUAL TO 'Q' THEN
              STRING 'TABELA;QUANTIDADE DE ' DELIMITED BY SIZE
                     WS-TITULO DELIMITED BY '  '
                INTO REG-TABELA
              END-STRING
           ELSE
              STRING 'TABELA;CAPITAL SOCIAL MEDIO (R$) DAS '
                       DELIMITED BY SIZE
                     WS-TITULO DELIMITED BY '  '
                INTO REG-TABELA
              END-STRING
           END-IF.
           WRITE REG-TABELA.
           MOVE SPACES TO REG-TABELA.
           MOVE 1 TO WS-PONTEIRO.
           STRING 'CODIGO;NOME;' DELIMITED BY SIZE
             INTO REG-TABELA WITH POINTER WS-PONTEIRO
           END-STRING.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
             UNTIL WS-IDX-COL IS GREATER THAN WS-QTD-COLUNAS
             STRING WS-COL-ROTULO(WS-IDX-COL) DELIMITED BY '  '
                    ';' DELIMITED BY SIZE
               INTO REG-TABELA WITH POINTER WS-PONTEIRO
             END-STRING
           END-PERFORM.
           STRING 'TOTAL' DELIMITED BY SIZE
             INTO REG-TABELA WITH POINTER WS-PONTEIRO
           END-STRING.
           WRITE REG-TABELA.
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
             UNTIL WS-IDX-ORD IS GREATER THAN WS-QTD-LINHAS
             MOVE WS-ORDEM(WS-IDX-ORD) TO WS-IDX-LIN
             MOVE SPACES TO REG-TABELA
             MOVE 1 TO WS-PONTEIRO
             STRING WS-LIN-CODIGO(WS-IDX-LIN) DELIMITED BY SPACE
                    ';' DELIMITED BY SIZE
                    WS-LIN-NOME(WS-IDX-LIN) DELIMITED BY '  '
                    ';' DELIMITED BY SIZE
               INTO REG-TABELA WITH POINTER WS-PONTEIRO
             END-STRING
             PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL IS GREATER THAN WS-QTD-COLUNAS
               MOVE WS-CEL-QTD(WS-IDX-LIN, WS-IDX-COL) TO WS-FMT-QTD
               MOVE WS-CEL-CAPITAL(WS-IDX-LIN, WS-IDX-COL) TO
                 WS-FMT-CAPITAL
               MOVE WS-CEL-SUPR(WS-IDX-LIN, WS-IDX-COL) TO
                 WS-FMT-SUPR
               PERFORM 0022-FORMATAR-VALOR
               STRING FUNCTION TRIM(WS-FMT-TEXTO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                 INTO REG-TABELA WITH POINTER WS-PONTEIRO
               END-STRING
             END-PERFORM
             MOVE WS-LIN-QTD(WS-IDX-LIN) TO WS-FMT-QTD
             MOVE WS-LIN-CAPITAL(WS-IDX-LIN) TO WS-FMT-CAPITAL
             MOVE WS-LIN-SUPR(WS-IDX-LIN) TO WS-FMT-SUPR
             PERFORM 0022-FORMATAR-VALOR
             STRING FUNCTION TRIM(WS-FMT-TEXTO) DELIMITED BY SIZE
               INTO REG-TABELA WITH POINTER WS-PONTEIRO
             END-STRING
             WRITE REG-TABELA
           END-PERFORM.
           MOVE SPACES TO REG-TABELA.
           MOVE 1 TO WS-PONTEIRO.
           STRING 'TOTAL;TOTAL;' DELIMITED BY SIZE
             INTO REG-TABELA WITH POINTER WS-PONTEIRO
           END-STRING.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
             UNTIL WS-IDX-COL IS GREATER THAN WS-QTD-COLUNAS
             MOVE WS-COL-QTD(WS-IDX-COL) TO WS-FMT-QTD
             MOVE WS-COL-CAPITAL(WS-IDX-COL) TO WS-FMT-CAPITAL
             MOVE WS-COL-SUPR(WS-IDX-COL) TO WS-FMT-SUPR
             PERFORM 0022-FORMATAR-VALOR
             STRING FUNCTION TRIM(WS-FMT-TEXTO) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
               INTO REG-TABELA WITH POINTER WS-PONTEIRO
             END-STRING
           END-PERFORM.
           MOVE WS-TOTAL-QTD TO WS-FMT-QTD.
           MOVE WS-TOTAL-CAPITAL TO WS-FMT-CAPITAL.
           MOVE SPACE TO WS-FMT-SUPR.
           PERFORM 0022-FORMATAR-VALOR.
           STRING FUNCTION TRIM(WS-FMT-TEXTO) DELIMITED BY SIZE
             INTO REG-TABELA WITH POINTER WS-PONTEIRO
           END-STRING.
           WRITE REG-TABELA.

       0022-FORMATAR-VALOR.
           MOVE SPACES TO WS-FMT-TEXTO.
           EVALUATE TRUE
             WHEN WS-FMT-SUPR IS NOT EQUAL TO SPACE
                MOVE 'X' TO WS-FMT-TEXTO
             WHEN WS-FMT-QTD IS EQUAL TO ZERO
                MOVE '-' TO WS-FMT-TEXTO
             WHEN WS-MODO-GRADE IS EQUAL TO 'Q'
                MOVE WS-FMT-QTD TO WS-QTD-ED
                MOVE WS-QTD-ED TO WS-FMT-TEXTO
             WHEN OTHER
                COMPUTE WS-CAPITAL-MEDIO ROUNDED =
                   WS-FMT-CAPITAL / WS-FMT-QTD
                MOVE WS-CAPITAL-MEDIO TO WS-CAPITAL-ED
                MOVE WS-CAPITAL-ED TO WS-FMT-TEXTO
           END-EVALUATE.

       0030-GRAVAR-NOTA.
           OPEN OUTPUT ARQ-NOTA.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'NOTA METODOLOGICA' TO REG-NOTA.
           WRITE REG-NOTA.
           MOVE SPACES TO REG-NOTA.
           STRING 'TABELA: ' DELIMITED BY SIZE
                  WS-TITULO DELIMITED BY '  '
             INTO REG-NOTA
           END-STRING.
           WRITE REG-NOTA.
           MOVE SPACES TO REG-NOTA.
           STRING 'DATA DE GERACAO: ' DELIMITED BY SIZE
                  WS-DATA-HOJE(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4) DELIMITED BY SIZE
                  ' - DESTINATARIO: ' DELIMITED BY SIZE
                  WS-DESTINATARIO DELIMITED BY '  '
             INTO REG-NOTA
           END-STRING.
           WRITE REG-NOTA.
           MOVE 'FONTE: CADASTRO NACIONAL DA PESSOA JURIDICA (DADOS ABER
      -       'TOS DA RECEITA FEDERAL), ESTABELECIMENTOS' TO REG-NOTA.
           WRITE REG-NOTA.
           MOVE 'EM SITUACAO CADASTRAL ATIVA NA ULTIMA CARGA DO CADASTRO
      -       '. MATRIZES E FILIAIS CONTAM SEPARADAMENTE.'
             TO REG-NOTA.
           WRITE REG-NOTA.
           IF WS-TIPO-COLUNA IS EQUAL TO 'P' THEN
              MOVE 'COLUNAS: PORTE DECLARADO DA EMPRESA (00 NAO INFORMAD
      -          'O, 01 MICRO EMPRESA, 03 EPP, 05 DEMAIS).'
                TO REG-NOTA
           ELSE
              MOVE 'COLUNAS: SECAO DA CNAE 2.0 DA ATIVIDADE FISCAL PRINC
      -          'IPAL; ? = SEM CNAE INFORMADO.' TO REG-NOTA
           END-IF.
           WRITE REG-NOTA.
           MOVE 'CAPITAL SOCIAL MEDIO: SOMA DO CAPITAL SOCIAL DECLARADO 
      -       'DIVIDIDA PELO NUMERO DE EMPRESAS DA CELULA.'
             TO REG-NOTA.
           WRITE REG-NOTA.
           MOVE SPACES TO REG-NOTA.
           MOVE WS-SIGILO-MINIMO TO WS-NUM-ED.
           STRING 'SIGILO ESTATISTICO: CELULAS E TOTAIS COM MAIS DE ZE'
                    DELIMITED BY SIZE
                  'RO E MENOS DE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                  ' EMPRESAS SAO SUPRIMIDOS.' DELIMITED BY SIZE
             INTO REG-NOTA
           END-STRING.
           WRITE REG-NOTA.
           MOVE 'PARA IMPEDIR O RECALCULO DE UMA CELULA SUPRIMIDA PELOS 
      -       'TOTAIS, OUTRAS CELULAS SAO SUPRIMIDAS EM' TO REG-NOTA.
           WRITE REG-NOTA.
           MOVE 'COMPLEMENTO, DE MODO QUE NENHUMA LINHA OU COLUNA (INCLU
      -       'SIVE AS DE TOTAIS) TENHA UM UNICO VALOR' TO REG-NOTA.
           WRITE REG-NOTA.
           MOVE 'SUPRIMIDO. O CAPITAL MEDIO SEGUE O MESMO PADRAO DE SUPR
      -       'ESSAO DA QUANTIDADE DE EMPRESAS.' TO REG-NOTA.
           WRITE REG-NOTA.
           MOVE 'CONVENCOES: X = DADO SUPRIMIDO POR SIGILO ESTATISTICO; 
      -       '- = ZERO.' TO REG-NOTA.
           WRITE REG-NOTA.
           MOVE SPACES TO REG-NOTA.
           COMPUTE WS-NUM-ED = WS-TOTAL-PRIMARIAS +
              WS-TOTAL-COMPLEMENTARES.
           STRING 'VALORES SUPRIMIDOS NESTA TABELA (POR GRADE): '
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
             INTO REG-NOTA
           END-STRING.
           WRITE REG-NOTA.
           IF WS-TOTAL-FORA-TABELA IS GREATER THAN ZERO THEN
              MOVE SPACES TO REG-NOTA
              MOVE WS-TOTAL-FORA-TABELA TO WS-QTD-ED
              STRING 'EMPRESAS NAO TABULADAS (LIMITE DE LINHAS DA TABE'
                       DELIMITED BY SIZE
                     'LA): ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTD-ED) DELIMITED BY SIZE
                INTO REG-NOTA
              END-STRING
              WRITE REG-NOTA
           END-IF.
           CLOSE ARQ-NOTA.

       0040-TRANSMITIR-ARQUIVOS.
      *    A TABELA E A NOTA SAO REGISTRADAS NA CENTRAL DE
      *    TRANSMISSAO, QUE CALCULA O HASH E ATRIBUI O PROTOCOLO; OS
      *    DOIS SAO LIDOS DO CONSOLE DO REGISTRAR-TRANSMISSAO.
           MOVE 'S' TO WS-TRANSMISSAO-OK.
           MOVE WS-CAM-TABELA-DIVULGACAO TO WS-CAM-TRANSMITIR.
           PERFORM 0041-REGISTRAR-TRANSMISSAO.
           MOVE WS-PROTOCOLO-LIDO TO WS-PROTOCOLO-TABELA.
           MOVE WS-HASH-LIDO TO WS-HASH-TABELA.
           MOVE WS-CAM-NOTA-METODOLOGICA TO WS-CAM-TRANSMITIR.
           PERFORM 0041-REGISTRAR-TRANSMISSAO.
           MOVE WS-PROTOCOLO-LIDO TO WS-PROTOCOLO-NOTA.
           MOVE WS-HASH-LIDO TO WS-HASH-NOTA.
           DISPLAY 'DESTINATARIO........: ' WS-DESTINATARIO.
           DISPLAY 'TABELA..............: ' WS-CAM-TABELA-DIVULGACAO.
           DISPLAY '  PROTOCOLO / HASH..: ' WS-PROTOCOLO-TABELA ' / '
              WS-HASH-TABELA.
           DISPLAY 'NOTA METODOLOGICA...: ' WS-CAM-NOTA-METODOLOGICA.
           DISPLAY '  PROTOCOLO / HASH..: ' WS-PROTOCOLO-NOTA ' / '
              WS-HASH-NOTA.
           IF WS-TRANSMISSAO-OK IS EQUAL TO 'N' THEN
              DISPLAY '*** TRANSMISSAO NAO REGISTRADA - VER '
                 WS-CAM-LOG-TRANSMISSAO
           END-IF.

       0041-REGISTRAR-TRANSMISSAO.
      *    OS PARAMETROS VAO UM POR LINHA PARA A ENTRADA DO PROGRAMA,
      *    NA ORDEM EM QUE ELE OS PERGUNTA.
           MOVE SPACES TO WS-PROTOCOLO-LIDO WS-HASH-LIDO.
           OPEN OUTPUT ARQ-PARM-TRANSMISSAO.
           MOVE WS-CAM-TRANSMITIR TO REG-PARM-TRANSMISSAO.
           WRITE REG-PARM-TRANSMISSAO.
           MOVE WS-DESTINATARIO TO REG-PARM-TRANSMISSAO.
           WRITE REG-PARM-TRANSMISSAO.
           CLOSE ARQ-PARM-TRANSMISSAO.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'cobcrun REGISTRAR-TRANSMISSAO < ' DELIMITED BY SIZE
                  WS-CAM-PARM-TRANSMISSAO DELIMITED BY SPACE
                  ' > ' DELIMITED BY SIZE
                  WS-CAM-LOG-TRANSMISSAO DELIMITED BY SPACE
                  ' 2>&1' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           OPEN INPUT ARQ-LOG-TRANSMISSAO.
           IF ST-ARQUIVO-LTR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-LTR
              PERFORM UNTIL WS-EOF-LTR IS EQUAL TO 'Y'
                READ ARQ-LOG-TRANSMISSAO
                  AT END MOVE 'Y' TO WS-EOF-LTR
                  NOT AT END
                     IF REG-LOG-TRANSMISSAO(1:22) IS EQUAL TO
                        'PROTOCOLO ATRIBUIDO.: ' THEN
                        MOVE REG-LOG-TRANSMISSAO(23:20) TO
                          WS-PROTOCOLO-LIDO
                     END-IF
                     IF REG-LOG-TRANSMISSAO(1:22) IS EQUAL TO
                        'HASH DE CONTEUDO....: ' THEN
                        MOVE REG-LOG-TRANSMISSAO(23:20) TO
                          WS-HASH-LIDO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-LOG-TRANSMISSAO
           END-IF.
           IF WS-PROTOCOLO-LIDO IS EQUAL TO SPACES THEN
              MOVE 'N' TO WS-TRANSMISSAO-OK
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
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-LOG-TRANSMISSAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'tabela-divulgacao-transmissao.log' DELIMITED BY SIZE
             INTO WS-CAM-LOG-TRANSMISSAO
           END-STRING.
           MOVE SPACES TO WS-CAM-NOTA-METODOLOGICA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'tabela-divulgacao-nota.txt' DELIMITED BY SIZE
             INTO WS-CAM-NOTA-METODOLOGICA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARM-TRANSMISSAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'tabela-divulgacao-transmissao.prm' DELIMITED BY SIZE
             INTO WS-CAM-PARM-TRANSMISSAO
           END-STRING.
           MOVE SPACES TO WS-CAM-TABELA-DIVULGACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'tabela-divulgacao.csv' DELIMITED BY SIZE
             INTO WS-CAM-TABELA-DIVULGACAO
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
              MOVE SPACES TO REG-NOTA
              STRING 'COMPETENCIA DE REFERENCIA: ' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SIZE
                     ' - REEMISSAO SOBRE A BASE GUARDADA'
                       DELIMITED BY SIZE
                INTO REG-NOTA
              END-STRING
              WRITE REG-NOTA
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUZAR-SANCOES-EMPRESAS.

      ****************************************************************
      * CRUZAMENTO DAS SANCOES VIGENTES DO CEIS E DO CNEP (CARREGADAS *
      * PELO IMPORTAR-SANCOES-CEIS-CNEP) COM A BASE DE EMPRESAS. CADA *
      * SANCAO VIGENTE ATINGE:                                        *
      *   CNPJ   - A PROPRIA EMPRESA SANCIONADA;                      *
      *   RAIZ   - MATRIZ E FILIAIS DA MESMA RAIZ DE CNPJ;            *
      *   SOCIO  - AS OUTRAS EMPRESAS DOS SOCIOS DA SANCIONADA (SOCIO *
      *            PF PELO CPF-MIOLO + INICIO DA CHAVE FONETICA,      *
      *            SOCIO PJ PELO CNPJ DA SOCIA).                      *
      * GERA RELATORIO-SANCOES-EMPRESAS.TXT. QUANDO A EMPRESA         *
      * ATINGIDA ESTA NA WATCHLIST (CNPJ-MONITORADOS.DAT) OU NA       *
      * CARTEIRA DE CLIENTES (CARTEIRA-CNPJ.DAT), REGISTRA AVISO NO   *
      * HUB DE NOTIFICACOES - SO NA PRIMEIRA VEZ QUE A SANCAO A       *
      * ATINGE; O CONTROLE FICA EM SANCOES-AVISADAS.DAT.              *
      * RODA LOGO DEPOIS DA IMPORTACAO DOS CADASTROS.                 *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SANCOES ASSIGN TO WS-CAM-SANCOES-EMPRESAS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS SAN-CHAVE
                   ALTERNATE RECORD KEY IS SAN-CNPJ-RAIZ WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-SAN.

           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
                   ALTERNATE KEY IS FRE-UF-MUNICIPIO WITH DUPLICATES
                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-SOCIOS ASSIGN TO WS-CAM-SOCIOS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRS-COD-SOCIO
                   ALTERNATE RECORD KEY IS FRS-NOME-SOCIO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CNPJ WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CPF-SOCIO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CPF-MIOLO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-NOME-FONETICO WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-MONITORADOS ASSIGN TO
                   WS-CAM-CNPJ-MONITORADOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-MON.

           SELECT ARQ-CARTEIRA ASSIGN TO WS-CAM-CARTEIRA-CNPJ
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAR.

           SELECT ARQ-AVISADAS ASSIGN TO WS-CAM-SANCOES-AVISADAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVS.

           SELECT ARQ-AVISOS ASSIGN TO WS-CAM-AVISOS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVI.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-SANCOES-TXT
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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
       FD ARQ-SANCOES.
       COPY "FD-REG-SANCAO.cpy".

       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-MONITORADOS.
       01 REG-MONITORADO              PIC X(080).

       FD ARQ-CARTEIRA.
       01 REG-CARTEIRA                PIC X(020).

       FD ARQ-AVISADAS.
       01 REG-AVISADA.
           03 AVS-CNPJ-ATINGIDO       PIC X(014).
           03 AVS-CHAVE-SANCAO        PIC X(022).
           03 AVS-DATA-AVISO          PIC 9(008).

       FD ARQ-AVISOS.
       01 REG-AVISO                   PIC X(200).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(400).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AVI              PIC XX.
       01 WS-CAM-AVISOS-SISTEMA       PIC X(060) VALUE SPACES.
       01 WS-AVISO-DATA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-HORA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-SEVERIDADE         PIC X(005) VALUE SPACES.
       01 WS-AVISO-DESTINATARIO       PIC X(020) VALUE SPACES.
       01 WS-AVISO-TEXTO              PIC X(100) VALUE SPACES.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-CARTEIRA-CNPJ           PIC X(060) VALUE SPACES.
       01 WS-CAM-CNPJ-MONITORADOS        PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-SANCOES-TXT   PIC X(060) VALUE SPACES.
       01 WS-CAM-SANCOES-AVISADAS        PIC X(060) VALUE SPACES.
       01 WS-CAM-SANCOES-EMPRESAS        PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-SAN              PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-MON              PIC XX.
       01 ST-ARQUIVO-CAR              PIC XX.
       01 ST-ARQUIVO-AVS              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-EMP                  PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-ESTOURO                  PIC X VALUE 'N'.

      *    WATCHLIST, CARTEIRA E SANCOES JA AVISADAS
       01 WS-QTD-MONITORADOS          PIC 999 VALUE ZERO.
       01 WS-IDX-MON                  PIC 999 VALUE ZERO.
       01 WS-IDX-MON-ACHADO           PIC 999 VALUE ZERO.
       01 WS-TAB-MONITORADOS.
          05 WS-MON-OCR OCCURS 500 TIMES.
             10 WS-MON-CNPJ           PIC X(014).
             10 WS-MON-RESPONSAVEL    PIC X(020).
             10 WS-MON-MOTIVO         PIC X(040).
       01 WS-QTD-CARTEIRA             PIC 9(004) VALUE ZERO.
       01 WS-IDX-CAR                  PIC 9(004) VALUE ZERO.
       01 WS-TAB-CARTEIRA.
          05 WS-CAR-CNPJ OCCURS 3000 TIMES PIC X(014).
       01 WS-CARTEIRA-LINHA           PIC X(020) VALUE SPACES.
       01 WS-CARTEIRA-CNPJ            PIC X(014) VALUE SPACES.
       01 WS-QTD-DIGITOS              PIC 99 VALUE ZERO.
       01 WS-IDX-DIG                  PIC 99 VALUE ZERO.
       01 WS-QTD-AVISADAS             PIC 9(005) VALUE ZERO.
       01 WS-IDX-AVS                  PIC 9(005) VALUE ZERO.
       01 WS-TAB-AVISADAS.
          05 WS-AVS-CHAVE OCCURS 10000 TIMES PIC X(036).
       01 WS-CHAVE-AVISO              PIC X(036) VALUE SPACES.

      *    EMPRESAS JA ATINGIDAS PELA SANCAO CORRENTE
       01 WS-QTD-ALVO                 PIC 9(004) VALUE ZERO.
       01 WS-IDX-ALVO                 PIC 9(004) VALUE ZERO.
       01 WS-TAB-ALVO.
          05 WS-ALV-CNPJ OCCURS 1000 TIMES PIC X(014).
       01 WS-ALVO-CNPJ                PIC X(014) VALUE SPACES.
       01 WS-ALVO-RAZAO               PIC X(060) VALUE SPACES.
       01 WS-ALVO-UF                  PIC XX VALUE SPACES.
       01 WS-ALVO-VINCULO             PIC X(005) VALUE SPACES.
       01 WS-ALVO-SOCIO               PIC X(060) VALUE SPACES.
       01 WS-ALVO-ACHADO              PIC X VALUE 'N'.
       01 WS-NA-WATCHLIST             PIC X VALUE 'N'.
       01 WS-NA-CARTEIRA              PIC X VALUE 'N'.
       01 WS-ACOMPANHAMENTO           PIC X(018) VALUE SPACES.

      *    QUADRO SOCIETARIO DA SANCIONADA (TODA A RAIZ)
       01 WS-QTD-QUADRO               PIC 999 VALUE ZERO.
       01 WS-IDX-QUADRO               PIC 999 VALUE ZERO.
       01 WS-TAB-QUADRO.
          05 WS-QDR-OCR OCCURS 200 TIMES.
             10 WS-QDR-TIPO           PIC 9.
             10 WS-QDR-DOCUMENTO      PIC X(014).
             10 WS-QDR-MIOLO          PIC 9(006).
             10 WS-QDR-FONETICO       PIC X(020).
             10 WS-QDR-NOME           PIC X(060).
       01 WS-RAIZ-SANCAO              PIC X(008) VALUE SPACES.

      *    EDICAO DA LINHA DO RELATORIO
       01 WS-INICIO-ED                PIC X(010) VALUE SPACES.
       01 WS-FIM-ED                   PIC X(013) VALUE SPACES.
       01 WS-DATA-EDITAR              PIC 9(008) VALUE ZERO.
       01 WS-DATA-EDITADA             PIC X(010) VALUE SPACES.

       01 WS-CONT-SANCOES             PIC 9(007) VALUE ZERO.
       01 WS-CONT-VIGENTES            PIC 9(007) VALUE ZERO.
       01 WS-CONT-FORA-BASE           PIC 9(007) VALUE ZERO.
       01 WS-CONT-VINC-CNPJ           PIC 9(007) VALUE ZERO.
       01 WS-CONT-VINC-RAIZ           PIC 9(007) VALUE ZERO.
       01 WS-CONT-VINC-SOCIO          PIC 9(007) VALUE ZERO.
       01 WS-CONT-ACOMPANHADAS        PIC 9(007) VALUE ZERO.
       01 WS-CONT-AVISOS              PIC 9(007) VALUE ZERO.
       01 WS-CONT-Z                   PIC Z(006)9.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CRUZAMENTO DAS SANCOES CEIS/CNEP COM A BASE'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-SANCOES.
           IF ST-ARQUIVO-SAN IS NOT EQUAL TO '00' THEN
              DISPLAY '*** SANCOES-EMPRESAS.DAT INDISPONIVEL (STATUS '
                 ST-ARQUIVO-SAN ') - RODAR ANTES O '
                 'IMPORTAR-SANCOES-CEIS-CNEP ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-EMP '/' ST-ARQUIVO-SOC
                 ') - PASSO ABORTADO ***'
              CLOSE ARQ-SANCOES
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0002-CARREGAR-MONITORADOS.
           PERFORM 0003-CARREGAR-CARTEIRA.
           PERFORM 0004-CARREGAR-AVISADAS.
           DISPLAY 'CNPJS NA WATCHLIST..........: ' WS-QTD-MONITORADOS.
           DISPLAY 'CNPJS NA CARTEIRA...........: ' WS-QTD-CARTEIRA.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              OPEN EXTEND ARQ-AVISADAS
              IF ST-ARQUIVO-AVS IS EQUAL TO '35' THEN
                 OPEN OUTPUT ARQ-AVISADAS
              END-IF
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'EMPRESAS ATINGIDAS POR SANCOES VIGENTES DO CEIS E '
                    DELIMITED BY SIZE
                  'DO CNEP EM ' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'VINCULO;CNPJ;RAZAO SOCIAL;UF;ORIGEM;' DELIMITED BY
                    SIZE
                  'CNPJ SANCIONADO;TIPO DE SANCAO;' DELIMITED BY SIZE
                  'ORGAO SANCIONADOR;INICIO;FIM;' DELIMITED BY SIZE
                  'SOCIO EM COMUM;ACOMPANHAMENTO' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-SANCOES NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-CONT-SANCOES
                  IF SAN-DATA-INICIO IS NOT GREATER THAN WS-DATA-HOJE
                     AND (SAN-DATA-FIM IS EQUAL TO ZERO OR
                     SAN-DATA-FIM IS NOT LESS THAN WS-DATA-HOJE) THEN
                     ADD 1 TO WS-CONT-VIGENTES
                     PERFORM 0005-CRUZAR-SANCAO
                  END-IF
             END-READ
           END-PERFORM.
           PERFORM 0012-GRAVAR-RODAPE.
           CLOSE ARQ-RELATORIO.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              CLOSE ARQ-AVISADAS
           END-IF.
           CLOSE ARQ-SANCOES.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           DISPLAY 'SANCOES LIDAS...............: ' WS-CONT-SANCOES.
           DISPLAY 'SANCOES VIGENTES............: ' WS-CONT-VIGENTES.
           DISPLAY 'SANCIONADAS FORA DA BASE....: ' WS-CONT-FORA-BASE.
           DISPLAY 'ATINGIDAS PELO CNPJ.........: ' WS-CONT-VINC-CNPJ.
           DISPLAY 'ATINGIDAS PELA RAIZ.........: ' WS-CONT-VINC-RAIZ.
           DISPLAY 'ATINGIDAS POR SOCIO COMUM...: ' WS-CONT-VINC-SOCIO.
           DISPLAY 'NA WATCHLIST OU CARTEIRA....: '
              WS-CONT-ACOMPANHADAS.
           DISPLAY 'AVISOS NOVOS NO HUB.........: ' WS-CONT-AVISOS.
           MOVE 0 TO RETURN-CODE.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              DISPLAY '*** TABELA INTERNA CHEIA - RESULTADO PARCIAL ***'
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0002-CARREGAR-MONITORADOS.
           OPEN INPUT ARQ-MONITORADOS.
           IF ST-ARQUIVO-MON IS NOT EQUAL TO '00' THEN
              CONTINUE
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-MONITORADOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-MONITORADOS IS LESS THAN 500 AND
                        REG-MONITORADO IS NOT EQUAL TO SPACES THEN
                        ADD 1 TO WS-QTD-MONITORADOS
                        UNSTRING REG-MONITORADO DELIMITED BY ';'
                          INTO WS-MON-CNPJ(WS-QTD-MONITORADOS)
                               WS-MON-RESPONSAVEL(WS-QTD-MONITORADOS)
                               WS-MON-MOTIVO(WS-QTD-MONITORADOS)
                        END-UNSTRING
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-MONITORADOS
           END-IF.

       0003-CARREGAR-CARTEIRA.
      *    A CARTEIRA PODE VIR COM OU SEM PONTUACAO NO CNPJ.
           OPEN INPUT ARQ-CARTEIRA.
           IF ST-ARQUIVO-CAR IS NOT EQUAL TO '00' THEN
              CONTINUE
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CARTEIRA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-CARTEIRA TO WS-CARTEIRA-LINHA
                     MOVE SPACES TO WS-CARTEIRA-CNPJ
                     MOVE ZERO TO WS-QTD-DIGITOS
                     PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
                       UNTIL WS-IDX-DIG IS GREATER THAN 20
                       IF WS-CARTEIRA-LINHA(WS-IDX-DIG:1) IS NUMERIC
                          AND WS-QTD-DIGITOS IS LESS THAN 14 THEN
                          ADD 1 TO WS-QTD-DIGITOS
                          MOVE WS-CARTEIRA-LINHA(WS-IDX-DIG:1) TO
                            WS-CARTEIRA-CNPJ(WS-QTD-DIGITOS:1)
                       END-IF
                     END-PERFORM
                     IF WS-QTD-DIGITOS IS EQUAL TO 14 THEN
                        IF WS-QTD-CARTEIRA IS LESS THAN 3000 THEN
                           ADD 1 TO WS-QTD-CARTEIRA
                           MOVE WS-CARTEIRA-CNPJ TO
                             WS-CAR-CNPJ(WS-QTD-CARTEIRA)
                        ELSE
                           MOVE 'S' TO WS-ESTOURO
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CARTEIRA
           END-IF.

       0004-CARREGAR-AVISADAS.
           OPEN INPUT ARQ-AVISADAS.
           IF ST-ARQUIVO-AVS IS NOT EQUAL TO '00' THEN
              CONTINUE
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-AVISADAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-AVISADAS IS LESS THAN 10000 THEN
                        ADD 1 TO WS-QTD-AVISADAS
                        MOVE REG-AVISADA(1:36) TO
                          WS-AVS-CHAVE(WS-QTD-AVISADAS)
                     ELSE
                        MOVE 'S' TO WS-ESTOURO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-AVISADAS
           END-IF.

       0005-CRUZAR-SANCAO.
           MOVE ZERO TO WS-QTD-ALVO.
           MOVE SAN-CNPJ-RAIZ TO WS-RAIZ-SANCAO.
           MOVE SAN-DATA-INICIO TO WS-DATA-EDITAR.
           PERFORM 0013-EDITAR-DATA.
           MOVE WS-DATA-EDITADA TO WS-INICIO-ED.
           IF SAN-DATA-FIM IS EQUAL TO ZERO THEN
              MOVE 'INDETERMINADO' TO WS-FIM-ED
           ELSE
              MOVE SAN-DATA-FIM TO WS-DATA-EDITAR
              PERFORM 0013-EDITAR-DATA
              MOVE WS-DATA-EDITADA TO WS-FIM-ED
           END-IF.
           MOVE SAN-CNPJ TO FRE-CNPJ.
           READ ARQ-EMPRESAS KEY IS FRE-CNPJ
             INVALID KEY
                ADD 1 TO WS-CONT-FORA-BASE
             NOT INVALID KEY
                MOVE FRE-CNPJ TO WS-ALVO-CNPJ
                MOVE FRE-RAZAO-SOCIAL TO WS-ALVO-RAZAO
                MOVE FRE-UF TO WS-ALVO-UF
                MOVE 'CNPJ' TO WS-ALVO-VINCULO
                MOVE SPACES TO WS-ALVO-SOCIO
                PERFORM 0010-REGISTRAR-ALVO
           END-READ.
           PERFORM 0006-CRUZAR-RAIZ.
           PERFORM 0007-COLHER-QUADRO.
           PERFORM VARYING WS-IDX-QUADRO FROM 1 BY 1
             UNTIL WS-IDX-QUADRO IS GREATER THAN WS-QTD-QUADRO
             PERFORM 0008-EMPRESAS-DO-SOCIO
           END-PERFORM.

       0006-CRUZAR-RAIZ.
      *    MATRIZ E FILIAIS: A SANCAO ALCANCA A PESSOA JURIDICA, QUE E
      *    A RAIZ DO CNPJ.
           MOVE WS-RAIZ-SANCAO TO FRE-CNPJ(1:8).
           MOVE '000000' TO FRE-CNPJ(9:6).
           MOVE 'N' TO WS-EOF-EMP.
           START ARQ-EMPRESAS KEY IS GREATER THAN OR EQUAL TO FRE-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-EMP
           END-START.
           PERFORM UNTIL WS-EOF-EMP IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-EMP
               NOT AT END
                  IF FRE-CNPJ(1:8) IS NOT EQUAL TO WS-RAIZ-SANCAO THEN
                     MOVE 'Y' TO WS-EOF-EMP
                  ELSE
                     IF FRE-CNPJ IS NOT EQUAL TO SAN-CNPJ THEN
                        MOVE FRE-CNPJ TO WS-ALVO-CNPJ
                        MOVE FRE-RAZAO-SOCIAL TO WS-ALVO-RAZAO
                        MOVE FRE-UF TO WS-ALVO-UF
                        MOVE 'RAIZ' TO WS-ALVO-VINCULO
                        MOVE SPACES TO WS-ALVO-SOCIO
                        PERFORM 0010-REGISTRAR-ALVO
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0007-COLHER-QUADRO.
      *    SOCIOS DE QUALQUER ESTABELECIMENTO DA RAIZ. SOCIO
      *    ESTRANGEIRO (SEM CPF/CNPJ) NAO LIGA OUTRAS EMPRESAS.
           MOVE ZERO TO WS-QTD-QUADRO.
           MOVE WS-RAIZ-SANCAO TO FRS-CNPJ(1:8).
           MOVE '000000' TO FRS-CNPJ(9:6).
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS GREATER THAN OR EQUAL TO FRS-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CNPJ(1:8) IS NOT EQUAL TO WS-RAIZ-SANCAO THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 OR
                        FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 THEN
                        IF WS-QTD-QUADRO IS LESS THAN 200 THEN
                           ADD 1 TO WS-QTD-QUADRO
                           MOVE FRS-IDENTIFICADOR-SOCIO TO
                             WS-QDR-TIPO(WS-QTD-QUADRO)
                           MOVE FRS-CPF-SOCIO TO
                             WS-QDR-DOCUMENTO(WS-QTD-QUADRO)
                           MOVE FRS-CPF-MIOLO TO
                             WS-QDR-MIOLO(WS-QTD-QUADRO)
                           MOVE FRS-NOME-FONETICO(1:20) TO
                             WS-QDR-FONETICO(WS-QTD-QUADRO)
                           MOVE FRS-NOME-SOCIO TO
                             WS-QDR-NOME(WS-QTD-QUADRO)
                        ELSE
                           MOVE 'S' TO WS-ESTOURO
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0008-EMPRESAS-DO-SOCIO.
           MOVE 'N' TO WS-EOF-SOC.
           IF WS-QDR-TIPO(WS-IDX-QUADRO) IS EQUAL TO 1 THEN
              MOVE WS-QDR-DOCUMENTO(WS-IDX-QUADRO) TO FRS-CPF-SOCIO
              START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
                INVALID KEY MOVE 'Y' TO WS-EOF-SOC
              END-START
           ELSE
              MOVE WS-QDR-MIOLO(WS-IDX-QUADRO) TO FRS-CPF-MIOLO
              START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-MIOLO
                INVALID KEY MOVE 'Y' TO WS-EOF-SOC
              END-START
           END-IF.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF WS-QDR-TIPO(WS-IDX-QUADRO) IS EQUAL TO 1 THEN
                     IF FRS-CPF-SOCIO IS NOT EQUAL TO
                        WS-QDR-DOCUMENTO(WS-IDX-QUADRO) THEN
                        MOVE 'Y' TO WS-EOF-SOC
                     ELSE
                        PERFORM 0009-INCLUIR-EMPRESA-SOCIO
                     END-IF
                  ELSE
                     IF FRS-CPF-MIOLO IS NOT EQUAL TO
                        WS-QDR-MIOLO(WS-IDX-QUADRO) THEN
                        MOVE 'Y' TO WS-EOF-SOC
                     ELSE
                        IF FRS-NOME-FONETICO(1:20) IS EQUAL TO
                           WS-QDR-FONETICO(WS-IDX-QUADRO) THEN
                           PERFORM 0009-INCLUIR-EMPRESA-SOCIO
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0009-INCLUIR-EMPRESA-SOCIO.
      *    A PROPRIA RAIZ JA FOI TRATADA ACIMA.
           IF FRS-CNPJ(1:8) IS NOT EQUAL TO WS-RAIZ-SANCAO THEN
              MOVE FRS-CNPJ TO WS-ALVO-CNPJ
              MOVE SPACES TO WS-ALVO-RAZAO
              MOVE SPACES TO WS-ALVO-UF
              MOVE FRS-CNPJ TO FRE-CNPJ
              READ ARQ-EMPRESAS KEY IS FRE-CNPJ
                INVALID KEY
                   MOVE '(FORA DA BASE DE EMPRESAS)' TO WS-ALVO-RAZAO
                NOT INVALID KEY
                   MOVE FRE-RAZAO-SOCIAL TO WS-ALVO-RAZAO
                   MOVE FRE-UF TO WS-ALVO-UF
              END-READ
              MOVE 'SOCIO' TO WS-ALVO-VINCULO
              MOVE WS-QDR-NOME(WS-IDX-QUADRO) TO WS-ALVO-SOCIO
              PERFORM 0010-REGISTRAR-ALVO
           END-IF.

       0010-REGISTRAR-ALVO.
      *    CADA EMPRESA ENTRA UMA VEZ POR SANCAO, PELO PRIMEIRO
      *    VINCULO ENCONTRADO (CNPJ, DEPOIS RAIZ, DEPOIS SOCIO).
           MOVE 'N' TO WS-ALVO-ACHADO.
           PERFORM VARYING WS-IDX-ALVO FROM 1 BY 1
             UNTIL WS-IDX-ALVO IS GREATER THAN WS-QTD-ALVO OR
                   WS-ALVO-ACHADO IS EQUAL TO 'S'
             IF WS-ALV-CNPJ(WS-IDX-ALVO) IS EQUAL TO WS-ALVO-CNPJ THEN
                MOVE 'S' TO WS-ALVO-ACHADO
             END-IF
           END-PERFORM.
           IF WS-ALVO-ACHADO IS EQUAL TO 'N' THEN
              IF WS-QTD-ALVO IS NOT LESS THAN 1000 THEN
                 MOVE 'S' TO WS-ESTOURO
              ELSE
                 ADD 1 TO WS-QTD-ALVO
                 MOVE WS-ALVO-CNPJ TO WS-ALV-CNPJ(WS-QTD-ALVO)
                 EVALUATE WS-ALVO-VINCULO
                   WHEN 'CNPJ'
                      ADD 1 TO WS-CONT-VINC-CNPJ
                   WHEN 'RAIZ'
                      ADD 1 TO WS-CONT-VINC-RAIZ
                   WHEN OTHER
                      ADD 1 TO WS-CONT-VINC-SOCIO
                 END-EVALUATE
                 PERFORM 0011-VERIFICAR-ACOMPANHAMENTO
                 MOVE SPACES TO REG-RELATORIO
                 STRING WS-ALVO-VINCULO DELIMITED BY SPACE
                        ';' DELIMITED BY SIZE
                        WS-ALVO-CNPJ DELIMITED BY SIZE
                        ';' DELIMITED BY SIZE
                        WS-ALVO-RAZAO DELIMITED BY '  '
                        ';' DELIMITED BY SIZE
                        WS-ALVO-UF DELIMITED BY SIZE
                        ';' DELIMITED BY SIZE
                        SAN-ORIGEM DELIMITED BY SIZE
                        ';' DELIMITED BY SIZE
                        SAN-CNPJ DELIMITED BY SIZE
                        ';' DELIMITED BY SIZE
                        SAN-TIPO-SANCAO DELIMITED BY '  '
                        ';' DELIMITED BY SIZE
                        SAN-ORGAO DELIMITED BY '  '
                        ';' DELIMITED BY SIZE
                        WS-INICIO-ED DELIMITED BY SIZE
                        ';' DELIMITED BY SIZE
                        WS-FIM-ED DELIMITED BY SPACE
                        ';' DELIMITED BY SIZE
                        WS-ALVO-SOCIO DELIMITED BY '  '
                        ';' DELIMITED BY SIZE
                        WS-ACOMPANHAMENTO DELIMITED BY '  '
                   INTO REG-RELATORIO
                 END-STRING
                 WRITE REG-RELATORIO
              END-IF
           END-IF.

       0011-VERIFICAR-ACOMPANHAMENTO.
      *    AVISO SO NA PRIMEIRA VEZ QUE A SANCAO ATINGE A EMPRESA;
      *    A WATCHLIST VAI AO RESPONSAVEL CADASTRADO, A CARTEIRA A
      *    OPERACAO.
           MOVE SPACES TO WS-ACOMPANHAMENTO.
           MOVE 'N' TO WS-NA-WATCHLIST.
           MOVE 'N' TO WS-NA-CARTEIRA.
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
             UNTIL WS-IDX-MON IS GREATER THAN WS-QTD-MONITORADOS OR
                   WS-NA-WATCHLIST IS EQUAL TO 'S'
             IF WS-MON-CNPJ(WS-IDX-MON) IS EQUAL TO WS-ALVO-CNPJ THEN
                MOVE 'S' TO WS-NA-WATCHLIST
                MOVE WS-IDX-MON TO WS-IDX-MON-ACHADO
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
             UNTIL WS-IDX-CAR IS GREATER THAN WS-QTD-CARTEIRA OR
                   WS-NA-CARTEIRA IS EQUAL TO 'S'
             IF WS-CAR-CNPJ(WS-IDX-CAR) IS EQUAL TO WS-ALVO-CNPJ THEN
                MOVE 'S' TO WS-NA-CARTEIRA
             END-IF
           END-PERFORM.
           IF WS-NA-WATCHLIST IS EQUAL TO 'S' AND
              WS-NA-CARTEIRA IS EQUAL TO 'S' THEN
              MOVE 'WATCHLIST+CARTEIRA' TO WS-ACOMPANHAMENTO
           ELSE
              IF WS-NA-WATCHLIST IS EQUAL TO 'S' THEN
                 MOVE 'WATCHLIST' TO WS-ACOMPANHAMENTO
              END-IF
              IF WS-NA-CARTEIRA IS EQUAL TO 'S' THEN
                 MOVE 'CARTEIRA' TO WS-ACOMPANHAMENTO
              END-IF
           END-IF.
           IF WS-ACOMPANHAMENTO IS NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-CONT-ACOMPANHADAS
              MOVE WS-ALVO-CNPJ TO WS-CHAVE-AVISO(1:14)
              MOVE SAN-CHAVE TO WS-CHAVE-AVISO(15:22)
              MOVE 'N' TO WS-ALVO-ACHADO
              PERFORM VARYING WS-IDX-AVS FROM 1 BY 1
                UNTIL WS-IDX-AVS IS GREATER THAN WS-QTD-AVISADAS OR
                      WS-ALVO-ACHADO IS EQUAL TO 'S'
                IF WS-AVS-CHAVE(WS-IDX-AVS) IS EQUAL TO WS-CHAVE-AVISO
                THEN
                   MOVE 'S' TO WS-ALVO-ACHADO
                END-IF
              END-PERFORM
              IF WS-ALVO-ACHADO IS EQUAL TO 'N' AND
                 WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
                 MOVE 'ALERTA' TO WS-AVISO-SEVERIDADE
                 MOVE SPACES TO WS-AVISO-TEXTO
                 STRING WS-ACOMPANHAMENTO DELIMITED BY '  '
                        ' CNPJ ' DELIMITED BY SIZE
                        WS-ALVO-CNPJ DELIMITED BY SIZE
                        ': SANCAO ' DELIMITED BY SIZE
                        SAN-ORIGEM DELIMITED BY SIZE
                        ' (' DELIMITED BY SIZE
                        WS-ALVO-VINCULO DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        SAN-CNPJ DELIMITED BY SIZE
                        ') ' DELIMITED BY SIZE
                        SAN-TIPO-SANCAO DELIMITED BY '  '
                   INTO WS-AVISO-TEXTO
                 END-STRING
                 IF WS-NA-WATCHLIST IS EQUAL TO 'S' THEN
                    MOVE WS-MON-RESPONSAVEL(WS-IDX-MON-ACHADO) TO
                      WS-AVISO-DESTINATARIO
                    PERFORM 9800-REGISTRAR-AVISO
                 END-IF
                 IF WS-NA-CARTEIRA IS EQUAL TO 'S' THEN
                    MOVE 'OPERACAO' TO WS-AVISO-DESTINATARIO
                    PERFORM 9800-REGISTRAR-AVISO
                 END-IF
                 MOVE WS-ALVO-CNPJ TO AVS-CNPJ-ATINGIDO
                 MOVE SAN-CHAVE TO AVS-CHAVE-SANCAO
                 MOVE WS-DATA-HOJE TO AVS-DATA-AVISO
                 WRITE REG-AVISADA
                 IF WS-QTD-AVISADAS IS LESS THAN 10000 THEN
                    ADD 1 TO WS-QTD-AVISADAS
                    MOVE WS-CHAVE-AVISO TO
                      WS-AVS-CHAVE(WS-QTD-AVISADAS)
                 END-IF
              END-IF
           END-IF.

       0012-GRAVAR-RODAPE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-VIGENTES TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SANCOES VIGENTES....: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-FORA-BASE TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SANCIONADAS FORA DA BASE: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-VINC-CNPJ TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ATINGIDAS PELO CNPJ.: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-VINC-RAIZ TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ATINGIDAS PELA RAIZ.: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-VINC-SOCIO TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ATINGIDAS POR SOCIO.: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-AVISOS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AVISOS NOVOS NO HUB.: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              MOVE '*** TABELA INTERNA CHEIA - RESULTADO PARCIAL ***'
                TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0013-EDITAR-DATA.
           MOVE SPACES TO WS-DATA-EDITADA.
           STRING WS-DATA-EDITAR(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-EDITAR(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-EDITAR(1:4) DELIMITED BY SIZE
             INTO WS-DATA-EDITADA
           END-STRING.

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
                  ';SANCOES;' DELIMITED BY SIZE
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
           ADD 1 TO WS-CONT-AVISOS.

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
           MOVE SPACES TO WS-CAM-CARTEIRA-CNPJ.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'carteira-cnpj.dat' DELIMITED BY SIZE
             INTO WS-CAM-CARTEIRA-CNPJ
           END-STRING.
           MOVE SPACES TO WS-CAM-CNPJ-MONITORADOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cnpj-monitorados.dat' DELIMITED BY SIZE
             INTO WS-CAM-CNPJ-MONITORADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-SANCOES-TXT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-sancoes-empresas.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-SANCOES-TXT
           END-STRING.
           MOVE SPACES TO WS-CAM-SANCOES-AVISADAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sancoes-avisadas.dat' DELIMITED BY SIZE
             INTO WS-CAM-SANCOES-AVISADAS
           END-STRING.
           MOVE SPACES TO WS-CAM-SANCOES-EMPRESAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sancoes-empresas.dat' DELIMITED BY SIZE
             INTO WS-CAM-SANCOES-EMPRESAS
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
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
              MOVE SPACES TO WS-CAM-SOCIOS2
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'socios2-' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SPACE
                     '.dat' DELIMITED BY SIZE
                INTO WS-CAM-SOCIOS2
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARECER-HOMOLOGACAO-FORNECEDORES.

      ****************************************************************
      * PARECER DE HOMOLOGACAO DE FORNECEDORES. LE O CADASTRO DE      *
      * FORNECEDORES MANTIDO POR SUPRIMENTOS EM                       *
      * FORNECEDORES-HOMOLOGACAO.DAT (CNPJ;CATEGORIA DE RISCO DO      *
      * CONTRATO A/M/B;DATA DA ULTIMA HOMOLOGACAO AAAAMMDD) E RODA    *
      * SOBRE CADA FORNECEDOR O CHECKLIST:                            *
      *   - SITUACAO CADASTRAL E IDADE DA EMPRESA;                    *
      *   - ESCORE DE RISCO (ESCORE-RISCO.DAT) E DE REDE              *
      *     (ESCORE-REDE.DAT);                                        *
      *   - SOCIOS DA RAIZ CONTRA A LISTA-RESTRITIVA.DAT (MESMO       *
      *     CASAMENTO DO TRIAGEM-LISTAS-RESTRITIVAS);                 *
      *   - SANCOES CEIS/CNEP VIGENTES NA RAIZ DO CNPJ;               *
      *   - SITUACAO NO SIMPLES NACIONAL (SIMPLES-RAIZ.DAT);          *
      *   - EMPRESAS INAPTAS NA MESMA REDE SOCIETARIA.                *
      * IMPEDIMENTO = INAPTO; RESSALVA = APTO COM RESSALVA; NENHUM    *
      * DOS DOIS = APTO. NOS CONTRATOS DE CATEGORIA A (RISCO ALTO) O  *
      * ESCORE ALTO E A TRIAGEM DE CONFIANCA ALTA SAO IMPEDIMENTO;    *
      * NAS DEMAIS, RESSALVA. ITEM QUE NAO PODE SER VERIFICADO (BASE  *
      * AUXILIAR AUSENTE) TAMBEM E RESSALVA.                          *
      * O PARECER COMPLETO, COM OS MOTIVOS, E ACRESCENTADO A          *
      * PARECERES-HOMOLOGACAO.DAT, GUARDADO COMO EVIDENCIA; O         *
      * RELATORIO-PARECER-HOMOLOGACAO.TXT TRAZ O PARECER DA RODADA.   *
      * A HOMOLOGACAO VALE HOMOLOG-MESES-A/M/B MESES (PADRAO 12, 24 E *
      * 36) E ENTRA EM "A VENCER" HOMOLOG-AVISO-DIAS ANTES (PADRAO    *
      * 30). O HUB DE NOTIFICACOES RECEBE AVISO A SUPRIMENTOS QUANDO  *
      * A HOMOLOGACAO PASSA A VENCER OU VENCE E QUANDO O PARECER      *
      * MUDA EM RELACAO AO ULTIMO GUARDADO. SEM PERGUNTAS AO          *
      * OPERADOR: RODA COMO PASSO DA MALHA POS-CARGA, DEPOIS DO       *
      * CALCULAR-ESCORE-REDE E DA IMPORTACAO DAS SANCOES.             *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FORNECEDORES ASSIGN TO
                   WS-CAM-FORNECEDORES-HOMOLOG
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-FOR.

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

           SELECT ARQ-ESCORE ASSIGN TO WS-CAM-ESCORE-RISCO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ERC-CNPJ
                   STATUS ST-ARQUIVO-ESC.

           SELECT ARQ-ESCORE-REDE ASSIGN TO WS-CAM-ESCORE-REDE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ERD-CNPJ
                   STATUS ST-ARQUIVO-ERD.

           SELECT ARQ-REDE ASSIGN TO WS-CAM-REDE-SOCIETARIA
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS RSC-CNPJ
                   STATUS ST-ARQUIVO-RED.

           SELECT ARQ-SANCOES ASSIGN TO WS-CAM-SANCOES-EMPRESAS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS SAN-CHAVE
                   ALTERNATE RECORD KEY IS SAN-CNPJ-RAIZ WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-SAN.

           SELECT ARQ-SIMPLES-RAIZ ASSIGN TO WS-CAM-SIMPLES-RAIZ
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FSR-CNPJ-RAIZ
                   STATUS ST-ARQUIVO-SIM.

           SELECT ARQ-LISTA ASSIGN TO WS-CAM-LISTA-RESTRITIVA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LST.

           SELECT ARQ-EVIDENCIAS ASSIGN TO
                   WS-CAM-PARECERES-HOMOLOG
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-EVD.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-PARECER-TXT
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-AVISOS ASSIGN TO WS-CAM-AVISOS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVI.

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
       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR              PIC X(080).

       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-ESCORE.
       COPY "FD-REG-ESCORE.cpy".

       FD ARQ-ESCORE-REDE.
       COPY "FD-REG-ESCORE-REDE.cpy".

       FD ARQ-REDE.
       COPY "FD-REG-REDE.cpy".

       FD ARQ-SANCOES.
       COPY "FD-REG-SANCAO.cpy".

       FD ARQ-SIMPLES-RAIZ.
       COPY "FD-REG-SIMPLES-RAIZ.cpy".

       FD ARQ-LISTA.
       01 REG-LISTA                   PIC X(200).

       FD ARQ-EVIDENCIAS.
       01 REG-EVIDENCIA               PIC X(1200).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(200).

       FD ARQ-AVISOS.
       01 REG-AVISO                   PIC X(200).

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
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-ESCORE-REDE             PIC X(060) VALUE SPACES.
       01 WS-CAM-ESCORE-RISCO            PIC X(060) VALUE SPACES.
       01 WS-CAM-FORNECEDORES-HOMOLOG    PIC X(060) VALUE SPACES.
       01 WS-CAM-LISTA-RESTRITIVA        PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-PARECERES-HOMOLOG       PIC X(060) VALUE SPACES.
       01 WS-CAM-REDE-SOCIETARIA         PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-PARECER-TXT   PIC X(060) VALUE SPACES.
       01 WS-CAM-SANCOES-EMPRESAS        PIC X(060) VALUE SPACES.
       01 WS-CAM-SIMPLES-RAIZ            PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-FOR              PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-ESC              PIC XX.
       01 ST-ARQUIVO-ERD              PIC XX.
       01 ST-ARQUIVO-RED              PIC XX.
       01 ST-ARQUIVO-SAN              PIC XX.
       01 ST-ARQUIVO-SIM              PIC XX.
       01 ST-ARQUIVO-LST              PIC XX.
       01 ST-ARQUIVO-EVD              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-SAN                  PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-AGORA               PIC 9(008) VALUE ZERO.
       01 WS-ESTOURO                  PIC X VALUE 'N'.

      *    PARAMETROS DO PARECER
       01 WS-MESES-A                  PIC 99 VALUE 12.
       01 WS-MESES-M                  PIC 99 VALUE 24.
       01 WS-MESES-B                  PIC 99 VALUE 36.
       01 WS-AVISO-DIAS               PIC 999 VALUE 30.
       01 WS-IDADE-MIN-MESES          PIC 99 VALUE 12.

      *    CADASTRO DE FORNECEDORES, COM O ULTIMO PARECER GUARDADO
       01 WS-QTD-FOR                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-FOR                  PIC 9(004) VALUE ZERO.
       01 WS-TAB-FORNECEDORES.
          05 WS-FOR-OCR OCCURS 2000 TIMES.
             10 WS-FOR-CNPJ           PIC X(014).
             10 WS-FOR-CATEGORIA      PIC X.
             10 WS-FOR-DATA-HOMOLOG   PIC 9(008).
             10 WS-FOR-REDE           PIC 9(006).
             10 WS-FOR-PARECER-ANT    PIC X(017).
             10 WS-FOR-SIT-HOMOL-ANT  PIC X(008).
       01 WS-FOR-LINHA                PIC X(080) VALUE SPACES.
       01 WS-FOR-CNPJ-TXT             PIC X(020) VALUE SPACES.
       01 WS-FOR-CATEGORIA-TXT        PIC X(010) VALUE SPACES.
       01 WS-FOR-DATA-TXT             PIC X(010) VALUE SPACES.
       01 WS-CNPJ-LIMPO               PIC X(014) VALUE SPACES.
       01 WS-QTD-DIGITOS              PIC 99 VALUE ZERO.
       01 WS-IDX-DIG                  PIC 99 VALUE ZERO.
       01 WS-FOR-ACHADO               PIC X VALUE 'N'.

      *    LEITURA DAS EVIDENCIAS ANTERIORES
       01 WS-EVD-DATA                 PIC X(008) VALUE SPACES.
       01 WS-EVD-HORA                 PIC X(008) VALUE SPACES.
       01 WS-EVD-CNPJ                 PIC X(014) VALUE SPACES.
       01 WS-EVD-CATEGORIA            PIC X(001) VALUE SPACES.
       01 WS-EVD-ULTIMA               PIC X(008) VALUE SPACES.
       01 WS-EVD-VENCIMENTO           PIC X(008) VALUE SPACES.
       01 WS-EVD-SIT-HOMOL            PIC X(008) VALUE SPACES.
       01 WS-EVD-PARECER              PIC X(017) VALUE SPACES.

      *    LISTA RESTRITIVA EM MEMORIA
       01 WS-QTD-LST                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-LST                  PIC 9(004) VALUE ZERO.
       01 WS-TAB-LISTA.
          05 WS-LST-OCR OCCURS 3000 TIMES.
             10 WS-LST-NOME           PIC X(060).
             10 WS-LST-MIOLO          PIC 9(006).
             10 WS-LST-TEM-CPF        PIC X.
             10 WS-LST-FONETICO       PIC X(150).
             10 WS-LST-CATEGORIA      PIC X(020).
       01 WS-LST-NOME-LIDO            PIC X(150) VALUE SPACES.
       01 WS-LST-CPF-LIDO             PIC X(014) VALUE SPACES.
       01 WS-LST-CATEGORIA-LIDA       PIC X(020) VALUE SPACES.
       01 WS-CONFIANCA                PIC X(005) VALUE SPACES.

      *    REDES DOS FORNECEDORES E EMPRESAS INAPTAS EM CADA UMA
       01 WS-QTD-RDI                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-RDI                  PIC 9(004) VALUE ZERO.
       01 WS-RDI-ACHADA               PIC X VALUE 'N'.
       01 WS-TAB-REDES-INAPTAS.
          05 WS-RDI-OCR OCCURS 2000 TIMES.
             10 WS-RDI-NUM-REDE       PIC 9(006).
             10 WS-RDI-QTD-INAPTAS    PIC 9(005).

      *    FORNECEDOR EM AVALIACAO
       01 WS-CNPJ-AVALIADO            PIC X(014) VALUE SPACES.
       01 WS-RAIZ-AVALIADA            PIC X(008) VALUE SPACES.
       01 WS-RAZAO-AVALIADA           PIC X(060) VALUE SPACES.
       01 WS-NA-BASE                  PIC X VALUE 'N'.
       01 WS-NIVEL-PARECER            PIC 9 VALUE ZERO.
       01 WS-PARECER                  PIC X(017) VALUE SPACES.
       01 WS-QTD-MOTIVOS              PIC 99 VALUE ZERO.
       01 WS-IDX-MOT                  PIC 99 VALUE ZERO.
       01 WS-TAB-MOTIVOS.
          05 WS-MOTIVO OCCURS 12 TIMES PIC X(080).
       01 WS-MOTIVO-NOVO              PIC X(080) VALUE SPACES.
       01 WS-SITUACAO-ED              PIC X(010) VALUE SPACES.
       01 WS-IDADE-DIAS               PIC 9(006) VALUE ZERO.
       01 WS-ESCORE-ED                PIC X(010) VALUE SPACES.
       01 WS-ESCORE-REDE-ED           PIC X(010) VALUE SPACES.
       01 WS-QTD-SOCIOS-LISTA         PIC 9(003) VALUE ZERO.
       01 WS-QTD-SANCOES              PIC 9(003) VALUE ZERO.
       01 WS-SIMPLES-ED               PIC X(024) VALUE SPACES.
       01 WS-QTD-INAPTAS-REDE         PIC 9(005) VALUE ZERO.
       01 WS-NUM-REDE-ED              PIC Z(005)9.
       01 WS-VENCIMENTO               PIC 9(008) VALUE ZERO.
       01 WS-SIT-HOMOLOGACAO          PIC X(008) VALUE SPACES.

      *    CHAVE FONETICA DOS NOMES DA LISTA
       01 WS-FON-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-FON-SAIDA                PIC X(150) VALUE SPACES.
       01 WS-FON-POS                  PIC 999 VALUE ZERO.
       01 WS-FON-OUT                  PIC 999 VALUE ZERO.
       01 WS-FON-CHAR                 PIC X VALUE SPACE.
       01 WS-FON-PROX                 PIC X VALUE SPACE.
       01 WS-FON-ULT                  PIC X VALUE SPACE.

      *    ITEM DO CHECKLIST NO RELATORIO
       01 WS-ITEM-NOME                PIC X(026) VALUE SPACES.
       01 WS-ITEM-DETALHE             PIC X(100) VALUE SPACES.
       01 WS-ITEM-RESULTADO           PIC X(010) VALUE SPACES.

      *    SOMA DE MESES A UMA DATA (VENCIMENTO, IDADE, SIMPLES)
       01 WS-DATA-BASE                PIC 9(008) VALUE ZERO.
       01 WS-DATA-SOMADA              PIC 9(008) VALUE ZERO.
       01 WS-MESES-SOMAR              PIC 999 VALUE ZERO.
       01 WS-SOMA-ANO                 PIC 9(004) VALUE ZERO.
       01 WS-SOMA-MES                 PIC 9(004) VALUE ZERO.
       01 WS-SOMA-DIA                 PIC 99 VALUE ZERO.
       01 WS-ULTIMO-DIA               PIC 99 VALUE ZERO.
       01 WS-DIAS-INTEIROS            PIC 9(007) VALUE ZERO.
       01 WS-LIMITE-AVISO             PIC 9(008) VALUE ZERO.
       01 WS-DATA-VALIDA              PIC X VALUE 'N'.

      *    EDICAO
       01 WS-DATA-EDITAR              PIC 9(008) VALUE ZERO.
       01 WS-DATA-EDITADA             PIC X(010) VALUE SPACES.
       01 WS-ULTIMA-ED                PIC X(010) VALUE SPACES.
       01 WS-VENCIMENTO-ED            PIC X(010) VALUE SPACES.
       01 WS-QTD-ED                   PIC Z(004)9.
       01 WS-ESCORE-Z                 PIC ZZ9.
       01 WS-PONTEIRO                 PIC 9(004) VALUE ZERO.

       01 WS-CONT-LINHAS-INVALIDAS    PIC 9(007) VALUE ZERO.
       01 WS-CONT-AVALIADOS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-APTOS               PIC 9(007) VALUE ZERO.
       01 WS-CONT-RESSALVAS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-INAPTOS             PIC 9(007) VALUE ZERO.
       01 WS-CONT-VENCIDAS            PIC 9(007) VALUE ZERO.
       01 WS-CONT-A-VENCER            PIC 9(007) VALUE ZERO.
       01 WS-CONT-AVISOS              PIC 9(007) VALUE ZERO.
       01 WS-CONT-Z                   PIC Z(006)9.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'PARECER DE HOMOLOGACAO DE FORNECEDORES'.
           PERFORM 0002-LER-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM 0003-CARREGAR-FORNECEDORES.
           IF ST-ARQUIVO-FOR IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FORNECEDORES-HOMOLOGACAO.DAT INDISPONIVEL '
                 '(STATUS ' ST-ARQUIVO-FOR ') - PASSO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'FORNECEDORES CADASTRADOS....: ' WS-QTD-FOR.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-EMP '/' ST-ARQUIVO-SOC
                 ') - PASSO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      *    BASES AUXILIARES: A AUSENCIA DE UMA DELAS NAO PARA O
      *    PASSO; O ITEM CORRESPONDENTE SAI COMO NAO VERIFICADO.
           OPEN INPUT ARQ-ESCORE.
           OPEN INPUT ARQ-ESCORE-REDE.
           OPEN INPUT ARQ-REDE.
           OPEN INPUT ARQ-SANCOES.
           OPEN INPUT ARQ-SIMPLES-RAIZ.
           PERFORM 0004-CARREGAR-LISTA-RESTRITIVA.
           PERFORM 0005-CARREGAR-PARECERES-ANT.
           PERFORM 0006-APURAR-REDES-INAPTAS.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              OPEN EXTEND ARQ-EVIDENCIAS
              IF ST-ARQUIVO-EVD IS EQUAL TO '35' THEN
                 OPEN OUTPUT ARQ-EVIDENCIAS
              END-IF
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-DATA-HOJE TO WS-DATA-EDITAR.
           PERFORM 0030-EDITAR-DATA.
           STRING 'PARECER DE HOMOLOGACAO DE FORNECEDORES EM '
                    DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'VALIDADE DA HOMOLOGACAO (MESES) - CATEGORIA A: '
                    DELIMITED BY SIZE
                  WS-MESES-A DELIMITED BY SIZE
                  '  M: ' DELIMITED BY SIZE
                  WS-MESES-M DELIMITED BY SIZE
                  '  B: ' DELIMITED BY SIZE
                  WS-MESES-B DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
             UNTIL WS-IDX-FOR IS GREATER THAN WS-QTD-FOR
             PERFORM 0007-EMITIR-PARECER
           END-PERFORM.
           PERFORM 0029-GRAVAR-RODAPE.
           CLOSE ARQ-RELATORIO.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              CLOSE ARQ-EVIDENCIAS
           END-IF.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           IF ST-ARQUIVO-ESC IS EQUAL TO '00' THEN
              CLOSE ARQ-ESCORE
           END-IF.
           IF ST-ARQUIVO-ERD IS EQUAL TO '00' THEN
              CLOSE ARQ-ESCORE-REDE
           END-IF.
           IF ST-ARQUIVO-RED IS EQUAL TO '00' THEN
              CLOSE ARQ-REDE
           END-IF.
           IF ST-ARQUIVO-SAN IS EQUAL TO '00' THEN
              CLOSE ARQ-SANCOES
           END-IF.
           IF ST-ARQUIVO-SIM IS EQUAL TO '00' THEN
              CLOSE ARQ-SIMPLES-RAIZ
           END-IF.
           DISPLAY 'FORNECEDORES AVALIADOS......: ' WS-CONT-AVALIADOS.
           DISPLAY 'APTOS.......................: ' WS-CONT-APTOS.
           DISPLAY 'APTOS COM RESSALVA..........: ' WS-CONT-RESSALVAS.
           DISPLAY 'INAPTOS.....................: ' WS-CONT-INAPTOS.
           DISPLAY 'HOMOLOGACOES VENCIDAS.......: ' WS-CONT-VENCIDAS.
           DISPLAY 'HOMOLOGACOES A VENCER.......: ' WS-CONT-A-VENCER.
           DISPLAY 'AVISOS NO HUB...............: ' WS-CONT-AVISOS.
           MOVE 0 TO RETURN-CODE.
           IF WS-CONT-LINHAS-INVALIDAS IS GREATER THAN ZERO THEN
              DISPLAY '*** LINHAS INVALIDAS NO CADASTRO DE '
                 'FORNECEDORES: ' WS-CONT-LINHAS-INVALIDAS ' ***'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              DISPLAY '*** TABELA INTERNA CHEIA - RESULTADO PARCIAL ***'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO PARECER DE HOMOLOGACAO.'.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'HOMOLOG-MESES-A' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-MESES-A
           END-IF.
           MOVE 'HOMOLOG-MESES-M' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-MESES-M
           END-IF.
           MOVE 'HOMOLOG-MESES-B' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-MESES-B
           END-IF.
           MOVE 'HOMOLOG-AVISO-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-AVISO-DIAS
           END-IF.
           MOVE 'HOMOLOG-IDADE-MESES' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-IDADE-MIN-MESES
           END-IF.
           IF WS-MESES-A IS EQUAL TO ZERO THEN
              MOVE 12 TO WS-MESES-A
           END-IF.
           IF WS-MESES-M IS EQUAL TO ZERO THEN
              MOVE 24 TO WS-MESES-M
           END-IF.
           IF WS-MESES-B IS EQUAL TO ZERO THEN
              MOVE 36 TO WS-MESES-B
           END-IF.
           DISPLAY 'VALIDADE CATEGORIA A/M/B....: ' WS-MESES-A '/'
              WS-MESES-M '/' WS-MESES-B ' MESES'.
           DISPLAY 'AVISO ANTES DO VENCIMENTO...: ' WS-AVISO-DIAS
              ' DIAS'.
           DISPLAY 'IDADE MINIMA DA EMPRESA.....: ' WS-IDADE-MIN-MESES
              ' MESES'.

       0003-CARREGAR-FORNECEDORES.
      *    O CNPJ PODE VIR COM OU SEM PONTUACAO; CATEGORIA A (RISCO
      *    ALTO), M (MEDIO) OU B (BAIXO); DATA EM BRANCO OU ZERO =
      *    FORNECEDOR AINDA NAO HOMOLOGADO.
           OPEN INPUT ARQ-FORNECEDORES.
           IF ST-ARQUIVO-FOR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-FORNECEDORES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-FORNECEDOR IS NOT EQUAL TO SPACES THEN
                        PERFORM 0008-GUARDAR-FORNECEDOR
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-FORNECEDORES
           END-IF.

       0004-CARREGAR-LISTA-RESTRITIVA.
      *    MESMA LEITURA DO TRIAGEM-LISTAS-RESTRITIVAS (NOME;CPF
      *    QUANDO HOUVER;CATEGORIA), COM A CHAVE FONETICA DA CARGA.
           OPEN INPUT ARQ-LISTA.
           IF ST-ARQUIVO-LST IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-LISTA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-LISTA IS NOT EQUAL TO SPACES THEN
                        PERFORM 0009-GUARDAR-ENTRADA-LISTA
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-LISTA
           END-IF.
           DISPLAY 'ENTRADAS DA LISTA RESTRITIVA: ' WS-QTD-LST.

       0005-CARREGAR-PARECERES-ANT.
      *    O ULTIMO PARECER GUARDADO DE CADA FORNECEDOR (A EVIDENCIA
      *    E CRONOLOGICA, ENTAO FICA O DA ULTIMA LINHA DO CNPJ).
           OPEN INPUT ARQ-EVIDENCIAS.
           IF ST-ARQUIVO-EVD IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-EVIDENCIAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0010-GUARDAR-PARECER-ANT
                END-READ
              END-PERFORM
              CLOSE ARQ-EVIDENCIAS
           END-IF.

       0006-APURAR-REDES-INAPTAS.
      *    REDE DE CADA FORNECEDOR E, NUMA PASSADA PELA
      *    REDE-SOCIETARIA.DAT, QUANTAS EMPRESAS INAPTAS (SITUACAO
      *    04) HA EM CADA UMA DESSAS REDES.
           IF ST-ARQUIVO-RED IS EQUAL TO '00' THEN
              PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
                UNTIL WS-IDX-FOR IS GREATER THAN WS-QTD-FOR
                MOVE WS-FOR-CNPJ(WS-IDX-FOR) TO RSC-CNPJ
                READ ARQ-REDE
                  INVALID KEY
                     MOVE ZERO TO WS-FOR-REDE(WS-IDX-FOR)
                  NOT INVALID KEY
                     MOVE RSC-NUM-REDE TO WS-FOR-REDE(WS-IDX-FOR)
                     PERFORM 0011-INCLUIR-REDE
                END-READ
              END-PERFORM
           END-IF.
           IF WS-QTD-RDI IS GREATER THAN ZERO THEN
              MOVE LOW-VALUES TO RSC-CNPJ
              MOVE 'N' TO WS-EOF
              START ARQ-REDE KEY IS GREATER THAN OR EQUAL TO RSC-CNPJ
                INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-REDE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0012-CONTAR-INAPTA-REDE
                END-READ
              END-PERFORM
           END-IF.

       0007-EMITIR-PARECER.
           ADD 1 TO WS-CONT-AVALIADOS.
           MOVE WS-FOR-CNPJ(WS-IDX-FOR) TO WS-CNPJ-AVALIADO.
           MOVE WS-CNPJ-AVALIADO(1:8) TO WS-RAIZ-AVALIADA.
           MOVE ZERO TO WS-NIVEL-PARECER.
           MOVE ZERO TO WS-QTD-MOTIVOS.
           MOVE SPACES TO WS-TAB-MOTIVOS.
           MOVE SPACES TO WS-SITUACAO-ED.
           MOVE ZERO TO WS-IDADE-DIAS.
           MOVE SPACES TO WS-ESCORE-ED.
           MOVE SPACES TO WS-ESCORE-REDE-ED.
           MOVE ZERO TO WS-QTD-SOCIOS-LISTA.
           MOVE ZERO TO WS-QTD-SANCOES.
           MOVE SPACES TO WS-SIMPLES-ED.
           MOVE ZERO TO WS-QTD-INAPTAS-REDE.
           PERFORM 0013-APURAR-VENCIMENTO.
           MOVE WS-CNPJ-AVALIADO TO FRE-CNPJ.
           READ ARQ-EMPRESAS KEY IS FRE-CNPJ
             INVALID KEY
                MOVE 'N' TO WS-NA-BASE
                MOVE '(CNPJ NAO LOCALIZADO NA BASE)' TO
                  WS-RAZAO-AVALIADA
             NOT INVALID KEY
                MOVE 'S' TO WS-NA-BASE
                MOVE FRE-RAZAO-SOCIAL TO WS-RAZAO-AVALIADA
           END-READ.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:78).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'FORNECEDOR: ' DELIMITED BY SIZE
                  WS-CNPJ-AVALIADO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-RAZAO-AVALIADA DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CATEGORIA DE RISCO DO CONTRATO: ' DELIMITED BY SIZE
                  WS-FOR-CATEGORIA(WS-IDX-FOR) DELIMITED BY SIZE
                  '   ULTIMA HOMOLOGACAO: ' DELIMITED BY SIZE
                  WS-ULTIMA-ED DELIMITED BY SIZE
                  '   VENCIMENTO: ' DELIMITED BY SIZE
                  WS-VENCIMENTO-ED DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-SIT-HOMOLOGACAO DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-NA-BASE IS EQUAL TO 'N' THEN
              MOVE 'CNPJ NAO LOCALIZADO NA BASE DA RECEITA FEDERAL'
                TO WS-MOTIVO-NOVO
              PERFORM 0025-REGISTRAR-IMPEDIMENTO
              MOVE 'CADASTRO NA RFB' TO WS-ITEM-NOME
              MOVE 'NAO LOCALIZADO' TO WS-ITEM-DETALHE
              MOVE 'IMPEDE' TO WS-ITEM-RESULTADO
              PERFORM 0027-GRAVAR-ITEM
           ELSE
              PERFORM 0014-VERIFICAR-CADASTRO
              PERFORM 0015-VERIFICAR-ESCORES
              PERFORM 0016-TRIAR-SOCIOS
              PERFORM 0018-VERIFICAR-SANCOES
              PERFORM 0019-VERIFICAR-SIMPLES
              PERFORM 0020-VERIFICAR-REDE
           END-IF.
           EVALUATE WS-NIVEL-PARECER
             WHEN 0
                MOVE 'APTO' TO WS-PARECER
                ADD 1 TO WS-CONT-APTOS
             WHEN 1
                MOVE 'APTO COM RESSALVA' TO WS-PARECER
                ADD 1 TO WS-CONT-RESSALVAS
             WHEN OTHER
                MOVE 'INAPTO' TO WS-PARECER
                ADD 1 TO WS-CONT-INAPTOS
           END-EVALUATE.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PARECER: ' DELIMITED BY SIZE
                  WS-PARECER DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
             UNTIL WS-IDX-MOT IS GREATER THAN WS-QTD-MOTIVOS
             MOVE SPACES TO REG-RELATORIO
             STRING '  MOTIVO: ' DELIMITED BY SIZE
                    WS-MOTIVO(WS-IDX-MOT) DELIMITED BY '  '
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              PERFORM 0021-GRAVAR-EVIDENCIA
              PERFORM 0022-AVISAR-SUPRIMENTOS
           END-IF.

       0008-GUARDAR-FORNECEDOR.
           MOVE REG-FORNECEDOR TO WS-FOR-LINHA.
           MOVE SPACES TO WS-FOR-CNPJ-TXT.
           MOVE SPACES TO WS-FOR-CATEGORIA-TXT.
           MOVE SPACES TO WS-FOR-DATA-TXT.
           UNSTRING WS-FOR-LINHA DELIMITED BY ';'
             INTO WS-FOR-CNPJ-TXT
                  WS-FOR-CATEGORIA-TXT
                  WS-FOR-DATA-TXT
           END-UNSTRING.
           MOVE SPACES TO WS-CNPJ-LIMPO.
           MOVE ZERO TO WS-QTD-DIGITOS.
           PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
             UNTIL WS-IDX-DIG IS GREATER THAN 20
             IF WS-FOR-CNPJ-TXT(WS-IDX-DIG:1) IS NUMERIC AND
                WS-QTD-DIGITOS IS LESS THAN 14 THEN
                ADD 1 TO WS-QTD-DIGITOS
                MOVE WS-FOR-CNPJ-TXT(WS-IDX-DIG:1) TO
                  WS-CNPJ-LIMPO(WS-QTD-DIGITOS:1)
             END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-FOR-CATEGORIA-TXT(1:1)) TO
             WS-FOR-CATEGORIA-TXT(1:1).
           IF WS-QTD-DIGITOS IS NOT EQUAL TO 14 OR
              (WS-FOR-CATEGORIA-TXT(1:1) IS NOT EQUAL TO 'A' AND
               WS-FOR-CATEGORIA-TXT(1:1) IS NOT EQUAL TO 'M' AND
               WS-FOR-CATEGORIA-TXT(1:1) IS NOT EQUAL TO 'B') OR
              (WS-FOR-DATA-TXT(1:8) IS NOT NUMERIC AND
               WS-FOR-DATA-TXT IS NOT EQUAL TO SPACES) THEN
              ADD 1 TO WS-CONT-LINHAS-INVALIDAS
              DISPLAY '*** LINHA INVALIDA NO CADASTRO: '
                 WS-FOR-LINHA(1:60)
           ELSE
              IF WS-QTD-FOR IS NOT LESS THAN 2000 THEN
                 MOVE 'S' TO WS-ESTOURO
              ELSE
                 ADD 1 TO WS-QTD-FOR
                 MOVE WS-CNPJ-LIMPO TO WS-FOR-CNPJ(WS-QTD-FOR)
                 MOVE WS-FOR-CATEGORIA-TXT(1:1) TO
                   WS-FOR-CATEGORIA(WS-QTD-FOR)
                 IF WS-FOR-DATA-TXT IS EQUAL TO SPACES THEN
                    MOVE ZERO TO WS-FOR-DATA-HOMOLOG(WS-QTD-FOR)
                 ELSE
                    MOVE WS-FOR-DATA-TXT(1:8) TO
                      WS-FOR-DATA-HOMOLOG(WS-QTD-FOR)
                 END-IF
                 MOVE ZERO TO WS-FOR-REDE(WS-QTD-FOR)
                 MOVE SPACES TO WS-FOR-PARECER-ANT(WS-QTD-FOR)
                 MOVE SPACES TO WS-FOR-SIT-HOMOL-ANT(WS-QTD-FOR)
              END-IF
           END-IF.

       0009-GUARDAR-ENTRADA-LISTA.
           MOVE SPACES TO WS-LST-NOME-LIDO.
           MOVE SPACES TO WS-LST-CPF-LIDO.
           MOVE SPACES TO WS-LST-CATEGORIA-LIDA.
           UNSTRING REG-LISTA DELIMITED BY ';'
             INTO WS-LST-NOME-LIDO
                  WS-LST-CPF-LIDO
                  WS-LST-CATEGORIA-LIDA
           END-UNSTRING.
           IF WS-QTD-LST IS NOT LESS THAN 3000 THEN
              MOVE 'S' TO WS-ESTOURO
           ELSE
              ADD 1 TO WS-QTD-LST
              MOVE FUNCTION UPPER-CASE(WS-LST-NOME-LIDO) TO
                WS-LST-NOME-LIDO
              MOVE WS-LST-NOME-LIDO TO WS-LST-NOME(WS-QTD-LST)
              MOVE WS-LST-CATEGORIA-LIDA TO
                WS-LST-CATEGORIA(WS-QTD-LST)
              MOVE WS-LST-NOME-LIDO TO WS-FON-ENTRADA
              PERFORM 0031-GERAR-CHAVE-FONETICA
              MOVE WS-FON-SAIDA TO WS-LST-FONETICO(WS-QTD-LST)
              IF WS-LST-CPF-LIDO(1:11) IS NUMERIC THEN
                 MOVE 'S' TO WS-LST-TEM-CPF(WS-QTD-LST)
                 MOVE WS-LST-CPF-LIDO(4:6) TO WS-LST-MIOLO(WS-QTD-LST)
              ELSE
                 MOVE 'N' TO WS-LST-TEM-CPF(WS-QTD-LST)
                 MOVE ZERO TO WS-LST-MIOLO(WS-QTD-LST)
              END-IF
           END-IF.

       0010-GUARDAR-PARECER-ANT.
           MOVE SPACES TO WS-EVD-CNPJ.
           MOVE SPACES TO WS-EVD-SIT-HOMOL.
           MOVE SPACES TO WS-EVD-PARECER.
           UNSTRING REG-EVIDENCIA DELIMITED BY ';'
             INTO WS-EVD-DATA
                  WS-EVD-HORA
                  WS-EVD-CNPJ
                  WS-EVD-CATEGORIA
                  WS-EVD-ULTIMA
                  WS-EVD-VENCIMENTO
                  WS-EVD-SIT-HOMOL
                  WS-EVD-PARECER
           END-UNSTRING.
           MOVE 'N' TO WS-FOR-ACHADO.
           PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
             UNTIL WS-IDX-FOR IS GREATER THAN WS-QTD-FOR OR
                   WS-FOR-ACHADO IS EQUAL TO 'S'
             IF WS-FOR-CNPJ(WS-IDX-FOR) IS EQUAL TO WS-EVD-CNPJ THEN
                MOVE 'S' TO WS-FOR-ACHADO
                MOVE WS-EVD-PARECER TO WS-FOR-PARECER-ANT(WS-IDX-FOR)
                MOVE WS-EVD-SIT-HOMOL TO
                  WS-FOR-SIT-HOMOL-ANT(WS-IDX-FOR)
             END-IF
           END-PERFORM.

       0011-INCLUIR-REDE.
           MOVE 'N' TO WS-RDI-ACHADA.
           PERFORM VARYING WS-IDX-RDI FROM 1 BY 1
             UNTIL WS-IDX-RDI IS GREATER THAN WS-QTD-RDI OR
                   WS-RDI-ACHADA IS EQUAL TO 'S'
             IF WS-RDI-NUM-REDE(WS-IDX-RDI) IS EQUAL TO RSC-NUM-REDE
             THEN
                MOVE 'S' TO WS-RDI-ACHADA
             END-IF
           END-PERFORM.
           IF WS-RDI-ACHADA IS EQUAL TO 'N' THEN
              IF WS-QTD-RDI IS LESS THAN 2000 THEN
                 ADD 1 TO WS-QTD-RDI
                 MOVE RSC-NUM-REDE TO WS-RDI-NUM-REDE(WS-QTD-RDI)
                 MOVE ZERO TO WS-RDI-QTD-INAPTAS(WS-QTD-RDI)
              ELSE
                 MOVE 'S' TO WS-ESTOURO
              END-IF
           END-IF.

       0012-CONTAR-INAPTA-REDE.
           MOVE 'N' TO WS-RDI-ACHADA.
           PERFORM VARYING WS-IDX-RDI FROM 1 BY 1
             UNTIL WS-IDX-RDI IS GREATER THAN WS-QTD-RDI OR
                   WS-RDI-ACHADA IS EQUAL TO 'S'
             IF WS-RDI-NUM-REDE(WS-IDX-RDI) IS EQUAL TO RSC-NUM-REDE
             THEN
                MOVE 'S' TO WS-RDI-ACHADA
                MOVE RSC-CNPJ TO FRE-CNPJ
                READ ARQ-EMPRESAS KEY IS FRE-CNPJ
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF FRE-SIT-CADASTRAL IS EQUAL TO 04 THEN
                        ADD 1 TO WS-RDI-QTD-INAPTAS(WS-IDX-RDI)
                     END-IF
                END-READ
             END-IF
           END-PERFORM.

       0013-APURAR-VENCIMENTO.
      *    VENCIMENTO = ULTIMA HOMOLOGACAO + VALIDADE DA CATEGORIA.
      *    SEM HOMOLOGACAO (DATA ZERADA OU INVALIDA) = VENCIDA.
           MOVE WS-FOR-DATA-HOMOLOG(WS-IDX-FOR) TO WS-DATA-BASE.
           EVALUATE WS-FOR-CATEGORIA(WS-IDX-FOR)
             WHEN 'A'
                MOVE WS-MESES-A TO WS-MESES-SOMAR
             WHEN 'M'
                MOVE WS-MESES-M TO WS-MESES-SOMAR
             WHEN OTHER
                MOVE WS-MESES-B TO WS-MESES-SOMAR
           END-EVALUATE.
           PERFORM 0032-SOMAR-MESES.
           IF WS-DATA-VALIDA IS EQUAL TO 'N' THEN
              MOVE ZERO TO WS-VENCIMENTO
              MOVE 'VENCIDA' TO WS-SIT-HOMOLOGACAO
              MOVE 'NUNCA' TO WS-ULTIMA-ED
              MOVE '--' TO WS-VENCIMENTO-ED
           ELSE
              MOVE WS-DATA-SOMADA TO WS-VENCIMENTO
              MOVE WS-DATA-BASE TO WS-DATA-EDITAR
              PERFORM 0030-EDITAR-DATA
              MOVE WS-DATA-EDITADA TO WS-ULTIMA-ED
              MOVE WS-VENCIMENTO TO WS-DATA-EDITAR
              PERFORM 0030-EDITAR-DATA
              MOVE WS-DATA-EDITADA TO WS-VENCIMENTO-ED
              COMPUTE WS-DIAS-INTEIROS =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) +
                 WS-AVISO-DIAS
              COMPUTE WS-LIMITE-AVISO =
                 FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
              IF WS-VENCIMENTO IS LESS THAN WS-DATA-HOJE THEN
                 MOVE 'VENCIDA' TO WS-SIT-HOMOLOGACAO
              ELSE
                 IF WS-VENCIMENTO IS NOT GREATER THAN WS-LIMITE-AVISO
                 THEN
                    MOVE 'A VENCER' TO WS-SIT-HOMOLOGACAO
                 ELSE
                    MOVE 'VIGENTE' TO WS-SIT-HOMOLOGACAO
                 END-IF
              END-IF
           END-IF.
           IF WS-SIT-HOMOLOGACAO IS EQUAL TO 'VENCIDA' THEN
              ADD 1 TO WS-CONT-VENCIDAS
           END-IF.
           IF WS-SIT-HOMOLOGACAO IS EQUAL TO 'A VENCER' THEN
              ADD 1 TO WS-CONT-A-VENCER
           END-IF.

       0014-VERIFICAR-CADASTRO.
           EVALUATE FRE-SIT-CADASTRAL
             WHEN 01
                MOVE 'NULA' TO WS-SITUACAO-ED
             WHEN 02
                MOVE 'ATIVA' TO WS-SITUACAO-ED
             WHEN 03
                MOVE 'SUSPENSA' TO WS-SITUACAO-ED
             WHEN 04
                MOVE 'INAPTA' TO WS-SITUACAO-ED
             WHEN 08
                MOVE 'BAIXADA' TO WS-SITUACAO-ED
             WHEN OTHER
                MOVE 'IGNORADA' TO WS-SITUACAO-ED
           END-EVALUATE.
           MOVE 'SITUACAO CADASTRAL' TO WS-ITEM-NOME.
           MOVE WS-SITUACAO-ED TO WS-ITEM-DETALHE.
           IF FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
              MOVE 'OK' TO WS-ITEM-RESULTADO
           ELSE
              MOVE 'IMPEDE' TO WS-ITEM-RESULTADO
              MOVE SPACES TO WS-MOTIVO-NOVO
              STRING 'SITUACAO CADASTRAL ' DELIMITED BY SIZE
                     WS-SITUACAO-ED DELIMITED BY SPACE
                     ' NA RECEITA FEDERAL' DELIMITED BY SIZE
                INTO WS-MOTIVO-NOVO
              END-STRING
              PERFORM 0025-REGISTRAR-IMPEDIMENTO
           END-IF.
           PERFORM 0027-GRAVAR-ITEM.
           MOVE 'IDADE DA EMPRESA' TO WS-ITEM-NOME.
           MOVE FRE-DATA-INICIO-ATIVIDADE TO WS-DATA-BASE.
           MOVE WS-IDADE-MIN-MESES TO WS-MESES-SOMAR.
           PERFORM 0032-SOMAR-MESES.
           IF WS-DATA-VALIDA IS EQUAL TO 'N' THEN
              MOVE 'DATA DE INICIO DE ATIVIDADE AUSENTE' TO
                WS-ITEM-DETALHE
              MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
              MOVE 'IDADE NAO VERIFICADA (SEM DATA DE INICIO DE ATIVIDA
      -          'DE)' TO WS-MOTIVO-NOVO
              PERFORM 0024-REGISTRAR-RESSALVA
           ELSE
              IF WS-DATA-BASE IS GREATER THAN WS-DATA-HOJE THEN
                 MOVE ZERO TO WS-IDADE-DIAS
              ELSE
                 COMPUTE WS-IDADE-DIAS =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                    FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
              END-IF
              MOVE WS-DATA-BASE TO WS-DATA-EDITAR
              PERFORM 0030-EDITAR-DATA
              MOVE WS-IDADE-DIAS TO WS-QTD-ED
              MOVE SPACES TO WS-ITEM-DETALHE
              STRING 'ABERTA EM ' DELIMITED BY SIZE
                     WS-DATA-EDITADA DELIMITED BY SIZE
                     ' (' DELIMITED BY SIZE
                     WS-QTD-ED DELIMITED BY SIZE
                     ' DIAS)' DELIMITED BY SIZE
                INTO WS-ITEM-DETALHE
              END-STRING
              IF WS-DATA-SOMADA IS GREATER THAN WS-DATA-HOJE THEN
                 MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
                 MOVE SPACES TO WS-MOTIVO-NOVO
                 STRING 'EMPRESA ABERTA HA MENOS DE ' DELIMITED BY SIZE
                        WS-IDADE-MIN-MESES DELIMITED BY SIZE
                        ' MESES' DELIMITED BY SIZE
                   INTO WS-MOTIVO-NOVO
                 END-STRING
                 PERFORM 0024-REGISTRAR-RESSALVA
              ELSE
                 MOVE 'OK' TO WS-ITEM-RESULTADO
              END-IF
           END-IF.
           PERFORM 0027-GRAVAR-ITEM.

       0015-VERIFICAR-ESCORES.
      *    ESCORE FAIXA A (ALTO): IMPEDIMENTO NA CATEGORIA A,
      *    RESSALVA NAS DEMAIS. EMPRESA FORA DE REDE NAO TEM ESCORE
      *    DE REDE, O QUE NAO E RESSALVA.
           MOVE 'ESCORE DE RISCO' TO WS-ITEM-NOME.
           IF ST-ARQUIVO-ESC IS NOT EQUAL TO '00' THEN
              MOVE 'NAO VERIFICADO' TO WS-ESCORE-ED
              MOVE 'BASE DE ESCORES INDISPONIVEL' TO WS-ITEM-DETALHE
              MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
              MOVE 'ESCORE DE RISCO NAO VERIFICADO (BASE INDISPONIVEL)'
                TO WS-MOTIVO-NOVO
              PERFORM 0024-REGISTRAR-RESSALVA
           ELSE
              MOVE WS-CNPJ-AVALIADO TO ERC-CNPJ
              READ ARQ-ESCORE
                INVALID KEY
                   MOVE 'SEM ESCORE' TO WS-ESCORE-ED
                   MOVE 'ESCORE NAO CALCULADO PARA O CNPJ' TO
                     WS-ITEM-DETALHE
                   MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
                   MOVE 'ESCORE DE RISCO NAO CALCULADO PARA O CNPJ' TO
                     WS-MOTIVO-NOVO
                   PERFORM 0024-REGISTRAR-RESSALVA
                NOT INVALID KEY
                   MOVE ERC-ESCORE TO WS-ESCORE-Z
                   MOVE SPACES TO WS-ESCORE-ED
                   STRING WS-ESCORE-Z DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          ERC-FAIXA DELIMITED BY SIZE
                     INTO WS-ESCORE-ED
                   END-STRING
                   MOVE SPACES TO WS-ITEM-DETALHE
                   STRING 'ESCORE ' DELIMITED BY SIZE
                          WS-ESCORE-Z DELIMITED BY SIZE
                          ' - FAIXA ' DELIMITED BY SIZE
                          ERC-FAIXA DELIMITED BY SIZE
                     INTO WS-ITEM-DETALHE
                   END-STRING
                   IF ERC-FAIXA IS EQUAL TO 'A' THEN
                      MOVE 'ESCORE DE RISCO NA FAIXA A (ALTO)' TO
                        WS-MOTIVO-NOVO
                      PERFORM 0023-APONTAR-RISCO-ALTO
                   ELSE
                      MOVE 'OK' TO WS-ITEM-RESULTADO
                   END-IF
              END-READ
           END-IF.
           PERFORM 0027-GRAVAR-ITEM.
           MOVE 'ESCORE DE REDE' TO WS-ITEM-NOME.
           IF ST-ARQUIVO-ERD IS NOT EQUAL TO '00' THEN
              MOVE 'NAO VERIFICADO' TO WS-ESCORE-REDE-ED
              MOVE 'BASE DE ESCORES DE REDE INDISPONIVEL' TO
                WS-ITEM-DETALHE
              MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
              MOVE 'ESCORE DE REDE NAO VERIFICADO (BASE INDISPONIVEL)'
                TO WS-MOTIVO-NOVO
              PERFORM 0024-REGISTRAR-RESSALVA
           ELSE
              MOVE WS-CNPJ-AVALIADO TO ERD-CNPJ
              READ ARQ-ESCORE-REDE
                INVALID KEY
                   MOVE 'SEM REDE' TO WS-ESCORE-REDE-ED
                   MOVE 'EMPRESA FORA DE REDE SOCIETARIA' TO
                     WS-ITEM-DETALHE
                   MOVE 'OK' TO WS-ITEM-RESULTADO
                NOT INVALID KEY
                   MOVE ERD-ESCORE-REDE TO WS-ESCORE-Z
                   MOVE SPACES TO WS-ESCORE-REDE-ED
                   STRING WS-ESCORE-Z DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          ERD-FAIXA-REDE DELIMITED BY SIZE
                     INTO WS-ESCORE-REDE-ED
                   END-STRING
                   MOVE ERD-NUM-REDE TO WS-NUM-REDE-ED
                   MOVE SPACES TO WS-ITEM-DETALHE
                   STRING 'ESCORE ' DELIMITED BY SIZE
                          WS-ESCORE-Z DELIMITED BY SIZE
                          ' - FAIXA ' DELIMITED BY SIZE
                          ERD-FAIXA-REDE DELIMITED BY SIZE
                          ' - REDE ' DELIMITED BY SIZE
                          WS-NUM-REDE-ED DELIMITED BY SIZE
                     INTO WS-ITEM-DETALHE
                   END-STRING
                   IF ERD-FAIXA-REDE IS EQUAL TO 'A' THEN
                      MOVE 'ESCORE DE REDE NA FAIXA A (ALTO)' TO
                        WS-MOTIVO-NOVO
                      PERFORM 0023-APONTAR-RISCO-ALTO
                   ELSE
                      MOVE 'OK' TO WS-ITEM-RESULTADO
                   END-IF
              END-READ
           END-IF.
           PERFORM 0027-GRAVAR-ITEM.

       0016-TRIAR-SOCIOS.
      *    SOCIOS PF DE QUALQUER ESTABELECIMENTO DA RAIZ CONTRA A
      *    LISTA RESTRITIVA: COM CPF NA LISTA, MIOLO + FONETICO =
      *    CONFIANCA ALTA, SO O MIOLO = MEDIA; SEM CPF, NOME
      *    IDENTICO = ALTA, SO O FONETICO = MEDIA.
           MOVE 'SOCIOS X LISTA RESTRITIVA' TO WS-ITEM-NOME.
           IF ST-ARQUIVO-LST IS NOT EQUAL TO '00' THEN
              MOVE 'LISTA RESTRITIVA INDISPONIVEL' TO WS-ITEM-DETALHE
              MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
              MOVE 'TRIAGEM DOS SOCIOS NAO VERIFICADA (SEM LISTA RESTRI
      -          'TIVA)' TO WS-MOTIVO-NOVO
              PERFORM 0024-REGISTRAR-RESSALVA
              PERFORM 0027-GRAVAR-ITEM
           ELSE
              MOVE 'OK' TO WS-ITEM-RESULTADO
              MOVE WS-RAIZ-AVALIADA TO FRS-CNPJ(1:8)
              MOVE '000000' TO FRS-CNPJ(9:6)
              MOVE 'N' TO WS-EOF-SOC
              START ARQ-SOCIOS KEY IS GREATER THAN OR EQUAL TO FRS-CNPJ
                INVALID KEY MOVE 'Y' TO WS-EOF-SOC
              END-START
              PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
                READ ARQ-SOCIOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-SOC
                  NOT AT END
                     IF FRS-CNPJ(1:8) IS NOT EQUAL TO WS-RAIZ-AVALIADA
                     THEN
                        MOVE 'Y' TO WS-EOF-SOC
                     ELSE
                        IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 THEN
                           PERFORM 0017-TRIAR-SOCIO
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              IF WS-QTD-SOCIOS-LISTA IS EQUAL TO ZERO THEN
                 MOVE 'NENHUM SOCIO NA LISTA' TO WS-ITEM-DETALHE
                 PERFORM 0027-GRAVAR-ITEM
              END-IF
           END-IF.

       0017-TRIAR-SOCIO.
           PERFORM VARYING WS-IDX-LST FROM 1 BY 1
             UNTIL WS-IDX-LST IS GREATER THAN WS-QTD-LST
             MOVE SPACES TO WS-CONFIANCA
             IF WS-LST-TEM-CPF(WS-IDX-LST) IS EQUAL TO 'S' THEN
                IF FRS-CPF-MIOLO IS EQUAL TO WS-LST-MIOLO(WS-IDX-LST)
                THEN
                   IF FRS-NOME-FONETICO IS EQUAL TO
                      WS-LST-FONETICO(WS-IDX-LST) THEN
                      MOVE 'ALTA' TO WS-CONFIANCA
                   ELSE
                      MOVE 'MEDIA' TO WS-CONFIANCA
                   END-IF
                END-IF
             ELSE
                IF FRS-NOME-FONETICO IS EQUAL TO
                   WS-LST-FONETICO(WS-IDX-LST) THEN
                   IF FRS-NOME-SOCIO(1:60) IS EQUAL TO
                      WS-LST-NOME(WS-IDX-LST) THEN
                      MOVE 'ALTA' TO WS-CONFIANCA
                   ELSE
                      MOVE 'MEDIA' TO WS-CONFIANCA
                   END-IF
                END-IF
             END-IF
             IF WS-CONFIANCA IS NOT EQUAL TO SPACES THEN
                ADD 1 TO WS-QTD-SOCIOS-LISTA
                MOVE SPACES TO WS-ITEM-DETALHE
                STRING FRS-NOME-SOCIO DELIMITED BY '  '
                       ' - ' DELIMITED BY SIZE
                       WS-LST-CATEGORIA(WS-IDX-LST) DELIMITED BY '  '
                       ' - CONFIANCA ' DELIMITED BY SIZE
                       WS-CONFIANCA DELIMITED BY SPACE
                  INTO WS-ITEM-DETALHE
                END-STRING
                MOVE SPACES TO WS-MOTIVO-NOVO
                STRING 'SOCIO NA LISTA RESTRITIVA: ' DELIMITED BY SIZE
                       WS-ITEM-DETALHE DELIMITED BY '  '
                  INTO WS-MOTIVO-NOVO
                END-STRING
                IF WS-CONFIANCA IS EQUAL TO 'ALTA' THEN
                   PERFORM 0023-APONTAR-RISCO-ALTO
                ELSE
                   MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
                   PERFORM 0024-REGISTRAR-RESSALVA
                END-IF
                PERFORM 0027-GRAVAR-ITEM
             END-IF
           END-PERFORM.

       0018-VERIFICAR-SANCOES.
      *    SANCAO VIGENTE DO CEIS OU DO CNEP EM QUALQUER
      *    ESTABELECIMENTO DA RAIZ E IMPEDIMENTO.
           MOVE 'SANCOES CEIS/CNEP' TO WS-ITEM-NOME.
           IF ST-ARQUIVO-SAN IS NOT EQUAL TO '00' THEN
              MOVE 'CADASTRO DE SANCOES INDISPONIVEL' TO WS-ITEM-DETALHE
              MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
              MOVE 'SANCOES CEIS/CNEP NAO VERIFICADAS (CADASTRO INDISPON
      -          'IVEL)' TO WS-MOTIVO-NOVO
              PERFORM 0024-REGISTRAR-RESSALVA
              PERFORM 0027-GRAVAR-ITEM
           ELSE
              MOVE WS-RAIZ-AVALIADA TO SAN-CNPJ-RAIZ
              MOVE 'N' TO WS-EOF-SAN
              START ARQ-SANCOES KEY IS EQUAL TO SAN-CNPJ-RAIZ
                INVALID KEY MOVE 'Y' TO WS-EOF-SAN
              END-START
              PERFORM UNTIL WS-EOF-SAN IS EQUAL TO 'Y'
                READ ARQ-SANCOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-SAN
                  NOT AT END
                     IF SAN-CNPJ-RAIZ IS NOT EQUAL TO WS-RAIZ-AVALIADA
                     THEN
                        MOVE 'Y' TO WS-EOF-SAN
                     ELSE
                        IF SAN-DATA-INICIO IS NOT GREATER THAN
                           WS-DATA-HOJE AND
                           (SAN-DATA-FIM IS EQUAL TO ZERO OR
                           SAN-DATA-FIM IS NOT LESS THAN WS-DATA-HOJE)
                        THEN
                           ADD 1 TO WS-QTD-SANCOES
                           MOVE SPACES TO WS-ITEM-DETALHE
                           STRING SAN-ORIGEM DELIMITED BY SPACE
                                  ' ' DELIMITED BY SIZE
                                  SAN-CNPJ DELIMITED BY SIZE
                                  ' - ' DELIMITED BY SIZE
                                  SAN-TIPO-SANCAO DELIMITED BY '  '
                             INTO WS-ITEM-DETALHE
                           END-STRING
                           MOVE 'IMPEDE' TO WS-ITEM-RESULTADO
                           MOVE SPACES TO WS-MOTIVO-NOVO
                           STRING 'SANCAO VIGENTE ' DELIMITED BY SIZE
                                  WS-ITEM-DETALHE DELIMITED BY '  '
                             INTO WS-MOTIVO-NOVO
                           END-STRING
                           PERFORM 0025-REGISTRAR-IMPEDIMENTO
                           PERFORM 0027-GRAVAR-ITEM
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              IF WS-QTD-SANCOES IS EQUAL TO ZERO THEN
                 MOVE 'NENHUMA SANCAO VIGENTE NA RAIZ' TO
                   WS-ITEM-DETALHE
                 MOVE 'OK' TO WS-ITEM-RESULTADO
                 PERFORM 0027-GRAVAR-ITEM
              END-IF
           END-IF.

       0019-VERIFICAR-SIMPLES.
      *    A SITUACAO NO SIMPLES VAI PARA O PARECER (MUDA A RETENCAO
      *    DE TRIBUTOS NO PAGAMENTO); EXCLUSAO NOS ULTIMOS 12 MESES
      *    E RESSALVA.
           MOVE 'SIMPLES NACIONAL' TO WS-ITEM-NOME.
           MOVE 'OK' TO WS-ITEM-RESULTADO.
           IF ST-ARQUIVO-SIM IS NOT EQUAL TO '00' THEN
              MOVE 'NAO VERIFICADO' TO WS-SIMPLES-ED
              MOVE 'BASE DO SIMPLES INDISPONIVEL' TO WS-ITEM-DETALHE
              MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
              MOVE 'SITUACAO NO SIMPLES NAO VERIFICADA (BASE INDISPONIV
      -          'EL)' TO WS-MOTIVO-NOVO
              PERFORM 0024-REGISTRAR-RESSALVA
           ELSE
              MOVE WS-RAIZ-AVALIADA TO FSR-CNPJ-RAIZ
              READ ARQ-SIMPLES-RAIZ
                INVALID KEY
                   MOVE 'NAO OPTANTE' TO WS-SIMPLES-ED
                NOT INVALID KEY
                   IF FSR-OPCAO-SIMPLES IS EQUAL TO 'S' THEN
                      IF FSR-OPCAO-MEI IS EQUAL TO 'S' THEN
                         MOVE 'OPTANTE (MEI)' TO WS-SIMPLES-ED
                      ELSE
                         MOVE 'OPTANTE' TO WS-SIMPLES-ED
                      END-IF
                   ELSE
                      IF FSR-DATA-EXCLUSAO-SIMPLES IS GREATER THAN ZERO
                      THEN
                         MOVE FSR-DATA-EXCLUSAO-SIMPLES TO
                           WS-DATA-EDITAR
                         PERFORM 0030-EDITAR-DATA
                         MOVE SPACES TO WS-SIMPLES-ED
                         STRING 'EXCLUIDA EM ' DELIMITED BY SIZE
                                WS-DATA-EDITADA DELIMITED BY SIZE
                           INTO WS-SIMPLES-ED
                         END-STRING
                         MOVE FSR-DATA-EXCLUSAO-SIMPLES TO
                           WS-DATA-BASE
                         MOVE 12 TO WS-MESES-SOMAR
                         PERFORM 0032-SOMAR-MESES
                         IF WS-DATA-VALIDA IS EQUAL TO 'S' AND
                            WS-DATA-SOMADA IS GREATER THAN WS-DATA-HOJE
                         THEN
                            MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
                            MOVE SPACES TO WS-MOTIVO-NOVO
                            STRING 'EXCLUIDA DO SIMPLES NACIONAL EM '
                                     DELIMITED BY SIZE
                                   WS-DATA-EDITADA DELIMITED BY SIZE
                              INTO WS-MOTIVO-NOVO
                            END-STRING
                            PERFORM 0024-REGISTRAR-RESSALVA
                         END-IF
                      ELSE
                         MOVE 'NAO OPTANTE' TO WS-SIMPLES-ED
                      END-IF
                   END-IF
              END-READ
              MOVE WS-SIMPLES-ED TO WS-ITEM-DETALHE
           END-IF.
           PERFORM 0027-GRAVAR-ITEM.

       0020-VERIFICAR-REDE.
      *    EMPRESAS INAPTAS NA MESMA REDE SOCIETARIA (SEM CONTAR O
      *    PROPRIO FORNECEDOR) SAO RESSALVA.
           MOVE 'REDE COM EMPRESAS INAPTAS' TO WS-ITEM-NOME.
           MOVE 'OK' TO WS-ITEM-RESULTADO.
           IF ST-ARQUIVO-RED IS NOT EQUAL TO '00' THEN
              MOVE 'REDES SOCIETARIAS INDISPONIVEIS' TO WS-ITEM-DETALHE
              MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
              MOVE 'REDE SOCIETARIA NAO VERIFICADA (BASE INDISPONIVEL)'
                TO WS-MOTIVO-NOVO
              PERFORM 0024-REGISTRAR-RESSALVA
           ELSE
              IF WS-FOR-REDE(WS-IDX-FOR) IS EQUAL TO ZERO THEN
                 MOVE 'EMPRESA FORA DE REDE SOCIETARIA' TO
                   WS-ITEM-DETALHE
              ELSE
                 PERFORM VARYING WS-IDX-RDI FROM 1 BY 1
                   UNTIL WS-IDX-RDI IS GREATER THAN WS-QTD-RDI
                   IF WS-RDI-NUM-REDE(WS-IDX-RDI) IS EQUAL TO
                      WS-FOR-REDE(WS-IDX-FOR) THEN
                      MOVE WS-RDI-QTD-INAPTAS(WS-IDX-RDI) TO
                        WS-QTD-INAPTAS-REDE
                   END-IF
                 END-PERFORM
                 IF FRE-SIT-CADASTRAL IS EQUAL TO 04 AND
                    WS-QTD-INAPTAS-REDE IS GREATER THAN ZERO THEN
                    SUBTRACT 1 FROM WS-QTD-INAPTAS-REDE
                 END-IF
                 MOVE WS-FOR-REDE(WS-IDX-FOR) TO WS-NUM-REDE-ED
                 MOVE WS-QTD-INAPTAS-REDE TO WS-QTD-ED
                 MOVE SPACES TO WS-ITEM-DETALHE
                 STRING 'REDE ' DELIMITED BY SIZE
                        WS-NUM-REDE-ED DELIMITED BY SIZE
                        ' - INAPTAS: ' DELIMITED BY SIZE
                        WS-QTD-ED DELIMITED BY SIZE
                   INTO WS-ITEM-DETALHE
                 END-STRING
                 IF WS-QTD-INAPTAS-REDE IS GREATER THAN ZERO THEN
                    MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
                    MOVE SPACES TO WS-MOTIVO-NOVO
                    STRING 'REDE SOCIETARIA ' DELIMITED BY SIZE
                           WS-NUM-REDE-ED DELIMITED BY SIZE
                           ' COM ' DELIMITED BY SIZE
                           WS-QTD-ED DELIMITED BY SIZE
                           ' EMPRESA(S) INAPTA(S)' DELIMITED BY SIZE
                      INTO WS-MOTIVO-NOVO
                    END-STRING
                    PERFORM 0024-REGISTRAR-RESSALVA
                 END-IF
              END-IF
           END-IF.
           PERFORM 0027-GRAVAR-ITEM.

       0021-GRAVAR-EVIDENCIA.
      *    DATA;HORA;CNPJ;CATEGORIA;ULTIMA HOMOLOGACAO;VENCIMENTO;
      *    SITUACAO DA HOMOLOGACAO;PARECER;SITUACAO CADASTRAL;IDADE
      *    EM DIAS;ESCORE/FAIXA;ESCORE DE REDE/FAIXA;SOCIOS NA LISTA;
      *    SANCOES VIGENTES;SIMPLES;INAPTAS NA REDE;MOTIVOS (SEPARADOS
      *    POR " / ").
           MOVE SPACES TO REG-EVIDENCIA.
           MOVE 1 TO WS-PONTEIRO.
           STRING WS-DATA-HOJE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CNPJ-AVALIADO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-FOR-CATEGORIA(WS-IDX-FOR) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-FOR-DATA-HOMOLOG(WS-IDX-FOR) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-VENCIMENTO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SIT-HOMOLOGACAO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-PARECER DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SITUACAO-ED DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-IDADE-DIAS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-ESCORE-ED DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-ESCORE-REDE-ED DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-QTD-SOCIOS-LISTA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-QTD-SANCOES DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SIMPLES-ED DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-QTD-INAPTAS-REDE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
             INTO REG-EVIDENCIA
             WITH POINTER WS-PONTEIRO
           END-STRING.
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
             UNTIL WS-IDX-MOT IS GREATER THAN WS-QTD-MOTIVOS
             IF WS-IDX-MOT IS GREATER THAN 1 THEN
                STRING ' / ' DELIMITED BY SIZE
                  INTO REG-EVIDENCIA
                  WITH POINTER WS-PONTEIRO
                END-STRING
             END-IF
             STRING WS-MOTIVO(WS-IDX-MOT) DELIMITED BY '  '
               INTO REG-EVIDENCIA
               WITH POINTER WS-PONTEIRO
             END-STRING
           END-PERFORM.
           WRITE REG-EVIDENCIA.

       0022-AVISAR-SUPRIMENTOS.
      *    AVISA NA PASSAGEM PARA "A VENCER" OU "VENCIDA" (UMA VEZ,
      *    COMPARANDO COM O ULTIMO PARECER GUARDADO) E QUANDO O
      *    PARECER MUDA; NA PRIMEIRA AVALIACAO, SO O INAPTO.
           MOVE 'SUPRIMENTOS' TO WS-AVISO-DESTINATARIO.
           IF WS-SIT-HOMOLOGACAO IS NOT EQUAL TO
              WS-FOR-SIT-HOMOL-ANT(WS-IDX-FOR) AND
              WS-SIT-HOMOLOGACAO IS NOT EQUAL TO 'VIGENTE' THEN
              IF WS-SIT-HOMOLOGACAO IS EQUAL TO 'VENCIDA' THEN
                 MOVE 'ALERTA' TO WS-AVISO-SEVERIDADE
              ELSE
                 MOVE 'AVISO' TO WS-AVISO-SEVERIDADE
              END-IF
              MOVE SPACES TO WS-AVISO-TEXTO
              STRING 'HOMOLOGACAO DO FORNECEDOR ' DELIMITED BY SIZE
                     WS-CNPJ-AVALIADO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SIT-HOMOLOGACAO DELIMITED BY '  '
                     ' - VENCIMENTO ' DELIMITED BY SIZE
                     WS-VENCIMENTO-ED DELIMITED BY SPACE
                     ' - PARECER ' DELIMITED BY SIZE
                     WS-PARECER DELIMITED BY '  '
                INTO WS-AVISO-TEXTO
              END-STRING
              PERFORM 9800-REGISTRAR-AVISO
           END-IF.
           IF (WS-FOR-PARECER-ANT(WS-IDX-FOR) IS EQUAL TO SPACES AND
               WS-NIVEL-PARECER IS EQUAL TO 2) OR
              (WS-FOR-PARECER-ANT(WS-IDX-FOR) IS NOT EQUAL TO SPACES
               AND WS-FOR-PARECER-ANT(WS-IDX-FOR) IS NOT EQUAL TO
               WS-PARECER) THEN
              IF WS-NIVEL-PARECER IS EQUAL TO ZERO THEN
                 MOVE 'INFO' TO WS-AVISO-SEVERIDADE
              ELSE
                 MOVE 'ALERTA' TO WS-AVISO-SEVERIDADE
              END-IF
              MOVE SPACES TO WS-AVISO-TEXTO
              STRING 'FORNECEDOR ' DELIMITED BY SIZE
                     WS-CNPJ-AVALIADO DELIMITED BY SIZE
                     ' PASSOU A ' DELIMITED BY SIZE
                     WS-PARECER DELIMITED BY '  '
                     ': ' DELIMITED BY SIZE
                     WS-MOTIVO(1) DELIMITED BY '  '
                INTO WS-AVISO-TEXTO
              END-STRING
              PERFORM 9800-REGISTRAR-AVISO
           END-IF.

       0023-APONTAR-RISCO-ALTO.
      *    ACHADO GRAVE: IMPEDE NOS CONTRATOS DE RISCO ALTO (A),
      *    RESSALVA NOS DEMAIS. O MOTIVO JA VEM MONTADO.
           IF WS-FOR-CATEGORIA(WS-IDX-FOR) IS EQUAL TO 'A' THEN
              MOVE 'IMPEDE' TO WS-ITEM-RESULTADO
              PERFORM 0025-REGISTRAR-IMPEDIMENTO
           ELSE
              MOVE 'RESSALVA' TO WS-ITEM-RESULTADO
              PERFORM 0024-REGISTRAR-RESSALVA
           END-IF.

       0024-REGISTRAR-RESSALVA.
           IF WS-NIVEL-PARECER IS LESS THAN 1 THEN
              MOVE 1 TO WS-NIVEL-PARECER
           END-IF.
           PERFORM 0026-GUARDAR-MOTIVO.

       0025-REGISTRAR-IMPEDIMENTO.
           MOVE 2 TO WS-NIVEL-PARECER.
           PERFORM 0026-GUARDAR-MOTIVO.

       0026-GUARDAR-MOTIVO.
      *    OS IMPEDIMENTOS PASSAM NA FRENTE DAS RESSALVAS NO TEXTO DO
      *    AVISO, QUE LEVA SO O PRIMEIRO MOTIVO.
           IF WS-QTD-MOTIVOS IS LESS THAN 12 THEN
              ADD 1 TO WS-QTD-MOTIVOS
              MOVE WS-MOTIVO-NOVO TO WS-MOTIVO(WS-QTD-MOTIVOS)
              IF WS-NIVEL-PARECER IS EQUAL TO 2 AND
                 WS-QTD-MOTIVOS IS GREATER THAN 1 AND
                 WS-ITEM-RESULTADO IS EQUAL TO 'IMPEDE' THEN
                 MOVE WS-MOTIVO(1) TO WS-MOTIVO(WS-QTD-MOTIVOS)
                 MOVE WS-MOTIVO-NOVO TO WS-MOTIVO(1)
              END-IF
           END-IF.

       0027-GRAVAR-ITEM.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  [' DELIMITED BY SIZE
                  WS-ITEM-RESULTADO DELIMITED BY SIZE
                  '] ' DELIMITED BY SIZE
                  WS-ITEM-NOME DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-ITEM-DETALHE DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0029-GRAVAR-RODAPE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:78).
           WRITE REG-RELATORIO.
           MOVE WS-CONT-AVALIADOS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'FORNECEDORES AVALIADOS: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-APTOS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'APTOS.................: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-RESSALVAS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'APTOS COM RESSALVA....: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-INAPTOS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'INAPTOS...............: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-VENCIDAS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'HOMOLOGACOES VENCIDAS.: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-A-VENCER TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'HOMOLOGACOES A VENCER.: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-CONT-LINHAS-INVALIDAS IS GREATER THAN ZERO THEN
              MOVE WS-CONT-LINHAS-INVALIDAS TO WS-CONT-Z
              MOVE SPACES TO REG-RELATORIO
              STRING '*** LINHAS INVALIDAS NO CADASTRO: '
                       DELIMITED BY SIZE
                     WS-CONT-Z DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.
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

       0030-EDITAR-DATA.
           MOVE SPACES TO WS-DATA-EDITADA.
           STRING WS-DATA-EDITAR(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-EDITAR(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-EDITAR(1:4) DELIMITED BY SIZE
             INTO WS-DATA-EDITADA
           END-STRING.

       0031-GERAR-CHAVE-FONETICA.
      *    CHAVE FONETICA SIMPLIFICADA PARA NOMES EM PORTUGUES -
      *    MESMAS REGRAS DA CARGA, PARA O CASAMENTO APROXIMADO
      *    FUNCIONAR CONTRA FRS-NOME-FONETICO.
           MOVE FUNCTION UPPER-CASE(WS-FON-ENTRADA) TO WS-FON-ENTRADA.
           MOVE SPACES TO WS-FON-SAIDA.
           MOVE ZERO TO WS-FON-OUT.
           MOVE SPACE TO WS-FON-ULT.
           PERFORM VARYING WS-FON-POS FROM 1 BY 1
             UNTIL WS-FON-POS IS GREATER THAN 150
             MOVE WS-FON-ENTRADA(WS-FON-POS:1) TO WS-FON-CHAR
             IF WS-FON-POS IS LESS THAN 150 THEN
                MOVE WS-FON-ENTRADA(WS-FON-POS + 1:1) TO WS-FON-PROX
             ELSE
                MOVE SPACE TO WS-FON-PROX
             END-IF
             EVALUATE TRUE
               WHEN WS-FON-CHAR IS EQUAL TO 'H'
                  CONTINUE
               WHEN WS-FON-CHAR IS EQUAL TO 'Z'
                  MOVE 'S' TO WS-FON-CHAR
                  PERFORM 0033-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'Y'
                  MOVE 'I' TO WS-FON-CHAR
                  PERFORM 0033-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'W'
                  MOVE 'U' TO WS-FON-CHAR
                  PERFORM 0033-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'K' OR
                    WS-FON-CHAR IS EQUAL TO 'Q'
                  MOVE 'C' TO WS-FON-CHAR
                  PERFORM 0033-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'C' AND
                    WS-FON-PROX IS EQUAL TO 'H'
                  MOVE 'X' TO WS-FON-CHAR
                  PERFORM 0033-EMITIR-FONEMA
                  ADD 1 TO WS-FON-POS
               WHEN WS-FON-CHAR IS EQUAL TO 'C' AND
                    (WS-FON-PROX IS EQUAL TO 'E' OR
                     WS-FON-PROX IS EQUAL TO 'I')
                  MOVE 'S' TO WS-FON-CHAR
                  PERFORM 0033-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'P' AND
                    WS-FON-PROX IS EQUAL TO 'H'
                  MOVE 'F' TO WS-FON-CHAR
                  PERFORM 0033-EMITIR-FONEMA
                  ADD 1 TO WS-FON-POS
               WHEN WS-FON-CHAR IS GREATER THAN OR EQUAL TO 'A' AND
                    WS-FON-CHAR IS LESS THAN OR EQUAL TO 'Z'
                  PERFORM 0033-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO SPACE AND
                    WS-FON-ULT IS NOT EQUAL TO SPACE
                  PERFORM 0033-EMITIR-FONEMA
               WHEN OTHER
                  CONTINUE
             END-EVALUATE
           END-PERFORM.

       0032-SOMAR-MESES.
      *    WS-DATA-SOMADA = WS-DATA-BASE + WS-MESES-SOMAR MESES; DIA
      *    QUE NAO EXISTE NO MES DE DESTINO VAI PARA O ULTIMO DIA DO
      *    MES. DATA BASE ZERADA OU INVALIDA DEVOLVE
      *    WS-DATA-VALIDA = 'N'.
           MOVE 'N' TO WS-DATA-VALIDA.
           MOVE ZERO TO WS-DATA-SOMADA.
           IF WS-DATA-BASE IS GREATER THAN ZERO AND
              WS-DATA-BASE(5:2) IS GREATER THAN '00' AND
              WS-DATA-BASE(5:2) IS LESS THAN '13' AND
              WS-DATA-BASE(7:2) IS GREATER THAN '00' AND
              WS-DATA-BASE(7:2) IS LESS THAN '32' THEN
              MOVE 'S' TO WS-DATA-VALIDA
              MOVE WS-DATA-BASE(1:4) TO WS-SOMA-ANO
              MOVE WS-DATA-BASE(5:2) TO WS-SOMA-MES
              MOVE WS-DATA-BASE(7:2) TO WS-SOMA-DIA
              ADD WS-MESES-SOMAR TO WS-SOMA-MES
              PERFORM UNTIL WS-SOMA-MES IS LESS THAN 13
                SUBTRACT 12 FROM WS-SOMA-MES
                ADD 1 TO WS-SOMA-ANO
              END-PERFORM
              EVALUATE WS-SOMA-MES
                WHEN 2
                   MOVE 28 TO WS-ULTIMO-DIA
                   IF FUNCTION MOD(WS-SOMA-ANO, 4) IS EQUAL TO 0 AND
                      (FUNCTION MOD(WS-SOMA-ANO, 100) IS NOT EQUAL
                       TO 0 OR
                       FUNCTION MOD(WS-SOMA-ANO, 400) IS EQUAL TO 0)
                   THEN
                      MOVE 29 TO WS-ULTIMO-DIA
                   END-IF
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA
                WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA
              END-EVALUATE
              IF WS-SOMA-DIA IS GREATER THAN WS-ULTIMO-DIA THEN
                 MOVE WS-ULTIMO-DIA TO WS-SOMA-DIA
              END-IF
              COMPUTE WS-DATA-SOMADA = WS-SOMA-ANO * 10000 +
                 WS-SOMA-MES * 100 + WS-SOMA-DIA
           END-IF.

       0033-EMITIR-FONEMA.
           IF WS-FON-CHAR IS NOT EQUAL TO WS-FON-ULT THEN
              ADD 1 TO WS-FON-OUT
              IF WS-FON-OUT IS LESS THAN OR EQUAL TO 150 THEN
                 MOVE WS-FON-CHAR TO WS-FON-SAIDA(WS-FON-OUT:1)
              END-IF
           END-IF.
           MOVE WS-FON-CHAR TO WS-FON-ULT.

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
                  ';HOMOLOGACAO;' DELIMITED BY SIZE
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
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCORE-REDE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'escore-rede.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESCORE-REDE
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCORE-RISCO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'escore-risco.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESCORE-RISCO
           END-STRING.
           MOVE SPACES TO WS-CAM-FORNECEDORES-HOMOLOG.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'fornecedores-homologacao.dat' DELIMITED BY SIZE
             INTO WS-CAM-FORNECEDORES-HOMOLOG
           END-STRING.
           MOVE SPACES TO WS-CAM-LISTA-RESTRITIVA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'lista-restritiva.dat' DELIMITED BY SIZE
             INTO WS-CAM-LISTA-RESTRITIVA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARECERES-HOMOLOG.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'pareceres-homologacao.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARECERES-HOMOLOG
           END-STRING.
           MOVE SPACES TO WS-CAM-REDE-SOCIETARIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'rede-societaria.dat' DELIMITED BY SIZE
             INTO WS-CAM-REDE-SOCIETARIA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-PARECER-TXT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-parecer-homologacao.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-PARECER-TXT
           END-STRING.
           MOVE SPACES TO WS-CAM-SANCOES-EMPRESAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sancoes-empresas.dat' DELIMITED BY SIZE
             INTO WS-CAM-SANCOES-EMPRESAS
           END-STRING.
           MOVE SPACES TO WS-CAM-SIMPLES-RAIZ.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'simples-raiz.dat' DELIMITED BY SIZE
             INTO WS-CAM-SIMPLES-RAIZ
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

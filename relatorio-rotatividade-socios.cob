       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-ROTATIVIDADE-SOCIOS.

      ****************************************************************
      * ROTATIVIDADE DO QUADRO SOCIETARIO, A PARTIR DAS ENTRADAS E    *
      * SAIDAS REGISTRADAS PELA CARGA EM HISTORICO-SOCIETARIO.DAT.    *
      * DUAS ETAPAS:                                                  *
      *   1) RODIZIO DE CPF - SOCIOS PF AGRUPADOS PELO CPF-MIOLO; O   *
      *      MIOLO QUE ENTROU OU SAIU DE ROTAT-CPF-EMPRESAS EMPRESAS  *
      *      (PADRAO 3) NOS ULTIMOS ROTAT-CPF-DIAS DIAS (PADRAO 180), *
      *      COM AO MENOS UMA SAIDA, E LISTADO COM AS EMPRESAS;       *
      *   2) EMPRESAS - POR EMPRESA, ENTRADAS E SAIDAS DE SOCIOS NO   *
      *      PERIODO DE ROTAT-PERIODO-DIAS DIAS (PADRAO 365) E O      *
      *      TEMPO MEDIO DE PERMANENCIA DOS QUE SAIRAM. CADA ENTRADA  *
      *      OU SAIDA CONTA COMO UMA TROCA; A ENTRADA DOS SOCIOS      *
      *      FUNDADORES (ATE A DATA DE INICIO DE ATIVIDADE) NAO       *
      *      CONTA. EMPRESA COM ROTAT-TROCAS-MIN TROCAS (PADRAO 3)    *
      *      SAI DESTACADA COMO FREQUENTE, E COMO RODIZIO QUANDO UM   *
      *      DOS SOCIOS QUE TROCARAM ESTA NA LISTA DA ETAPA 1.        *
      * TOTAIS POR UF E POR SECAO CNAE AO FINAL. A ENTRADA VALE PELA  *
      * DATA DE ENTRADA NA SOCIEDADE (ULTIMO CAMPO DO HISTORICO) E A  *
      * SAIDA PELA DATA DA CARGA QUE A REGISTROU; LINHA ANTIGA SEM A  *
      * DATA DE ENTRADA USA A DATA DA CARGA.                          *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO-SOC ASSIGN TO
                   WS-CAM-HISTORICO-SOCIETARIO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-HSOC.

           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
                   ALTERNATE KEY IS FRE-UF-MUNICIPIO WITH DUPLICATES
                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT SORT-CPF ASSIGN TO WS-CAM-RODIZIO-SRT.

           SELECT SORT-EMPRESA ASSIGN TO WS-CAM-ROTATIVIDADE-SRT.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-ROTATIVIDADE
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
       FD ARQ-HISTORICO-SOC.
       01 REG-HISTORICO-SOC           PIC X(120).

       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       SD SORT-CPF.
       01 SD-REG-CPF.
          05 SDC-MIOLO                PIC 9(006).
          05 SDC-CNPJ                 PIC X(014).
          05 SDC-EVENTO               PIC X.

       SD SORT-EMPRESA.
       01 SD-REG-EMPRESA.
          05 SDE-CNPJ                 PIC X(014).
          05 SDE-CPF                  PIC X(014).
          05 SDE-IDENT                PIC X.
          05 SDE-DATA                 PIC 9(008).
          05 SDE-EVENTO               PIC X.
          05 SDE-DATA-ENTRADA         PIC 9(008).
          05 SDE-MIOLO                PIC 9(006).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(250).

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
       01 WS-CAM-HISTORICO-SOCIETARIO    PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-ROTATIVIDADE  PIC X(060) VALUE SPACES.
       01 WS-CAM-RODIZIO-SRT             PIC X(060) VALUE SPACES.
       01 WS-CAM-ROTATIVIDADE-SRT        PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-HSOC             PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF-HIST                 PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-PRIMEIRO                 PIC X VALUE 'S'.

      *    PARAMETROS E DATAS DE CORTE
       01 WS-PERIODO-DIAS             PIC 999 VALUE 365.
       01 WS-TROCAS-MIN               PIC 999 VALUE 3.
       01 WS-CPF-EMPRESAS             PIC 999 VALUE 3.
       01 WS-CPF-DIAS                 PIC 999 VALUE 180.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-DATA-CORTE               PIC 9(008) VALUE ZERO.
       01 WS-DATA-CORTE-CPF           PIC 9(008) VALUE ZERO.
       01 WS-DIAS-INTEIROS            PIC 9(007) VALUE ZERO.

      *    LINHA DO HISTORICO DESMEMBRADA
       01 WS-HIS-CNPJ                 PIC X(014) VALUE SPACES.
       01 WS-HIS-CPF                  PIC X(014) VALUE SPACES.
       01 WS-HIS-IDENT                PIC X VALUE SPACE.
       01 WS-HIS-EVENTO               PIC X(009) VALUE SPACES.
       01 WS-HIS-PERC-ANT             PIC X(005) VALUE SPACES.
       01 WS-HIS-PERC-NOVO            PIC X(005) VALUE SPACES.
       01 WS-HIS-QUALIF-ANT           PIC X(002) VALUE SPACES.
       01 WS-HIS-QUALIF-NOVA          PIC X(002) VALUE SPACES.
       01 WS-HIS-DATA                 PIC X(008) VALUE SPACES.
       01 WS-HIS-DATA-ENTRADA         PIC X(008) VALUE SPACES.
       01 WS-HIS-VALIDO               PIC X VALUE 'N'.
       01 WS-HIS-DATA-EFETIVA         PIC 9(008) VALUE ZERO.
       01 WS-HIS-DATA-ENTRADA-N       PIC 9(008) VALUE ZERO.
       01 WS-HIS-MIOLO                PIC 9(006) VALUE ZERO.
       01 WS-QTD-ASTERISCOS           PIC 99 VALUE ZERO.
       01 WS-MES-TRABALHO             PIC 99 VALUE ZERO.
       01 WS-DIA-TRABALHO             PIC 99 VALUE ZERO.
       01 WS-DATA-VALIDA              PIC X VALUE 'N'.
       01 WS-DATA-TRABALHO            PIC 9(008) VALUE ZERO.

      *    ETAPA 1 - RODIZIO DE CPF
       01 WS-CPF-MIOLO-ANT            PIC 9(006) VALUE ZERO.
       01 WS-CPF-CNPJ-ANT             PIC X(014) VALUE SPACES.
       01 WS-CPF-QTD-EMPRESAS         PIC 9(005) VALUE ZERO.
       01 WS-CPF-ENTRADAS             PIC 9(005) VALUE ZERO.
       01 WS-CPF-SAIDAS               PIC 9(005) VALUE ZERO.
       01 WS-IDX-LST                  PIC 99 VALUE ZERO.
       01 WS-TAB-CPF-CNPJS.
          05 WS-CPF-CNPJ OCCURS 10 TIMES PIC X(014).
       01 WS-LISTA-CNPJS              PIC X(160) VALUE SPACES.
       01 WS-PONTEIRO                 PIC 9(004) VALUE ZERO.
       01 WS-QTD-RODIZIO              PIC 9(005) VALUE ZERO.
       01 WS-IDX-ROD                  PIC 9(005) VALUE ZERO.
       01 WS-TAB-RODIZIO.
          05 WS-ROD-MIOLO OCCURS 5000 TIMES PIC 9(006).
       01 WS-EM-RODIZIO               PIC X VALUE 'N'.
       01 WS-ESTOURO                  PIC X VALUE 'N'.

      *    ETAPA 2 - QUEBRA POR EMPRESA E POR SOCIO
       01 WS-EMP-CNPJ-ANT             PIC X(014) VALUE SPACES.
       01 WS-EMP-ACHADA               PIC X VALUE 'N'.
       01 WS-EMP-RAZAO                PIC X(150) VALUE SPACES.
       01 WS-EMP-UF                   PIC X(002) VALUE SPACES.
       01 WS-EMP-INICIO               PIC 9(008) VALUE ZERO.
       01 WS-EMP-ENTRADAS             PIC 9(005) VALUE ZERO.
       01 WS-EMP-SAIDAS               PIC 9(005) VALUE ZERO.
       01 WS-EMP-TROCAS               PIC 9(005) VALUE ZERO.
       01 WS-EMP-PERM-QTD             PIC 9(005) VALUE ZERO.
       01 WS-EMP-PERM-SOMA            PIC 9(009) VALUE ZERO.
       01 WS-EMP-RODIZIO              PIC X VALUE 'N'.
       01 WS-SOC-CHAVE-ANT            PIC X(015) VALUE SPACES.
       01 WS-SOC-ULT-ENTRADA          PIC 9(008) VALUE ZERO.
       01 WS-DATA-ENTRADA-SAIDA       PIC 9(008) VALUE ZERO.
       01 WS-PERMANENCIA              PIC S9(007) VALUE ZERO.
       01 WS-PERM-MEDIA               PIC 9(007) VALUE ZERO.
       01 WS-PERM-MEDIA-TXT           PIC X(007) VALUE SPACES.
       01 WS-DESTAQUE                 PIC X(010) VALUE SPACES.

      *    TOTAIS POR UF E POR SECAO CNAE
       01 WS-DIVISAO                  PIC 99 VALUE ZERO.
       01 WS-IDX-SECAO                PIC 99 VALUE ZERO.
       01 WS-SECAO                    PIC X VALUE SPACE.
       01 WS-LETRAS-SECAO             PIC X(022)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTU?'.
       01 WS-TAB-SECOES.
          05 WS-SEC-OCR OCCURS 22 TIMES.
             10 WS-SEC-EMPRESAS       PIC 9(007).
             10 WS-SEC-TROCAS         PIC 9(007).
             10 WS-SEC-FREQUENTES     PIC 9(007).
             10 WS-SEC-PERM-QTD       PIC 9(007).
             10 WS-SEC-PERM-SOMA      PIC 9(011).
       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-UF-PROCURADA             PIC X(002) VALUE SPACES.
       01 WS-TAB-UFS.
          05 WS-UF-OCR OCCURS 30 TIMES.
             10 WS-UF-SIGLA           PIC X(002).
             10 WS-UF-EMPRESAS        PIC 9(007).
             10 WS-UF-TROCAS          PIC 9(007).
             10 WS-UF-FREQUENTES      PIC 9(007).
             10 WS-UF-PERM-QTD        PIC 9(007).
             10 WS-UF-PERM-SOMA       PIC 9(011).

       01 WS-TOTAL-EVENTOS            PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-EMPRESAS           PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-TROCAS             PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-FREQUENTES         PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-COM-RODIZIO        PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'ROTATIVIDADE DO QUADRO SOCIETARIO'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-LER-PARAMETROS.
           OPEN INPUT ARQ-HISTORICO-SOC.
           IF ST-ARQUIVO-HSOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** HISTORICO-SOCIETARIO.DAT INDISPONIVEL '
                 '(STATUS ' ST-ARQUIVO-HSOC ') - NADA A APURAR ***'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE ARQ-HISTORICO-SOC.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR EMPRESAS2.DAT (STATUS '
                 ST-ARQUIVO-EMP ') - RELATORIO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE WS-TAB-SECOES.
           INITIALIZE WS-TAB-UFS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ROTATIVIDADE DO QUADRO SOCIETARIO - TROCAS DESDE '
                    DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
                  ' - RODIZIO DE CPF DESDE ' DELIMITED BY SIZE
                  WS-DATA-CORTE-CPF DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'RODIZIO-CPF;CPF-MIOLO;EMPRESAS;ENTRADAS;SAIDAS;CNPJS'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           SORT SORT-CPF
               ON ASCENDING KEY SDC-MIOLO SDC-CNPJ
               INPUT PROCEDURE IS 0003-LER-HISTORICO-CPF
               OUTPUT PROCEDURE IS 0004-EMITIR-RODIZIO-CPF.
           MOVE 'EMPRESA;CNPJ;RAZAO SOCIAL;UF;SECAO CNAE;ENTRADAS;SAIDAS
      -       ';TROCAS;PERMANENCIA MEDIA (DIAS);DESTAQUE'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           SORT SORT-EMPRESA
               ON ASCENDING KEY SDE-CNPJ SDE-CPF SDE-IDENT SDE-DATA
               INPUT PROCEDURE IS 0006-LER-HISTORICO-EMPRESA
               OUTPUT PROCEDURE IS 0008-EMITIR-EMPRESAS.
           CLOSE ARQ-EMPRESAS.
           PERFORM 0012-EMITIR-TOTAIS-UF.
           PERFORM 0013-EMITIR-TOTAIS-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAIS;EMPRESAS-COM-TROCA=' DELIMITED BY SIZE
                  WS-TOTAL-EMPRESAS DELIMITED BY SIZE
                  ';TROCAS=' DELIMITED BY SIZE
                  WS-TOTAL-TROCAS DELIMITED BY SIZE
                  ';FREQUENTES=' DELIMITED BY SIZE
                  WS-TOTAL-FREQUENTES DELIMITED BY SIZE
                  ';COM-RODIZIO-DE-CPF=' DELIMITED BY SIZE
                  WS-TOTAL-COM-RODIZIO DELIMITED BY SIZE
                  ';CPF-MIOLO-EM-RODIZIO=' DELIMITED BY SIZE
                  WS-QTD-RODIZIO DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              MOVE '*** TABELA DE CPF EM RODIZIO CHEIA - DESTAQUE DE RO
      -          'DIZIO PARCIAL ***' TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'EVENTOS DE ENTRADA/SAIDA LIDOS: ' WS-TOTAL-EVENTOS.
           DISPLAY 'CPF-MIOLO EM RODIZIO..........: ' WS-QTD-RODIZIO.
           DISPLAY 'EMPRESAS COM TROCA NO PERIODO.: ' WS-TOTAL-EMPRESAS.
           DISPLAY 'EMPRESAS COM TROCA FREQUENTE..: '
              WS-TOTAL-FREQUENTES.
           MOVE 0 TO RETURN-CODE.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO RELATORIO DE ROTATIVIDADE SOCIETARIA.'.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'ROTAT-PERIODO-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC AND
              WS-PARAM-VALOR(1:3) IS NOT EQUAL TO '000' THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-PERIODO-DIAS
           END-IF.
           MOVE 'ROTAT-TROCAS-MIN' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC AND
              WS-PARAM-VALOR(1:3) IS NOT EQUAL TO '000' THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-TROCAS-MIN
           END-IF.
           MOVE 'ROTAT-CPF-EMPRESAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC AND
              WS-PARAM-VALOR(1:3) IS GREATER THAN '001' THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-CPF-EMPRESAS
           END-IF.
           MOVE 'ROTAT-CPF-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC AND
              WS-PARAM-VALOR(1:3) IS NOT EQUAL TO '000' THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-CPF-DIAS
           END-IF.
           COMPUTE WS-DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-PERIODO-DIAS.
           COMPUTE WS-DATA-CORTE =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
           COMPUTE WS-DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-CPF-DIAS.
           COMPUTE WS-DATA-CORTE-CPF =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
           DISPLAY 'PERIODO DAS TROCAS A PARTIR DE: ' WS-DATA-CORTE.
           DISPLAY 'TROCAS PARA DESTAQUE..........: ' WS-TROCAS-MIN.
           DISPLAY 'RODIZIO DE CPF A PARTIR DE....: ' WS-DATA-CORTE-CPF.
           DISPLAY 'EMPRESAS PARA RODIZIO DE CPF..: ' WS-CPF-EMPRESAS.

       0003-LER-HISTORICO-CPF.
           OPEN INPUT ARQ-HISTORICO-SOC.
           MOVE 'N' TO WS-EOF-HIST.
           PERFORM UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             READ ARQ-HISTORICO-SOC
               AT END MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                  PERFORM 0007-DESMEMBRAR-LINHA
                  IF WS-HIS-VALIDO IS EQUAL TO 'S' AND
                     WS-HIS-IDENT IS EQUAL TO '2' AND
                     WS-HIS-MIOLO IS GREATER THAN ZERO AND
                     WS-HIS-DATA-EFETIVA IS NOT LESS THAN
                     WS-DATA-CORTE-CPF THEN
                     MOVE WS-HIS-MIOLO TO SDC-MIOLO
                     MOVE WS-HIS-CNPJ TO SDC-CNPJ
                     MOVE WS-HIS-EVENTO(1:1) TO SDC-EVENTO
                     RELEASE SD-REG-CPF
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO-SOC.

       0004-EMITIR-RODIZIO-CPF.
           MOVE 'S' TO WS-PRIMEIRO.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-CPF
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF WS-PRIMEIRO IS EQUAL TO 'N' AND
                     SDC-MIOLO IS NOT EQUAL TO WS-CPF-MIOLO-ANT THEN
                     PERFORM 0005-FECHAR-CPF
                  END-IF
                  IF WS-PRIMEIRO IS EQUAL TO 'S' OR
                     SDC-MIOLO IS NOT EQUAL TO WS-CPF-MIOLO-ANT THEN
                     MOVE SDC-MIOLO TO WS-CPF-MIOLO-ANT
                     MOVE SPACES TO WS-CPF-CNPJ-ANT
                     MOVE ZERO TO WS-CPF-QTD-EMPRESAS
                     MOVE ZERO TO WS-CPF-ENTRADAS
                     MOVE ZERO TO WS-CPF-SAIDAS
                     INITIALIZE WS-TAB-CPF-CNPJS
                  END-IF
                  MOVE 'N' TO WS-PRIMEIRO
                  IF SDC-CNPJ IS NOT EQUAL TO WS-CPF-CNPJ-ANT THEN
                     ADD 1 TO WS-CPF-QTD-EMPRESAS
                     MOVE SDC-CNPJ TO WS-CPF-CNPJ-ANT
                     IF WS-CPF-QTD-EMPRESAS IS NOT GREATER THAN 10
                     THEN
                        MOVE SDC-CNPJ TO
                          WS-CPF-CNPJ(WS-CPF-QTD-EMPRESAS)
                     END-IF
                  END-IF
                  IF SDC-EVENTO IS EQUAL TO 'E' THEN
                     ADD 1 TO WS-CPF-ENTRADAS
                  ELSE
                     ADD 1 TO WS-CPF-SAIDAS
                  END-IF
             END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO IS EQUAL TO 'N' THEN
              PERFORM 0005-FECHAR-CPF
           END-IF.

       0005-FECHAR-CPF.
      *    O MIOLO SO IDENTIFICA A PESSOA COM CERTA MARGEM (HOMONIMOS
      *    DE MIOLO EXISTEM); A LISTA E PARA VERIFICACAO, NAO PROVA.
           IF WS-CPF-QTD-EMPRESAS IS NOT LESS THAN WS-CPF-EMPRESAS AND
              WS-CPF-SAIDAS IS GREATER THAN ZERO THEN
              IF WS-QTD-RODIZIO IS LESS THAN 5000 THEN
                 ADD 1 TO WS-QTD-RODIZIO
                 MOVE WS-CPF-MIOLO-ANT TO WS-ROD-MIOLO(WS-QTD-RODIZIO)
              ELSE
                 MOVE 'S' TO WS-ESTOURO
              END-IF
              MOVE SPACES TO WS-LISTA-CNPJS
              MOVE 1 TO WS-PONTEIRO
              PERFORM VARYING WS-IDX-LST FROM 1 BY 1
                UNTIL WS-IDX-LST IS GREATER THAN 10 OR
                      WS-IDX-LST IS GREATER THAN WS-CPF-QTD-EMPRESAS
                IF WS-IDX-LST IS GREATER THAN 1 THEN
                   STRING ' ' DELIMITED BY SIZE
                     INTO WS-LISTA-CNPJS
                     WITH POINTER WS-PONTEIRO
                   END-STRING
                END-IF
                STRING WS-CPF-CNPJ(WS-IDX-LST) DELIMITED BY SIZE
                  INTO WS-LISTA-CNPJS
                  WITH POINTER WS-PONTEIRO
                END-STRING
              END-PERFORM
              IF WS-CPF-QTD-EMPRESAS IS GREATER THAN 10 THEN
                 STRING ' ...' DELIMITED BY SIZE
                   INTO WS-LISTA-CNPJS
                   WITH POINTER WS-PONTEIRO
                 END-STRING
              END-IF
              MOVE SPACES TO REG-RELATORIO
              STRING 'RODIZIO-CPF;***' DELIMITED BY SIZE
                     WS-CPF-MIOLO-ANT DELIMITED BY SIZE
                     '**;' DELIMITED BY SIZE
                     WS-CPF-QTD-EMPRESAS DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-CPF-ENTRADAS DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-CPF-SAIDAS DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-LISTA-CNPJS DELIMITED BY '  '
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.

       0006-LER-HISTORICO-EMPRESA.
           OPEN INPUT ARQ-HISTORICO-SOC.
           MOVE 'N' TO WS-EOF-HIST.
           PERFORM UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             READ ARQ-HISTORICO-SOC
               AT END MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                  PERFORM 0007-DESMEMBRAR-LINHA
                  IF WS-HIS-VALIDO IS EQUAL TO 'S' THEN
                     ADD 1 TO WS-TOTAL-EVENTOS
                     MOVE WS-HIS-CNPJ TO SDE-CNPJ
                     MOVE WS-HIS-CPF TO SDE-CPF
                     MOVE WS-HIS-IDENT TO SDE-IDENT
                     MOVE WS-HIS-DATA-EFETIVA TO SDE-DATA
                     MOVE WS-HIS-EVENTO(1:1) TO SDE-EVENTO
                     MOVE WS-HIS-DATA-ENTRADA-N TO SDE-DATA-ENTRADA
                     MOVE WS-HIS-MIOLO TO SDE-MIOLO
                     RELEASE SD-REG-EMPRESA
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO-SOC.

       0007-DESMEMBRAR-LINHA.
      *    CNPJ;CPF;IDENTIFICADOR;EVENTO;PERC-ANTERIOR;PERC-NOVO;
      *    QUALIF-ANTERIOR;QUALIF-NOVA;DATA;DATA-ENTRADA-SOCIEDADE.
      *    SO ENTRADA E SAIDA INTERESSAM (ALTERACAO DE PERCENTUAL OU
      *    QUALIFICACAO NAO E TROCA DE SOCIO).
           MOVE SPACES TO WS-HIS-CNPJ WS-HIS-CPF WS-HIS-IDENT
              WS-HIS-EVENTO WS-HIS-DATA WS-HIS-DATA-ENTRADA.
           UNSTRING REG-HISTORICO-SOC DELIMITED BY ';'
             INTO WS-HIS-CNPJ
                  WS-HIS-CPF
                  WS-HIS-IDENT
                  WS-HIS-EVENTO
                  WS-HIS-PERC-ANT
                  WS-HIS-PERC-NOVO
                  WS-HIS-QUALIF-ANT
                  WS-HIS-QUALIF-NOVA
                  WS-HIS-DATA
                  WS-HIS-DATA-ENTRADA
           END-UNSTRING.
           MOVE 'N' TO WS-HIS-VALIDO.
           MOVE ZERO TO WS-HIS-DATA-EFETIVA.
           MOVE ZERO TO WS-HIS-DATA-ENTRADA-N.
           MOVE ZERO TO WS-HIS-MIOLO.
           IF (WS-HIS-EVENTO IS EQUAL TO 'ENTRADA' OR
               WS-HIS-EVENTO IS EQUAL TO 'SAIDA') AND
              WS-HIS-DATA IS NUMERIC THEN
              MOVE 'S' TO WS-DATA-VALIDA
              MOVE WS-HIS-DATA TO WS-DATA-TRABALHO
              PERFORM 0016-VALIDAR-DATA-TRABALHO
              IF WS-DATA-VALIDA IS EQUAL TO 'S' THEN
                 MOVE 'S' TO WS-HIS-VALIDO
                 MOVE WS-DATA-TRABALHO TO WS-HIS-DATA-EFETIVA
              END-IF
           END-IF.
           IF WS-HIS-VALIDO IS EQUAL TO 'S' AND
              WS-HIS-DATA-ENTRADA IS NUMERIC AND
              WS-HIS-DATA-ENTRADA IS NOT EQUAL TO '00000000' THEN
              MOVE 'S' TO WS-DATA-VALIDA
              MOVE WS-HIS-DATA-ENTRADA TO WS-DATA-TRABALHO
              PERFORM 0016-VALIDAR-DATA-TRABALHO
              IF WS-DATA-VALIDA IS EQUAL TO 'S' AND
                 WS-DATA-TRABALHO IS NOT GREATER THAN
                 WS-HIS-DATA-EFETIVA THEN
                 IF WS-HIS-EVENTO IS EQUAL TO 'ENTRADA' THEN
                    MOVE WS-DATA-TRABALHO TO WS-HIS-DATA-EFETIVA
                 ELSE
                    MOVE WS-DATA-TRABALHO TO WS-HIS-DATA-ENTRADA-N
                 END-IF
              END-IF
           END-IF.
           IF WS-HIS-VALIDO IS EQUAL TO 'S' AND
              WS-HIS-IDENT IS EQUAL TO '2' THEN
              PERFORM 0017-EXTRAIR-CPF-MIOLO
           END-IF.

       0008-EMITIR-EMPRESAS.
           MOVE 'S' TO WS-PRIMEIRO.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-EMPRESA
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF WS-PRIMEIRO IS EQUAL TO 'N' AND
                     SDE-CNPJ IS NOT EQUAL TO WS-EMP-CNPJ-ANT THEN
                     PERFORM 0011-FECHAR-EMPRESA
                  END-IF
                  IF WS-PRIMEIRO IS EQUAL TO 'S' OR
                     SDE-CNPJ IS NOT EQUAL TO WS-EMP-CNPJ-ANT THEN
                     PERFORM 0009-INICIAR-EMPRESA
                  END-IF
                  MOVE 'N' TO WS-PRIMEIRO
                  PERFORM 0010-AVALIAR-EVENTO
             END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO IS EQUAL TO 'N' THEN
              PERFORM 0011-FECHAR-EMPRESA
           END-IF.

       0009-INICIAR-EMPRESA.
           MOVE SDE-CNPJ TO WS-EMP-CNPJ-ANT.
           MOVE ZERO TO WS-EMP-ENTRADAS WS-EMP-SAIDAS WS-EMP-TROCAS
              WS-EMP-PERM-QTD WS-EMP-PERM-SOMA.
           MOVE 'N' TO WS-EMP-RODIZIO.
           MOVE SPACES TO WS-SOC-CHAVE-ANT.
           MOVE ZERO TO WS-SOC-ULT-ENTRADA.
           MOVE SDE-CNPJ TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             INVALID KEY
                MOVE 'N' TO WS-EMP-ACHADA
                MOVE '(NAO LOCALIZADA NA BASE)' TO WS-EMP-RAZAO
                MOVE '??' TO WS-EMP-UF
                MOVE ZERO TO WS-EMP-INICIO
                MOVE 22 TO WS-IDX-SECAO
                MOVE '?' TO WS-SECAO
             NOT INVALID KEY
                MOVE 'S' TO WS-EMP-ACHADA
                MOVE FRE-RAZAO-SOCIAL TO WS-EMP-RAZAO
                MOVE FRE-UF TO WS-EMP-UF
                MOVE FRE-DATA-INICIO-ATIVIDADE TO WS-EMP-INICIO
                MOVE FRE-CNAE-FISCAL(1:2) TO WS-DIVISAO
                PERFORM 0014-CLASSIFICAR-SECAO
           END-READ.

       0010-AVALIAR-EVENTO.
      *    DENTRO DA EMPRESA OS EVENTOS VEM POR SOCIO E DATA; A
      *    ULTIMA ENTRADA DO SOCIO SUPRE A DATA DE ENTRADA QUANDO A
      *    LINHA DE SAIDA NAO A TRAZ.
           IF SD-REG-EMPRESA(15:15) IS NOT EQUAL TO WS-SOC-CHAVE-ANT
           THEN
              MOVE SD-REG-EMPRESA(15:15) TO WS-SOC-CHAVE-ANT
              MOVE ZERO TO WS-SOC-ULT-ENTRADA
           END-IF.
           IF SDE-EVENTO IS EQUAL TO 'E' THEN
              MOVE SDE-DATA TO WS-SOC-ULT-ENTRADA
              IF SDE-DATA IS NOT LESS THAN WS-DATA-CORTE AND
                 SDE-DATA IS GREATER THAN WS-EMP-INICIO THEN
                 ADD 1 TO WS-EMP-ENTRADAS
                 ADD 1 TO WS-EMP-TROCAS
                 PERFORM 0018-VERIFICAR-RODIZIO
              END-IF
           ELSE
              IF SDE-DATA IS NOT LESS THAN WS-DATA-CORTE THEN
                 ADD 1 TO WS-EMP-SAIDAS
                 ADD 1 TO WS-EMP-TROCAS
                 PERFORM 0018-VERIFICAR-RODIZIO
                 IF SDE-DATA-ENTRADA IS GREATER THAN ZERO THEN
                    MOVE SDE-DATA-ENTRADA TO WS-DATA-ENTRADA-SAIDA
                 ELSE
                    MOVE WS-SOC-ULT-ENTRADA TO WS-DATA-ENTRADA-SAIDA
                 END-IF
                 IF WS-DATA-ENTRADA-SAIDA IS GREATER THAN ZERO THEN
                    COMPUTE WS-PERMANENCIA =
                       FUNCTION INTEGER-OF-DATE(SDE-DATA) -
                       FUNCTION INTEGER-OF-DATE(WS-DATA-ENTRADA-SAIDA)
                    IF WS-PERMANENCIA IS NOT LESS THAN ZERO THEN
                       ADD 1 TO WS-EMP-PERM-QTD
                       ADD WS-PERMANENCIA TO WS-EMP-PERM-SOMA
                    END-IF
                 END-IF
              END-IF
              MOVE ZERO TO WS-SOC-ULT-ENTRADA
           END-IF.

       0011-FECHAR-EMPRESA.
           IF WS-EMP-TROCAS IS GREATER THAN ZERO THEN
              ADD 1 TO WS-TOTAL-EMPRESAS
              ADD WS-EMP-TROCAS TO WS-TOTAL-TROCAS
              MOVE SPACES TO WS-DESTAQUE
              IF WS-EMP-TROCAS IS NOT LESS THAN WS-TROCAS-MIN THEN
                 ADD 1 TO WS-TOTAL-FREQUENTES
                 MOVE 'FREQUENTE' TO WS-DESTAQUE
              END-IF
              IF WS-EMP-RODIZIO IS EQUAL TO 'S' THEN
                 ADD 1 TO WS-TOTAL-COM-RODIZIO
                 MOVE 'RODIZIO' TO WS-DESTAQUE
              END-IF
              MOVE '-' TO WS-PERM-MEDIA-TXT
              IF WS-EMP-PERM-QTD IS GREATER THAN ZERO THEN
                 COMPUTE WS-PERM-MEDIA ROUNDED =
                    WS-EMP-PERM-SOMA / WS-EMP-PERM-QTD
                 MOVE WS-PERM-MEDIA TO WS-PERM-MEDIA-TXT
              END-IF
              MOVE SPACES TO REG-RELATORIO
              STRING 'EMPRESA;' DELIMITED BY SIZE
                     WS-EMP-CNPJ-ANT DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-EMP-RAZAO DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
                     WS-EMP-UF DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-SECAO DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-EMP-ENTRADAS DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-EMP-SAIDAS DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-EMP-TROCAS DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-PERM-MEDIA-TXT DELIMITED BY SPACE
                     ';' DELIMITED BY SIZE
                     WS-DESTAQUE DELIMITED BY SPACE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
              ADD 1 TO WS-SEC-EMPRESAS(WS-IDX-SECAO)
              ADD WS-EMP-TROCAS TO WS-SEC-TROCAS(WS-IDX-SECAO)
              ADD WS-EMP-PERM-QTD TO WS-SEC-PERM-QTD(WS-IDX-SECAO)
              ADD WS-EMP-PERM-SOMA TO WS-SEC-PERM-SOMA(WS-IDX-SECAO)
              IF WS-EMP-TROCAS IS NOT LESS THAN WS-TROCAS-MIN THEN
                 ADD 1 TO WS-SEC-FREQUENTES(WS-IDX-SECAO)
              END-IF
              MOVE WS-EMP-UF TO WS-UF-PROCURADA
              PERFORM 0015-LOCALIZAR-UF
              IF WS-IDX-UF IS GREATER THAN ZERO THEN
                 ADD 1 TO WS-UF-EMPRESAS(WS-IDX-UF)
                 ADD WS-EMP-TROCAS TO WS-UF-TROCAS(WS-IDX-UF)
                 ADD WS-EMP-PERM-QTD TO WS-UF-PERM-QTD(WS-IDX-UF)
                 ADD WS-EMP-PERM-SOMA TO WS-UF-PERM-SOMA(WS-IDX-UF)
                 IF WS-EMP-TROCAS IS NOT LESS THAN WS-TROCAS-MIN THEN
                    ADD 1 TO WS-UF-FREQUENTES(WS-IDX-UF)
                 END-IF
              END-IF
           END-IF.

       0012-EMITIR-TOTAIS-UF.
           MOVE 'TOTAL-UF;UF;EMPRESAS COM TROCA;TROCAS;FREQUENTES;PERMA
      -       'NENCIA MEDIA (DIAS)' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
             MOVE '-' TO WS-PERM-MEDIA-TXT
             IF WS-UF-PERM-QTD(WS-IDX-UF) IS GREATER THAN ZERO THEN
                COMPUTE WS-PERM-MEDIA ROUNDED =
                   WS-UF-PERM-SOMA(WS-IDX-UF) /
                   WS-UF-PERM-QTD(WS-IDX-UF)
                MOVE WS-PERM-MEDIA TO WS-PERM-MEDIA-TXT
             END-IF
             MOVE SPACES TO REG-RELATORIO
             STRING 'TOTAL-UF;' DELIMITED BY SIZE
                    WS-UF-SIGLA(WS-IDX-UF) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-UF-EMPRESAS(WS-IDX-UF) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-UF-TROCAS(WS-IDX-UF) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-UF-FREQUENTES(WS-IDX-UF) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-PERM-MEDIA-TXT DELIMITED BY SPACE
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.

       0013-EMITIR-TOTAIS-SECAO.
           MOVE 'TOTAL-SECAO;SECAO CNAE;EMPRESAS COM TROCA;TROCAS;FREQU
      -       'ENTES;PERMANENCIA MEDIA (DIAS)' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
             UNTIL WS-IDX-SECAO IS GREATER THAN 22
             IF WS-SEC-EMPRESAS(WS-IDX-SECAO) IS GREATER THAN ZERO
             THEN
                MOVE '-' TO WS-PERM-MEDIA-TXT
                IF WS-SEC-PERM-QTD(WS-IDX-SECAO) IS GREATER THAN ZERO
                THEN
                   COMPUTE WS-PERM-MEDIA ROUNDED =
                      WS-SEC-PERM-SOMA(WS-IDX-SECAO) /
                      WS-SEC-PERM-QTD(WS-IDX-SECAO)
                   MOVE WS-PERM-MEDIA TO WS-PERM-MEDIA-TXT
                END-IF
                MOVE SPACES TO REG-RELATORIO
                STRING 'TOTAL-SECAO;' DELIMITED BY SIZE
                       WS-LETRAS-SECAO(WS-IDX-SECAO:1)
                         DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-SEC-EMPRESAS(WS-IDX-SECAO) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-SEC-TROCAS(WS-IDX-SECAO) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-SEC-FREQUENTES(WS-IDX-SECAO)
                         DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-PERM-MEDIA-TXT DELIMITED BY SPACE
                  INTO REG-RELATORIO
                END-STRING
                WRITE REG-RELATORIO
             END-IF
           END-PERFORM.

       0014-CLASSIFICAR-SECAO.
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
           MOVE WS-LETRAS-SECAO(WS-IDX-SECAO:1) TO WS-SECAO.

       0015-LOCALIZAR-UF.
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

       0016-VALIDAR-DATA-TRABALHO.
           MOVE WS-DATA-TRABALHO(5:2) TO WS-MES-TRABALHO.
           MOVE WS-DATA-TRABALHO(7:2) TO WS-DIA-TRABALHO.
           IF WS-DATA-TRABALHO(1:4) IS LESS THAN '1900' OR
              WS-DATA-TRABALHO(1:4) IS GREATER THAN '2099' OR
              WS-MES-TRABALHO IS LESS THAN 01 OR
              WS-MES-TRABALHO IS GREATER THAN 12 OR
              WS-DIA-TRABALHO IS LESS THAN 01 OR
              WS-DIA-TRABALHO IS GREATER THAN 31 THEN
              MOVE 'N' TO WS-DATA-VALIDA
           END-IF.

       0017-EXTRAIR-CPF-MIOLO.
      *    MESMA REGRA DA CARGA PARA FRS-CPF-MIOLO: SEIS DIGITOS
      *    CENTRAIS DO CPF MASCARADO OU DO CPF COMPLETO.
           MOVE ZERO TO WS-QTD-ASTERISCOS.
           INSPECT WS-HIS-CPF TALLYING WS-QTD-ASTERISCOS
              FOR ALL '*'.
           IF WS-QTD-ASTERISCOS IS GREATER THAN ZERO THEN
              IF WS-HIS-CPF(4:6) IS NUMERIC THEN
                 MOVE WS-HIS-CPF(4:6) TO WS-HIS-MIOLO
              END-IF
           ELSE
              IF WS-HIS-CPF IS NUMERIC THEN
                 MOVE WS-HIS-CPF(7:6) TO WS-HIS-MIOLO
              END-IF
           END-IF.

       0018-VERIFICAR-RODIZIO.
           IF SDE-MIOLO IS GREATER THAN ZERO AND
              WS-EMP-RODIZIO IS EQUAL TO 'N' THEN
              MOVE 'N' TO WS-EM-RODIZIO
              PERFORM VARYING WS-IDX-ROD FROM 1 BY 1
                UNTIL WS-IDX-ROD IS GREATER THAN WS-QTD-RODIZIO OR
                      WS-EM-RODIZIO IS EQUAL TO 'S'
                IF WS-ROD-MIOLO(WS-IDX-ROD) IS EQUAL TO SDE-MIOLO THEN
                   MOVE 'S' TO WS-EM-RODIZIO
                END-IF
              END-PERFORM
              IF WS-EM-RODIZIO IS EQUAL TO 'S' THEN
                 MOVE 'S' TO WS-EMP-RODIZIO
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
           MOVE SPACES TO WS-CAM-HISTORICO-SOCIETARIO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-societario.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-SOCIETARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-ROTATIVIDADE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-rotatividade-socios.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-ROTATIVIDADE
           END-STRING.
           MOVE SPACES TO WS-CAM-RODIZIO-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'rodizio-cpf.srt' DELIMITED BY SIZE
             INTO WS-CAM-RODIZIO-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-ROTATIVIDADE-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'rotatividade-socios.srt' DELIMITED BY SIZE
             INTO WS-CAM-ROTATIVIDADE-SRT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUIR-LEADS-COMERCIAIS.

      ****************************************************************
      * DISTRIBUICAO DIARIA DE LEADS DE EMPRESAS NOVAS ENTRE OS       *
      * GERENTES COMERCIAIS. LE O FEED DE EVENTOS DO ASSINANTE        *
      * COMERCIAL (FEED-<ASSINANTE>.DAT DO GERAR-FEED-EVENTOS;        *
      * ASSINANTE NO PARAMETRO LEADS-ASSINANTE, PADRAO COMERCIAL,     *
      * CADASTRADO EM ASSINANTES-FEED.DAT COM O EVENTO ABERTURA) E    *
      * ENQUADRA CADA EMPRESA ABERTA NO CADASTRO DE TERRITORIOS       *
      * (TERRITORIOS-COMERCIAIS.DAT, UMA LINHA POR TERRITORIO):       *
      *   CODIGO;NOME;GERENTE;FAIXAS DE CEP;MUNICIPIOS;CNAES;PORTES;  *
      *   NATUREZAS                                                   *
      * COM AS LISTAS SEPARADAS POR VIRGULA: FAIXA DE CEP NO FORMATO  *
      * INICIO-FIM (CEP AVULSO VALE COMO FAIXA DE UM CEP), MUNICIPIO  *
      * COMO UF + CODIGO RFB (SP7107), CNAE COMO PREFIXO DE 2 A 7     *
      * DIGITOS, PORTE COM 2 DIGITOS, NATUREZA JURIDICA COM 4.        *
      * CEP E MUNICIPIO FORMAM A AREA (BASTA UM DELES CASAR; SEM      *
      * NENHUM, O TERRITORIO COBRE O PAIS); CNAE, PORTE E NATUREZA    *
      * SAO O PERFIL DE PROSPECCAO (LISTA VAZIA ACEITA QUALQUER UM).  *
      * VALE O PRIMEIRO TERRITORIO QUE CASAR, NA ORDEM DO CADASTRO.   *
      * CADA GERENTE RECEBE LEADS-<GERENTE>.DAT COM OS CONTATOS; O    *
      * QUE NAO CAI EM NENHUM TERRITORIO VAI PARA A FILA GERAL        *
      * (LEADS-FILA-GERAL.DAT). TODO LEAD ENTREGUE E ACRESCENTADO A   *
      * LEADS-DISTRIBUIDOS.DAT (DATA;SEQUENCIA DO FEED;TERRITORIO;    *
      * GERENTE;CNPJ), BASE DO RELATORIO-LEADS-TERRITORIO; FEED JA    *
      * DISTRIBUIDO NAO E DISTRIBUIDO DE NOVO. EMPRESA COM PEDIDO     *
      * VIGENTE NA LISTA DE NAO CONTATO (NAO-CONTATO.DAT) PARA        *
      * E-MAIL, TELEFONE OU TODOS OS CANAIS NAO E ENTREGUE: CONTA NO  *
      * ENQUADRAMENTO, MAS SO SAI NO TOTAL DE RETIRADOS POR OPT-OUT   *
      * DA ULTIMA LINHA DA LISTA DO GERENTE. RETURN-CODE:             *
      *   0  - LEADS DISTRIBUIDOS (OU FEED JA DISTRIBUIDO);           *
      *   4  - CADASTRO DE TERRITORIOS AUSENTE OU COM TERRITORIO      *
      *        REJEITADO (TERRITORIO COM ITEM INVALIDO FICA DE FORA   *
      *        INTEIRO), OU CNPJ DO FEED FORA DA BASE;                *
      *   8  - FEED SEM CABECALHO;                                    *
      *   12 - FEED OU BASE INDISPONIVEL.                             *
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
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-FANTASIA-NORMALIZADA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-FEED ASSIGN TO WS-CAM-FEED-COMERCIAL
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-FEE.

           SELECT ARQ-TERRITORIOS ASSIGN TO
                   WS-CAM-TERRITORIOS-COMERCIAIS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-TER.

           SELECT ARQ-DISTRIBUIDOS ASSIGN TO
                   WS-CAM-LEADS-DISTRIBUIDOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-DIS.

           SELECT ARQ-LEADS ASSIGN TO WS-NOME-ARQ-LEADS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LEA.

           SELECT SORT-LEADS ASSIGN TO WS-CAM-LEADS-SRT.

           SELECT ARQ-NAO-CONTATO ASSIGN TO WS-CAM-NAO-CONTATO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-NCT.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

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

       FD ARQ-FEED.
       01 REG-FEED                    PIC X(080).

       FD ARQ-TERRITORIOS.
       01 REG-TERRITORIO              PIC X(1000).

       FD ARQ-DISTRIBUIDOS.
       01 REG-DISTRIBUIDO             PIC X(080).

       FD ARQ-LEADS.
       01 REG-LEAD                    PIC X(600).

       SD SORT-LEADS.
       01 SD-REG-LEAD.
          05 SDL-GERENTE              PIC X(020).
          05 SDL-TERRITORIO           PIC X(010).
          05 SDL-CNPJ                 PIC X(014).
          05 SDL-OPTOUT               PIC X.
          05 SDL-LINHA                PIC X(560).

       FD ARQ-NAO-CONTATO.
       COPY "FD-REG-NAO-CONTATO.cpy".

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

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
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-FEED-COMERCIAL          PIC X(060) VALUE SPACES.
       01 WS-CAM-LEADS-DISTRIBUIDOS      PIC X(060) VALUE SPACES.
       01 WS-CAM-LEADS-SRT               PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-SUMARIO-EXECUCOES       PIC X(060) VALUE SPACES.
       01 WS-CAM-TERRITORIOS-COMERCIAIS  PIC X(060) VALUE SPACES.
       01 WS-CAM-NAO-CONTATO             PIC X(060) VALUE SPACES.
       01 WS-NOME-ARQ-LEADS              PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'DISTRIBUIR-LEADS-COMERCIAIS'.
       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-FEE              PIC XX.
       01 ST-ARQUIVO-TER              PIC XX.
       01 ST-ARQUIVO-DIS              PIC XX.
       01 ST-ARQUIVO-LEA              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.

      *    PARAMETROS
       01 WS-ASSINANTE                PIC X(020) VALUE 'COMERCIAL'.
       01 WS-GERENTE-FILA-GERAL       PIC X(020) VALUE 'FILA-GERAL'.
       01 WS-TERRITORIO-FILA-GERAL    PIC X(010) VALUE
          'SEM-TERRIT'.

      *    FEED
       01 WS-CAB-SEQUENCIA            PIC X(020) VALUE SPACES.
       01 WS-CAB-DATA                 PIC X(020) VALUE SPACES.
       01 WS-FEED-SEQUENCIA           PIC X(008) VALUE SPACES.
       01 WS-FEED-DATA                PIC X(008) VALUE SPACES.
       01 WS-EVE-TIPO                 PIC X(020) VALUE SPACES.
       01 WS-EVE-CNPJ                 PIC X(014) VALUE SPACES.
       01 WS-JA-DISTRIBUIDO           PIC X VALUE 'N'.
       01 WS-DIS-DATA                 PIC X(008) VALUE SPACES.
       01 WS-DIS-SEQUENCIA            PIC X(008) VALUE SPACES.

      *    CADASTRO DE TERRITORIOS
       01 WS-CADASTRO-LIDO            PIC X VALUE 'N'.
       01 WS-QTD-TERRITORIOS          PIC 9(003) VALUE ZERO.
       01 WS-IDX-TER                  PIC 9(003) VALUE ZERO.
       01 WS-IDX-TER-ACHADO           PIC 9(003) VALUE ZERO.
       01 WS-IDX-TER-GER              PIC 9(003) VALUE ZERO.
       01 WS-TAB-TERRITORIOS.
          05 WS-TER-OCR OCCURS 100 TIMES.
             10 WS-TER-CODIGO         PIC X(010).
             10 WS-TER-NOME           PIC X(040).
             10 WS-TER-GERENTE        PIC X(020).
             10 WS-TER-ARQ-GERADO     PIC X.
             10 WS-TER-QTD-CEP        PIC 99.
             10 WS-TER-CEP-OCR OCCURS 10 TIMES.
                15 WS-TER-CEP-INI     PIC 9(008).
                15 WS-TER-CEP-FIM     PIC 9(008).
             10 WS-TER-QTD-MUN        PIC 99.
             10 WS-TER-MUN OCCURS 30 TIMES PIC X(006).
             10 WS-TER-QTD-CNAE       PIC 99.
             10 WS-TER-CNAE-OCR OCCURS 20 TIMES.
                15 WS-TER-CNAE        PIC X(007).
                15 WS-TER-CNAE-TAM    PIC 9.
             10 WS-TER-QTD-PORTE      PIC 99.
             10 WS-TER-PORTE OCCURS 5 TIMES PIC X(002).
             10 WS-TER-QTD-NAT        PIC 99.
             10 WS-TER-NAT OCCURS 20 TIMES PIC X(004).

      *    LINHA DO CADASTRO
       01 WS-LIN-CODIGO               PIC X(010) VALUE SPACES.
       01 WS-LIN-NOME                 PIC X(040) VALUE SPACES.
       01 WS-LIN-GERENTE              PIC X(020) VALUE SPACES.
       01 WS-LIN-CEPS                 PIC X(250) VALUE SPACES.
       01 WS-LIN-MUNICIPIOS           PIC X(250) VALUE SPACES.
       01 WS-LIN-CNAES                PIC X(250) VALUE SPACES.
       01 WS-LIN-PORTES               PIC X(030) VALUE SPACES.
       01 WS-LIN-NATUREZAS            PIC X(120) VALUE SPACES.

      *    SEPARACAO DAS LISTAS POR VIRGULA
       01 WS-LISTA                    PIC X(250) VALUE SPACES.
       01 WS-PONTEIRO                 PIC 9(003) VALUE ZERO.
       01 WS-ITEM-LIDO                PIC X(030) VALUE SPACES.
       01 WS-QTD-ITENS                PIC 99 VALUE ZERO.
       01 WS-IDX-ITEM                 PIC 99 VALUE ZERO.
       01 WS-TAB-ITENS.
          05 WS-ITEM OCCURS 40 TIMES PIC X(017).
       01 WS-ITEM-TAM                 PIC 99 VALUE ZERO.
       01 WS-CEP-INI-TXT              PIC X(010) VALUE SPACES.
       01 WS-CEP-FIM-TXT              PIC X(010) VALUE SPACES.

      *    ENQUADRAMENTO
       01 WS-CONFERE                  PIC X VALUE 'N'.
       01 WS-AREA-OK                  PIC X VALUE 'N'.
       01 WS-CNAE-OK                  PIC X VALUE 'N'.
       01 WS-PORTE-OK                 PIC X VALUE 'N'.
       01 WS-NAT-OK                   PIC X VALUE 'N'.
       01 WS-CNAE-TEXTO               PIC 9(007) VALUE ZERO.
       01 WS-CNAE-TEXTO-X REDEFINES WS-CNAE-TEXTO PIC X(007).
       01 WS-NAT-TEXTO                PIC 9(004) VALUE ZERO.
       01 WS-NAT-TEXTO-X REDEFINES WS-NAT-TEXTO PIC X(004).
       01 WS-MUN-TEXTO.
          05 WS-MUN-UF                PIC X(002).
          05 WS-MUN-COD               PIC 9(004).

      *    GRAVACAO DAS LISTAS
       01 WS-GERENTE-ATUAL            PIC X(020) VALUE SPACES.
       01 WS-LISTA-ABERTA             PIC X VALUE 'N'.
       01 WS-LISTA-LEADS              PIC 9(007) VALUE ZERO.
       01 WS-LISTA-OPTOUT             PIC 9(007) VALUE ZERO.

       01 ST-ARQUIVO-NCT              PIC XX.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-QTD-NAO-CONTATO          PIC 9(004) VALUE ZERO.
       01 WS-IDX-NCT                  PIC 9(004) VALUE ZERO.
       01 WS-TAB-NAO-CONTATO.
          05 WS-NCT-OCR OCCURS 2000 TIMES.
             10 WS-NCT-CHAVE          PIC X(014).
             10 WS-NCT-TIPO-CHAVE     PIC X.
             10 WS-NCT-CANAL          PIC X.
       01 WS-OPTOUT-EMAIL             PIC X VALUE 'N'.
       01 WS-OPTOUT-TELEFONE          PIC X VALUE 'N'.
       01 WS-OPTOUT-POSTAL            PIC X VALUE 'N'.

       01 WS-TOTAL-EVENTOS            PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-ABERTURAS          PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-NAO-LOCALIZADOS    PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-ENQUADRADOS        PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-FILA-GERAL         PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-LISTAS             PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-ITENS-INVALIDOS    PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-TER-REJEITADOS     PIC 9(005) VALUE ZERO.
       01 WS-INVALIDOS-ANTES          PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-RETIRADOS-OPTOUT   PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'DISTRIBUICAO DIARIA DE LEADS COMERCIAIS'.
           PERFORM 0002-LER-PARAMETROS.
           OPEN INPUT ARQ-FEED.
           IF ST-ARQUIVO-FEE IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FEED ' WS-CAM-FEED-COMERCIAL
                 ' INDISPONIVEL (STATUS ' ST-ARQUIVO-FEE ') ***'
              MOVE 'FEED INDISPONIVEL' TO WS-SUM-CONTADORES
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0003-LER-CABECALHO-FEED.
           IF WS-FEED-SEQUENCIA IS EQUAL TO SPACES THEN
              DISPLAY '*** FEED SEM CABECALHO DE SEQUENCIA ***'
              CLOSE ARQ-FEED
              MOVE 'FEED SEM CABECALHO' TO WS-SUM-CONTADORES
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           DISPLAY 'FEED DO DIA.................: ' WS-FEED-DATA
              ' SEQUENCIA ' WS-FEED-SEQUENCIA.
           PERFORM 0004-VERIFICAR-DISTRIBUIDO.
           IF WS-JA-DISTRIBUIDO IS EQUAL TO 'S' THEN
              DISPLAY 'FEED JA DISTRIBUIDO - NADA A FAZER'
              CLOSE ARQ-FEED
              MOVE SPACES TO WS-SUM-CONTADORES
              STRING 'FEED ' DELIMITED BY SIZE
                     WS-FEED-SEQUENCIA DELIMITED BY SIZE
                     ' JA DISTRIBUIDO' DELIMITED BY SIZE
                INTO WS-SUM-CONTADORES
              END-STRING
              MOVE 0 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0005-CARREGAR-TERRITORIOS.
           PERFORM 0018-CARREGAR-NAO-CONTATO.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** BASE INDISPONIVEL (STATUS '
                 ST-ARQUIVO-EMP ') ***'
              CLOSE ARQ-FEED
              MOVE 'BASE INDISPONIVEL' TO WS-SUM-CONTADORES
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           SORT SORT-LEADS
               ON ASCENDING KEY SDL-GERENTE SDL-TERRITORIO SDL-CNPJ
               INPUT PROCEDURE IS 0009-SELECIONAR-LEADS
               OUTPUT PROCEDURE IS 0014-GRAVAR-LISTAS.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-FEED.
           PERFORM 0016-GERAR-LISTAS-VAZIAS.
           DISPLAY 'EVENTOS NO FEED.............: ' WS-TOTAL-EVENTOS.
           DISPLAY 'ABERTURAS...................: ' WS-TOTAL-ABERTURAS.
           DISPLAY 'CNPJ FORA DA BASE...........: '
              WS-TOTAL-NAO-LOCALIZADOS.
           DISPLAY 'LEADS EM TERRITORIO.........: '
              WS-TOTAL-ENQUADRADOS.
           DISPLAY 'LEADS NA FILA GERAL.........: ' WS-TOTAL-FILA-GERAL.
           DISPLAY 'RETIRADOS POR OPT-OUT.......: '
              WS-TOTAL-RETIRADOS-OPTOUT.
           DISPLAY 'LISTAS GERADAS..............: ' WS-TOTAL-LISTAS.
           IF WS-CADASTRO-LIDO IS NOT EQUAL TO 'S' OR
              WS-TOTAL-ITENS-INVALIDOS IS GREATER THAN ZERO OR
              WS-TOTAL-TER-REJEITADOS IS GREATER THAN ZERO OR
              WS-TOTAL-NAO-LOCALIZADOS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'ABERTURAS=' DELIMITED BY SIZE
                  WS-TOTAL-ABERTURAS DELIMITED BY SIZE
                  ' TERRITORIO=' DELIMITED BY SIZE
                  WS-TOTAL-ENQUADRADOS DELIMITED BY SIZE
                  ' FILA-GERAL=' DELIMITED BY SIZE
                  WS-TOTAL-FILA-GERAL DELIMITED BY SIZE
                  ' FORA-DA-BASE=' DELIMITED BY SIZE
                  WS-TOTAL-NAO-LOCALIZADOS DELIMITED BY SIZE
                  ' OPT-OUT=' DELIMITED BY SIZE
                  WS-TOTAL-RETIRADOS-OPTOUT DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           DISPLAY 'FIM DA DISTRIBUICAO DE LEADS.'.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'LEADS-ASSINANTE' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR IS NOT EQUAL TO SPACES THEN
              MOVE WS-PARAM-VALOR TO WS-ASSINANTE
           END-IF.
           MOVE SPACES TO WS-CAM-FEED-COMERCIAL.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'feed-' DELIMITED BY SIZE
                  WS-ASSINANTE DELIMITED BY '  '
                  '.dat' DELIMITED BY SIZE
             INTO WS-CAM-FEED-COMERCIAL
           END-STRING.

       0003-LER-CABECALHO-FEED.
      *    CABECALHO DO FEED: SEQUENCIA=NNNNNNNN;DATA=AAAAMMDD.
           MOVE SPACES TO WS-FEED-SEQUENCIA.
           MOVE SPACES TO WS-FEED-DATA.
           READ ARQ-FEED
             AT END CONTINUE
             NOT AT END
                MOVE SPACES TO WS-CAB-SEQUENCIA
                MOVE SPACES TO WS-CAB-DATA
                UNSTRING REG-FEED DELIMITED BY ';'
                  INTO WS-CAB-SEQUENCIA
                       WS-CAB-DATA
                END-UNSTRING
                IF WS-CAB-SEQUENCIA(1:10) IS EQUAL TO 'SEQUENCIA='
                THEN
                   MOVE WS-CAB-SEQUENCIA(11:8) TO WS-FEED-SEQUENCIA
                   MOVE WS-CAB-DATA(6:8) TO WS-FEED-DATA
                END-IF
           END-READ.

       0004-VERIFICAR-DISTRIBUIDO.
           MOVE 'N' TO WS-JA-DISTRIBUIDO.
           OPEN INPUT ARQ-DISTRIBUIDOS.
           IF ST-ARQUIVO-DIS IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-DISTRIBUIDOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-DIS-DATA
                     MOVE SPACES TO WS-DIS-SEQUENCIA
                     UNSTRING REG-DISTRIBUIDO DELIMITED BY ';'
                       INTO WS-DIS-DATA
                            WS-DIS-SEQUENCIA
                     END-UNSTRING
                     IF WS-DIS-SEQUENCIA IS EQUAL TO
                        WS-FEED-SEQUENCIA AND
                        WS-DIS-DATA IS EQUAL TO WS-FEED-DATA THEN
                        MOVE 'S' TO WS-JA-DISTRIBUIDO
                        MOVE 'Y' TO WS-EOF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-DISTRIBUIDOS
           END-IF.

       0005-CARREGAR-TERRITORIOS.
           MOVE ZERO TO WS-QTD-TERRITORIOS.
           MOVE 'N' TO WS-CADASTRO-LIDO.
           OPEN INPUT ARQ-TERRITORIOS.
           IF ST-ARQUIVO-TER IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-CADASTRO-LIDO
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-TERRITORIOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-TERRITORIO IS NOT EQUAL TO SPACES AND
                        REG-TERRITORIO(1:1) IS NOT EQUAL TO '*' THEN
                        PERFORM 0006-INCLUIR-TERRITORIO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-TERRITORIOS
           ELSE
              DISPLAY '*** CADASTRO DE TERRITORIOS AUSENTE - TODOS '
                 'OS LEADS VAO PARA A FILA GERAL ***'
           END-IF.
           DISPLAY 'TERRITORIOS CADASTRADOS.....: ' WS-QTD-TERRITORIOS.
           IF WS-TOTAL-TER-REJEITADOS IS GREATER THAN ZERO THEN
              DISPLAY 'TERRITORIOS REJEITADOS......: '
                 WS-TOTAL-TER-REJEITADOS
           END-IF.
           IF WS-TOTAL-ITENS-INVALIDOS IS GREATER THAN ZERO THEN
              DISPLAY 'ITENS DE LISTA INVALIDOS....: '
                 WS-TOTAL-ITENS-INVALIDOS
           END-IF.

       0006-INCLUIR-TERRITORIO.
           MOVE SPACES TO WS-LIN-CODIGO WS-LIN-NOME WS-LIN-GERENTE
                          WS-LIN-CEPS WS-LIN-MUNICIPIOS WS-LIN-CNAES
                          WS-LIN-PORTES WS-LIN-NATUREZAS.
           UNSTRING REG-TERRITORIO DELIMITED BY ';'
             INTO WS-LIN-CODIGO
                  WS-LIN-NOME
                  WS-LIN-GERENTE
                  WS-LIN-CEPS
                  WS-LIN-MUNICIPIOS
                  WS-LIN-CNAES
                  WS-LIN-PORTES
                  WS-LIN-NATUREZAS
           END-UNSTRING.
           IF WS-LIN-CODIGO IS EQUAL TO SPACES OR
              WS-LIN-GERENTE IS EQUAL TO SPACES OR
              WS-QTD-TERRITORIOS IS NOT LESS THAN 100 THEN
              ADD 1 TO WS-TOTAL-TER-REJEITADOS
              DISPLAY '*** TERRITORIO REJEITADO (SEM CODIGO/GERENTE '
                 'OU CADASTRO CHEIO): ' WS-LIN-CODIGO
           ELSE
              MOVE WS-TOTAL-ITENS-INVALIDOS TO WS-INVALIDOS-ANTES
              ADD 1 TO WS-QTD-TERRITORIOS
              MOVE WS-QTD-TERRITORIOS TO WS-IDX-TER
              INITIALIZE WS-TER-OCR(WS-IDX-TER)
              MOVE FUNCTION TRIM(WS-LIN-CODIGO) TO
                WS-TER-CODIGO(WS-IDX-TER)
              MOVE WS-LIN-NOME TO WS-TER-NOME(WS-IDX-TER)
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIN-GERENTE))
                TO WS-TER-GERENTE(WS-IDX-TER)
              MOVE 'N' TO WS-TER-ARQ-GERADO(WS-IDX-TER)
              MOVE WS-LIN-CEPS TO WS-LISTA
              PERFORM 0007-SEPARAR-LISTA
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN WS-QTD-ITENS
                PERFORM 0008-INCLUIR-FAIXA-CEP
              END-PERFORM
              MOVE WS-LIN-MUNICIPIOS TO WS-LISTA
              PERFORM 0007-SEPARAR-LISTA
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN WS-QTD-ITENS
                IF WS-ITEM(WS-IDX-ITEM)(3:4) IS NUMERIC AND
                   WS-ITEM(WS-IDX-ITEM)(7:1) IS EQUAL TO SPACE AND
                   WS-TER-QTD-MUN(WS-IDX-TER) IS LESS THAN 30 THEN
                   ADD 1 TO WS-TER-QTD-MUN(WS-IDX-TER)
                   MOVE FUNCTION UPPER-CASE(WS-ITEM(WS-IDX-ITEM))
                     TO WS-TER-MUN(WS-IDX-TER,
                                   WS-TER-QTD-MUN(WS-IDX-TER))
                ELSE
                   ADD 1 TO WS-TOTAL-ITENS-INVALIDOS
                   DISPLAY '*** MUNICIPIO INVALIDO NO TERRITORIO '
                      WS-TER-CODIGO(WS-IDX-TER) ': '
                      WS-ITEM(WS-IDX-ITEM)
                END-IF
              END-PERFORM
              MOVE WS-LIN-CNAES TO WS-LISTA
              PERFORM 0007-SEPARAR-LISTA
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN WS-QTD-ITENS
                MOVE 17 TO WS-ITEM-TAM
                PERFORM UNTIL WS-ITEM-TAM IS EQUAL TO ZERO OR
                   WS-ITEM(WS-IDX-ITEM)(WS-ITEM-TAM:1) IS NOT
                   EQUAL TO SPACE
                  SUBTRACT 1 FROM WS-ITEM-TAM
                END-PERFORM
                IF WS-ITEM-TAM IS NOT LESS THAN 2 AND
                   WS-ITEM-TAM IS NOT GREATER THAN 7 AND
                   WS-ITEM(WS-IDX-ITEM)(1:WS-ITEM-TAM) IS NUMERIC
                   AND WS-TER-QTD-CNAE(WS-IDX-TER) IS LESS THAN 20
                THEN
                   ADD 1 TO WS-TER-QTD-CNAE(WS-IDX-TER)
                   MOVE WS-ITEM(WS-IDX-ITEM) TO
                     WS-TER-CNAE(WS-IDX-TER,
                                 WS-TER-QTD-CNAE(WS-IDX-TER))
                   MOVE WS-ITEM-TAM TO
                     WS-TER-CNAE-TAM(WS-IDX-TER,
                                     WS-TER-QTD-CNAE(WS-IDX-TER))
                ELSE
                   ADD 1 TO WS-TOTAL-ITENS-INVALIDOS
                   DISPLAY '*** CNAE INVALIDO NO TERRITORIO '
                      WS-TER-CODIGO(WS-IDX-TER) ': '
                      WS-ITEM(WS-IDX-ITEM)
                END-IF
              END-PERFORM
              MOVE WS-LIN-PORTES TO WS-LISTA
              PERFORM 0007-SEPARAR-LISTA
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN WS-QTD-ITENS
                IF WS-ITEM(WS-IDX-ITEM)(1:2) IS NUMERIC AND
                   WS-ITEM(WS-IDX-ITEM)(3:1) IS EQUAL TO SPACE AND
                   WS-TER-QTD-PORTE(WS-IDX-TER) IS LESS THAN 5 THEN
                   ADD 1 TO WS-TER-QTD-PORTE(WS-IDX-TER)
                   MOVE WS-ITEM(WS-IDX-ITEM) TO
                     WS-TER-PORTE(WS-IDX-TER,
                                  WS-TER-QTD-PORTE(WS-IDX-TER))
                ELSE
                   ADD 1 TO WS-TOTAL-ITENS-INVALIDOS
                   DISPLAY '*** PORTE INVALIDO NO TERRITORIO '
                      WS-TER-CODIGO(WS-IDX-TER) ': '
                      WS-ITEM(WS-IDX-ITEM)
                END-IF
              END-PERFORM
              MOVE WS-LIN-NATUREZAS TO WS-LISTA
              PERFORM 0007-SEPARAR-LISTA
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN WS-QTD-ITENS
                IF WS-ITEM(WS-IDX-ITEM)(1:4) IS NUMERIC AND
                   WS-ITEM(WS-IDX-ITEM)(5:1) IS EQUAL TO SPACE AND
                   WS-TER-QTD-NAT(WS-IDX-TER) IS LESS THAN 20 THEN
                   ADD 1 TO WS-TER-QTD-NAT(WS-IDX-TER)
                   MOVE WS-ITEM(WS-IDX-ITEM) TO
                     WS-TER-NAT(WS-IDX-TER,
                                WS-TER-QTD-NAT(WS-IDX-TER))
                ELSE
                   ADD 1 TO WS-TOTAL-ITENS-INVALIDOS
                   DISPLAY '*** NATUREZA INVALIDA NO TERRITORIO '
                      WS-TER-CODIGO(WS-IDX-TER) ': '
                      WS-ITEM(WS-IDX-ITEM)
                END-IF
              END-PERFORM
      *       TERRITORIO COM ITEM INVALIDO FICA DE FORA: SEM O ITEM A
      *       LISTA PODERIA FICAR VAZIA E O TERRITORIO COBRIR TUDO.
              IF WS-TOTAL-ITENS-INVALIDOS IS GREATER THAN
                 WS-INVALIDOS-ANTES THEN
                 ADD 1 TO WS-TOTAL-TER-REJEITADOS
                 DISPLAY '*** TERRITORIO REJEITADO (ITEM INVALIDO): '
                    WS-TER-CODIGO(WS-IDX-TER)
                 SUBTRACT 1 FROM WS-QTD-TERRITORIOS
              END-IF
           END-IF.

       0007-SEPARAR-LISTA.
      *    QUEBRA WS-LISTA NAS VIRGULAS, SEM OS BRANCOS EM VOLTA DE
      *    CADA ITEM.
           MOVE ZERO TO WS-QTD-ITENS.
           MOVE SPACES TO WS-TAB-ITENS.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM UNTIL WS-PONTEIRO IS GREATER THAN 250 OR
                         WS-QTD-ITENS IS NOT LESS THAN 40
             MOVE SPACES TO WS-ITEM-LIDO
             UNSTRING WS-LISTA DELIMITED BY ','
               INTO WS-ITEM-LIDO
               WITH POINTER WS-PONTEIRO
             END-UNSTRING
             IF WS-ITEM-LIDO IS NOT EQUAL TO SPACES THEN
                ADD 1 TO WS-QTD-ITENS
                MOVE FUNCTION TRIM(WS-ITEM-LIDO) TO
                  WS-ITEM(WS-QTD-ITENS)
             END-IF
           END-PERFORM.

       0008-INCLUIR-FAIXA-CEP.
           MOVE SPACES TO WS-CEP-INI-TXT.
           MOVE SPACES TO WS-CEP-FIM-TXT.
           UNSTRING WS-ITEM(WS-IDX-ITEM) DELIMITED BY '-'
             INTO WS-CEP-INI-TXT
                  WS-CEP-FIM-TXT
           END-UNSTRING.
           IF WS-CEP-FIM-TXT IS EQUAL TO SPACES THEN
              MOVE WS-CEP-INI-TXT TO WS-CEP-FIM-TXT
           END-IF.
           IF WS-CEP-INI-TXT(1:8) IS NUMERIC AND
              WS-CEP-INI-TXT(9:2) IS EQUAL TO SPACES AND
              WS-CEP-FIM-TXT(1:8) IS NUMERIC AND
              WS-CEP-FIM-TXT(9:2) IS EQUAL TO SPACES AND
              WS-CEP-INI-TXT(1:8) IS NOT GREATER THAN
              WS-CEP-FIM-TXT(1:8) AND
              WS-TER-QTD-CEP(WS-IDX-TER) IS LESS THAN 10 THEN
              ADD 1 TO WS-TER-QTD-CEP(WS-IDX-TER)
              MOVE WS-CEP-INI-TXT(1:8) TO
                WS-TER-CEP-INI(WS-IDX-TER, WS-TER-QTD-CEP(WS-IDX-TER))
              MOVE WS-CEP-FIM-TXT(1:8) TO
                WS-TER-CEP-FIM(WS-IDX-TER, WS-TER-QTD-CEP(WS-IDX-TER))
           ELSE
              ADD 1 TO WS-TOTAL-ITENS-INVALIDOS
              DISPLAY '*** FAIXA DE CEP INVALIDA NO TERRITORIO '
                 WS-TER-CODIGO(WS-IDX-TER) ': ' WS-ITEM(WS-IDX-ITEM)
           END-IF.

       0009-SELECIONAR-LEADS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-FEED
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF REG-FEED IS NOT EQUAL TO SPACES THEN
                     ADD 1 TO WS-TOTAL-EVENTOS
                     MOVE SPACES TO WS-EVE-TIPO
                     MOVE SPACES TO WS-EVE-CNPJ
                     UNSTRING REG-FEED DELIMITED BY ';'
                       INTO WS-EVE-TIPO
                            WS-EVE-CNPJ
                     END-UNSTRING
                     IF WS-EVE-TIPO IS EQUAL TO 'ABERTURA' THEN
                        ADD 1 TO WS-TOTAL-ABERTURAS
                        PERFORM 0010-PREPARAR-LEAD
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0010-PREPARAR-LEAD.
           MOVE WS-EVE-CNPJ TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             KEY IS FRE-CNPJ
             INVALID KEY
                ADD 1 TO WS-TOTAL-NAO-LOCALIZADOS
                DISPLAY 'CNPJ DO FEED FORA DA BASE: ' WS-EVE-CNPJ
             NOT INVALID KEY
                PERFORM 0011-LOCALIZAR-TERRITORIO
                IF WS-IDX-TER-ACHADO IS GREATER THAN ZERO THEN
                   ADD 1 TO WS-TOTAL-ENQUADRADOS
                   MOVE WS-TER-GERENTE(WS-IDX-TER-ACHADO) TO
                     SDL-GERENTE
                   MOVE WS-TER-CODIGO(WS-IDX-TER-ACHADO) TO
                     SDL-TERRITORIO
                ELSE
                   ADD 1 TO WS-TOTAL-FILA-GERAL
                   MOVE WS-GERENTE-FILA-GERAL TO SDL-GERENTE
                   MOVE WS-TERRITORIO-FILA-GERAL TO SDL-TERRITORIO
                END-IF
                MOVE FRE-CNPJ TO SDL-CNPJ
                PERFORM 0019-VERIFICAR-NAO-CONTATO
                IF WS-OPTOUT-EMAIL IS EQUAL TO 'S' OR
                   WS-OPTOUT-TELEFONE IS EQUAL TO 'S' THEN
                   ADD 1 TO WS-TOTAL-RETIRADOS-OPTOUT
                   MOVE 'S' TO SDL-OPTOUT
                ELSE
                   MOVE 'N' TO SDL-OPTOUT
                END-IF
                PERFORM 0013-MONTAR-LINHA-LEAD
                RELEASE SD-REG-LEAD
           END-READ.

       0011-LOCALIZAR-TERRITORIO.
      *    VALE O PRIMEIRO TERRITORIO DO CADASTRO QUE CASAR.
           MOVE ZERO TO WS-IDX-TER-ACHADO.
           MOVE FRE-CNAE-FISCAL TO WS-CNAE-TEXTO.
           MOVE FRE-COD-NAT-JURIDICA TO WS-NAT-TEXTO.
           MOVE FRE-UF TO WS-MUN-UF.
           MOVE FRE-COD-MUNICIPIO TO WS-MUN-COD.
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
             UNTIL WS-IDX-TER IS GREATER THAN WS-QTD-TERRITORIOS OR
                   WS-IDX-TER-ACHADO IS GREATER THAN ZERO
             PERFORM 0012-CONFERIR-TERRITORIO
             IF WS-CONFERE IS EQUAL TO 'S' THEN
                MOVE WS-IDX-TER TO WS-IDX-TER-ACHADO
             END-IF
           END-PERFORM.

       0012-CONFERIR-TERRITORIO.
      *    AREA: FAIXA DE CEP OU MUNICIPIO (SEM NENHUM, O PAIS).
           IF WS-TER-QTD-CEP(WS-IDX-TER) IS EQUAL TO ZERO AND
              WS-TER-QTD-MUN(WS-IDX-TER) IS EQUAL TO ZERO THEN
              MOVE 'S' TO WS-AREA-OK
           ELSE
              MOVE 'N' TO WS-AREA-OK
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN
                      WS-TER-QTD-CEP(WS-IDX-TER) OR
                      WS-AREA-OK IS EQUAL TO 'S'
                IF FRE-CEP IS NOT LESS THAN
                   WS-TER-CEP-INI(WS-IDX-TER, WS-IDX-ITEM) AND
                   FRE-CEP IS NOT GREATER THAN
                   WS-TER-CEP-FIM(WS-IDX-TER, WS-IDX-ITEM) THEN
                   MOVE 'S' TO WS-AREA-OK
                END-IF
              END-PERFORM
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN
                      WS-TER-QTD-MUN(WS-IDX-TER) OR
                      WS-AREA-OK IS EQUAL TO 'S'
                IF WS-TER-MUN(WS-IDX-TER, WS-IDX-ITEM) IS EQUAL TO
                   WS-MUN-TEXTO THEN
                   MOVE 'S' TO WS-AREA-OK
                END-IF
              END-PERFORM
           END-IF.
      *    PERFIL: CNAE POR PREFIXO, PORTE E NATUREZA EXATOS.
           IF WS-TER-QTD-CNAE(WS-IDX-TER) IS EQUAL TO ZERO THEN
              MOVE 'S' TO WS-CNAE-OK
           ELSE
              MOVE 'N' TO WS-CNAE-OK
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN
                      WS-TER-QTD-CNAE(WS-IDX-TER) OR
                      WS-CNAE-OK IS EQUAL TO 'S'
                MOVE WS-TER-CNAE-TAM(WS-IDX-TER, WS-IDX-ITEM) TO
                  WS-ITEM-TAM
                IF WS-CNAE-TEXTO-X(1:WS-ITEM-TAM) IS EQUAL TO
                   WS-TER-CNAE(WS-IDX-TER, WS-IDX-ITEM)
                     (1:WS-ITEM-TAM) THEN
                   MOVE 'S' TO WS-CNAE-OK
                END-IF
              END-PERFORM
           END-IF.
           IF WS-TER-QTD-PORTE(WS-IDX-TER) IS EQUAL TO ZERO THEN
              MOVE 'S' TO WS-PORTE-OK
           ELSE
              MOVE 'N' TO WS-PORTE-OK
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN
                      WS-TER-QTD-PORTE(WS-IDX-TER) OR
                      WS-PORTE-OK IS EQUAL TO 'S'
                IF WS-TER-PORTE(WS-IDX-TER, WS-IDX-ITEM) IS EQUAL TO
                   FRE-PORTE-EMPRESA THEN
                   MOVE 'S' TO WS-PORTE-OK
                END-IF
              END-PERFORM
           END-IF.
           IF WS-TER-QTD-NAT(WS-IDX-TER) IS EQUAL TO ZERO THEN
              MOVE 'S' TO WS-NAT-OK
           ELSE
              MOVE 'N' TO WS-NAT-OK
              PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                UNTIL WS-IDX-ITEM IS GREATER THAN
                      WS-TER-QTD-NAT(WS-IDX-TER) OR
                      WS-NAT-OK IS EQUAL TO 'S'
                IF WS-TER-NAT(WS-IDX-TER, WS-IDX-ITEM) IS EQUAL TO
                   WS-NAT-TEXTO-X THEN
                   MOVE 'S' TO WS-NAT-OK
                END-IF
              END-PERFORM
           END-IF.
           IF WS-AREA-OK IS EQUAL TO 'S' AND
              WS-CNAE-OK IS EQUAL TO 'S' AND
              WS-PORTE-OK IS EQUAL TO 'S' AND
              WS-NAT-OK IS EQUAL TO 'S' THEN
              MOVE 'S' TO WS-CONFERE
           ELSE
              MOVE 'N' TO WS-CONFERE
           END-IF.

       0013-MONTAR-LINHA-LEAD.
      *    LINHA DO LEAD: TERRITORIO;CNPJ;RAZAO SOCIAL;NOME FANTASIA;
      *    CNAE;PORTE;NATUREZA;ENDERECO;BAIRRO;MUNICIPIO;UF;CEP;
      *    TELEFONE 1;TELEFONE 2;E-MAIL;INICIO DE ATIVIDADE.
           MOVE SPACES TO SDL-LINHA.
           STRING SDL-TERRITORIO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  FRE-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-RAZAO-SOCIAL) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-NOME-FANTASIA) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CNAE-TEXTO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-PORTE-EMPRESA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-NAT-TEXTO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-TIPO-LOGRADOURO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-LOGRADOURO) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-NUMERO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-COMPLEMENTO) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-BAIRRO) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-MUNICIPIO) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-CEP DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-DDD-1) DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-TELEFONE-1) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-DDD-2) DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-TELEFONE-2) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(FRE-CORREIO-ELETRONICO)
                    DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-DATA-INICIO-ATIVIDADE DELIMITED BY SIZE
             INTO SDL-LINHA
           END-STRING.

       0014-GRAVAR-LISTAS.
      *    UMA LISTA POR GERENTE (QUEBRA NO SORT) E O REGISTRO DE
      *    CADA LEAD ENTREGUE PARA O RELATORIO MENSAL.
           MOVE 'N' TO WS-LISTA-ABERTA.
           MOVE SPACES TO WS-GERENTE-ATUAL.
           OPEN EXTEND ARQ-DISTRIBUIDOS.
           IF ST-ARQUIVO-DIS IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-DISTRIBUIDOS
           END-IF.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-LEADS
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF SDL-GERENTE IS NOT EQUAL TO WS-GERENTE-ATUAL OR
                     WS-LISTA-ABERTA IS NOT EQUAL TO 'S' THEN
                     IF WS-LISTA-ABERTA IS EQUAL TO 'S' THEN
                        PERFORM 0017-FECHAR-LISTA-GERENTE
                     END-IF
                     MOVE SDL-GERENTE TO WS-GERENTE-ATUAL
                     PERFORM 0015-ABRIR-LISTA-GERENTE
                  END-IF
                  IF SDL-OPTOUT IS EQUAL TO 'S' THEN
                     ADD 1 TO WS-LISTA-OPTOUT
                  ELSE
                     ADD 1 TO WS-LISTA-LEADS
                     MOVE SDL-LINHA TO REG-LEAD
                     WRITE REG-LEAD
                     MOVE SPACES TO REG-DISTRIBUIDO
                     STRING WS-FEED-DATA DELIMITED BY SIZE
                            ';' DELIMITED BY SIZE
                            WS-FEED-SEQUENCIA DELIMITED BY SIZE
                            ';' DELIMITED BY SIZE
                            SDL-TERRITORIO DELIMITED BY SPACE
                            ';' DELIMITED BY SIZE
                            SDL-GERENTE DELIMITED BY SPACE
                            ';' DELIMITED BY SIZE
                            SDL-CNPJ DELIMITED BY SIZE
                       INTO REG-DISTRIBUIDO
                     END-STRING
                     WRITE REG-DISTRIBUIDO
                  END-IF
             END-RETURN
           END-PERFORM.
           IF WS-LISTA-ABERTA IS EQUAL TO 'S' THEN
              PERFORM 0017-FECHAR-LISTA-GERENTE
           END-IF.
           CLOSE ARQ-DISTRIBUIDOS.

       0015-ABRIR-LISTA-GERENTE.
           MOVE SPACES TO WS-NOME-ARQ-LEADS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'leads-' DELIMITED BY SIZE
                  WS-GERENTE-ATUAL DELIMITED BY SPACE
                  '.dat' DELIMITED BY SIZE
             INTO WS-NOME-ARQ-LEADS
           END-STRING.
           OPEN OUTPUT ARQ-LEADS.
           MOVE 'S' TO WS-LISTA-ABERTA.
           ADD 1 TO WS-TOTAL-LISTAS.
           MOVE ZERO TO WS-LISTA-LEADS.
           MOVE ZERO TO WS-LISTA-OPTOUT.
           MOVE SPACES TO REG-LEAD.
           STRING 'SEQUENCIA=' DELIMITED BY SIZE
                  WS-FEED-SEQUENCIA DELIMITED BY SIZE
                  ';DATA=' DELIMITED BY SIZE
                  WS-FEED-DATA DELIMITED BY SIZE
                  ';GERENTE=' DELIMITED BY SIZE
                  WS-GERENTE-ATUAL DELIMITED BY SPACE
             INTO REG-LEAD
           END-STRING.
           WRITE REG-LEAD.
           MOVE SPACES TO REG-LEAD.
           STRING 'TERRITORIO;CNPJ;RAZAO SOCIAL;NOME FANTASIA;CNAE;'
                    DELIMITED BY SIZE
                  'PORTE;NATUREZA;ENDERECO;BAIRRO;MUNICIPIO;UF;CEP;'
                    DELIMITED BY SIZE
                  'TELEFONE 1;TELEFONE 2;E-MAIL;INICIO ATIVIDADE'
                    DELIMITED BY SIZE
             INTO REG-LEAD
           END-STRING.
           WRITE REG-LEAD.
           PERFORM VARYING WS-IDX-TER-GER FROM 1 BY 1
             UNTIL WS-IDX-TER-GER IS GREATER THAN WS-QTD-TERRITORIOS
             IF WS-TER-GERENTE(WS-IDX-TER-GER) IS EQUAL TO
                WS-GERENTE-ATUAL THEN
                MOVE 'S' TO WS-TER-ARQ-GERADO(WS-IDX-TER-GER)
             END-IF
           END-PERFORM.

       0016-GERAR-LISTAS-VAZIAS.
      *    GERENTE SEM LEAD NO DIA TAMBEM RECEBE A LISTA (SO COM O
      *    CABECALHO), PARA NAO TRABALHAR SOBRE A LISTA DA VESPERA.
      *    O MESMO VALE PARA A FILA GERAL.
           IF WS-TOTAL-FILA-GERAL IS EQUAL TO ZERO THEN
              MOVE WS-GERENTE-FILA-GERAL TO WS-GERENTE-ATUAL
              PERFORM 0015-ABRIR-LISTA-GERENTE
              PERFORM 0017-FECHAR-LISTA-GERENTE
           END-IF.
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
             UNTIL WS-IDX-TER IS GREATER THAN WS-QTD-TERRITORIOS
             IF WS-TER-ARQ-GERADO(WS-IDX-TER) IS NOT EQUAL TO 'S'
             THEN
                MOVE WS-TER-GERENTE(WS-IDX-TER) TO WS-GERENTE-ATUAL
                PERFORM 0015-ABRIR-LISTA-GERENTE
                PERFORM 0017-FECHAR-LISTA-GERENTE
             END-IF
           END-PERFORM.
           MOVE 'N' TO WS-LISTA-ABERTA.

       0017-FECHAR-LISTA-GERENTE.
      *    ULTIMA LINHA DA LISTA: LEADS ENTREGUES E RETIRADOS PELA
      *    LISTA DE NAO CONTATO.
           MOVE SPACES TO REG-LEAD.
           STRING 'TOTAIS;LEADS=' DELIMITED BY SIZE
                  WS-LISTA-LEADS DELIMITED BY SIZE
                  ';RETIRADOS-OPTOUT=' DELIMITED BY SIZE
                  WS-LISTA-OPTOUT DELIMITED BY SIZE
             INTO REG-LEAD
           END-STRING.
           WRITE REG-LEAD.
           CLOSE ARQ-LEADS.

       0018-CARREGAR-NAO-CONTATO.
      *    LISTA DE NAO CONTATO (OPT-OUT): SO ENTRAM OS PEDIDOS JA
      *    VIGENTES E AINDA DENTRO DA VALIDADE NA DATA DE HOJE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-QTD-NAO-CONTATO.
           OPEN INPUT ARQ-NAO-CONTATO.
           IF ST-ARQUIVO-NCT IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-NAO-CONTATO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-NAO-CONTATO IS LESS THAN 2000 AND
                        NCT-DATA-PEDIDO IS NOT GREATER THAN
                          WS-DATA-HOJE AND
                        NCT-VALIDADE IS NOT LESS THAN WS-DATA-HOJE
                     THEN
                        ADD 1 TO WS-QTD-NAO-CONTATO
                        MOVE NCT-CHAVE TO
                          WS-NCT-CHAVE(WS-QTD-NAO-CONTATO)
                        MOVE NCT-TIPO-CHAVE TO
                          WS-NCT-TIPO-CHAVE(WS-QTD-NAO-CONTATO)
                        MOVE NCT-CANAL TO
                          WS-NCT-CANAL(WS-QTD-NAO-CONTATO)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-NAO-CONTATO
              DISPLAY 'PEDIDOS VIGENTES NA LISTA DE NAO CONTATO: '
                 WS-QTD-NAO-CONTATO
           END-IF.

       0019-VERIFICAR-NAO-CONTATO.
      *    O PEDIDO POR RAIZ VALE PARA TODOS OS ESTABELECIMENTOS; O
      *    CANAL A (TODOS) BLOQUEIA E-MAIL, TELEFONE E POSTAL.
           MOVE 'N' TO WS-OPTOUT-EMAIL.
           MOVE 'N' TO WS-OPTOUT-TELEFONE.
           MOVE 'N' TO WS-OPTOUT-POSTAL.
           PERFORM VARYING WS-IDX-NCT FROM 1 BY 1
             UNTIL WS-IDX-NCT IS GREATER THAN WS-QTD-NAO-CONTATO
             IF (WS-NCT-TIPO-CHAVE(WS-IDX-NCT) IS EQUAL TO 'R' AND
                 WS-NCT-CHAVE(WS-IDX-NCT)(1:8) IS EQUAL TO
                   FRE-CNPJ(1:8)) OR
                (WS-NCT-TIPO-CHAVE(WS-IDX-NCT) IS NOT EQUAL TO 'R'
                 AND WS-NCT-CHAVE(WS-IDX-NCT) IS EQUAL TO FRE-CNPJ)
             THEN
                EVALUATE WS-NCT-CANAL(WS-IDX-NCT)
                  WHEN 'E'
                     MOVE 'S' TO WS-OPTOUT-EMAIL
                  WHEN 'T'
                     MOVE 'S' TO WS-OPTOUT-TELEFONE
                  WHEN 'P'
                     MOVE 'S' TO WS-OPTOUT-POSTAL
                  WHEN OTHER
                     MOVE 'S' TO WS-OPTOUT-EMAIL
                     MOVE 'S' TO WS-OPTOUT-TELEFONE
                     MOVE 'S' TO WS-OPTOUT-POSTAL
                END-EVALUATE
             END-IF
           END-PERFORM.

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
           MOVE SPACES TO WS-CAM-LEADS-DISTRIBUIDOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'leads-distribuidos.dat' DELIMITED BY SIZE
             INTO WS-CAM-LEADS-DISTRIBUIDOS
           END-STRING.
           MOVE SPACES TO WS-CAM-LEADS-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'leads-comerciais.srt' DELIMITED BY SIZE
             INTO WS-CAM-LEADS-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.
           MOVE SPACES TO WS-CAM-TERRITORIOS-COMERCIAIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'territorios-comerciais.dat' DELIMITED BY SIZE
             INTO WS-CAM-TERRITORIOS-COMERCIAIS
           END-STRING.
           MOVE SPACES TO WS-CAM-NAO-CONTATO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'nao-contato.dat' DELIMITED BY SIZE
             INTO WS-CAM-NAO-CONTATO
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

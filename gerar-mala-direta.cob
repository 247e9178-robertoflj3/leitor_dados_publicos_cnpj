      * ENDERECO COMPLETO (LOGRADOURO, NUMERO, CEP E MUNICIPIO        *
      * PREENCHIDOS) E COMPOE AS LINHAS DE ENDERECAMENTO. EMITE OS    *
      * TOTALIZADORES POR FAIXA DE CEP (PRIMEIRO DIGITO = REGIAO      *
      * POSTAL) EM ARQUIVO PROPRIO. EMPRESAS COM PEDIDO VIGENTE NA    *
      * LISTA DE NAO CONTATO (NAO-CONTATO.DAT) PARA O CANAL POSTAL OU *
      * PARA TODOS OS CANAIS SAO RETIRADAS, E A QUANTIDADE SAI NOS    *
      * TOTALIZADORES. EMPRESAS CUJO ENDERECO ATUAL FOI DEVOLVIDO     *
      * PELOS CORREIOS (ENDERECOS-NAO-ENTREGAVEIS.DAT, GRAVADO PELO   *
      * IMPORTAR-DEVOLUCOES-CORREIOS) TAMBEM SAO RETIRADAS ATE O      *
      * ENDERECO MUDAR NUMA CARGA. O ULTIMO CAMPO DE CADA LINHA E O   *
      * CNPJ, IDENTIFICACAO DO OBJETO QUE VOLTA NO RETORNO.           *
      ****************************************************************

       ENVIRONMENT DIVISION.
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-TOT.

           SELECT ARQ-NAO-CONTATO ASSIGN TO WS-CAM-NAO-CONTATO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-NCT.

           SELECT ARQ-NAO-ENTREGAVEIS ASSIGN TO
                   WS-CAM-END-NAO-ENTREGAVEIS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NEN-CNPJ
                   STATUS ST-ARQUIVO-NEN.

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

       FD ARQ-POSTAGEM.
       01 REG-POSTAGEM                PIC X(300).

       FD ARQ-TOTAIS.
       01 REG-TOTAIS                  PIC X(080).

       FD ARQ-NAO-CONTATO.
       COPY "FD-REG-NAO-CONTATO.cpy".

       FD ARQ-NAO-ENTREGAVEIS.
       COPY "FD-REG-END-NAO-ENTREGAVEL.cpy".

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
       01 WS-CAM-ARQUIVO-POSTAGEM        PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-TOTAIS-POSTAGEM         PIC X(060) VALUE SPACES.
       01 WS-CAM-NAO-CONTATO             PIC X(060) VALUE SPACES.
       01 WS-CAM-END-NAO-ENTREGAVEIS     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-POS              PIC XX.
          05 WS-REGIAO-QTD OCCURS 10 TIMES PIC 9(007).
       01 WS-TOTAL-POSTAGEM           PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-SEM-ENDERECO       PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-RETIRADOS-OPTOUT   PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-NAO-ENTREGAVEIS    PIC 9(007) VALUE ZERO.
       01 ST-ARQUIVO-NEN              PIC XX.
       01 WS-END-NAO-ENTREGAVEL       PIC X VALUE 'N'.

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

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'GERACAO DO ARQUIVO DE POSTAGEM PARA MALA DIRETA'.
           PERFORM 0006-CARREGAR-NAO-CONTATO.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN OUTPUT ARQ-POSTAGEM.
           OPEN INPUT ARQ-NAO-ENTREGAVEIS.
           PERFORM 0002-VARRER-POR-CEP.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-POSTAGEM.
           IF ST-ARQUIVO-NEN IS EQUAL TO '00' THEN
              CLOSE ARQ-NAO-ENTREGAVEIS
           END-IF.
           PERFORM 0005-EMITIR-TOTAIS.
           DISPLAY 'ENDERECOS NO ARQUIVO DE POSTAGEM: '
              WS-TOTAL-POSTAGEM.
           DISPLAY 'EMPRESAS SEM ENDERECO COMPLETO..: '
              WS-TOTAL-SEM-ENDERECO.
           DISPLAY 'RETIRADOS POR OPT-OUT (POSTAL)..: '
              WS-TOTAL-RETIRADOS-OPTOUT.
           DISPLAY 'RETIRADOS POR END. DEVOLVIDO....: '
              WS-TOTAL-NAO-ENTREGAVEIS.
           DISPLAY 'FIM DA GERACAO DA MALA DIRETA.'.
           GOBACK.

              FRE-UF IS EQUAL TO SPACES THEN
              ADD 1 TO WS-TOTAL-SEM-ENDERECO
           ELSE
              PERFORM 0007-VERIFICAR-NAO-CONTATO
              PERFORM 0008-VERIFICAR-NAO-ENTREGAVEL
              EVALUATE TRUE
                WHEN WS-OPTOUT-POSTAL IS EQUAL TO 'S'
                   ADD 1 TO WS-TOTAL-RETIRADOS-OPTOUT
                WHEN WS-END-NAO-ENTREGAVEL IS EQUAL TO 'S'
                   ADD 1 TO WS-TOTAL-NAO-ENTREGAVEIS
                WHEN OTHER
                   PERFORM 0004-GRAVAR-ENDERECAMENTO
              END-EVALUATE
           END-IF.

       0004-GRAVAR-ENDERECAMENTO.
                  FRE-MUNICIPIO DELIMITED BY '  '
                  '-' DELIMITED BY SIZE
                  FRE-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-CNPJ DELIMITED BY SIZE
             INTO REG-POSTAGEM
           END-STRING.
           WRITE REG-POSTAGEM.

       0005-EMITIR-TOTAIS.
           OPEN OUTPUT ARQ-TOTAIS.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'TOTALIZADORES DE POSTAGEM POR FAIXA DE CEP:'
             TO REG-TOTAIS.
           WRITE REG-TOTAIS.
           END-STRING.
           WRITE REG-TOTAIS.
           MOVE SPACES TO REG-TOTAIS.
           STRING 'RETIRADOS POR OPT-OUT (POSTAL)=' DELIMITED BY SIZE
                  WS-TOTAL-RETIRADOS-OPTOUT DELIMITED BY SIZE
             INTO REG-TOTAIS
           END-STRING.
           WRITE REG-TOTAIS.
           MOVE SPACES TO REG-TOTAIS.
           STRING 'RETIRADOS POR ENDERECO NAO ENTREGAVEL='
                     DELIMITED BY SIZE
                  WS-TOTAL-NAO-ENTREGAVEIS DELIMITED BY SIZE
             INTO REG-TOTAIS
           END-STRING.
           WRITE REG-TOTAIS.
           MOVE SPACES TO REG-TOTAIS.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-TOTAIS
           WRITE REG-TOTAIS.
           CLOSE ARQ-TOTAIS.

       0006-CARREGAR-NAO-CONTATO.
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

       0007-VERIFICAR-NAO-CONTATO.
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

       0008-VERIFICAR-NAO-ENTREGAVEL.
      *    A MARCA SO VALE ENQUANTO A EMPRESA TIVER O MESMO ENDERECO
      *    QUE FOI DEVOLVIDO. SEM O ARQUIVO DE MARCAS NADA E RETIRADO.
           MOVE 'N' TO WS-END-NAO-ENTREGAVEL.
           IF ST-ARQUIVO-NEN IS EQUAL TO '00' THEN
              MOVE FRE-CNPJ TO NEN-CNPJ
              READ ARQ-NAO-ENTREGAVEIS
                KEY IS NEN-CNPJ
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF NEN-CEP IS EQUAL TO FRE-CEP AND
                      NEN-TIPO-LOGRADOURO IS EQUAL TO
                         FRE-TIPO-LOGRADOURO AND
                      NEN-LOGRADOURO IS EQUAL TO FRE-LOGRADOURO AND
                      NEN-NUMERO IS EQUAL TO FRE-NUMERO AND
                      NEN-COMPLEMENTO IS EQUAL TO FRE-COMPLEMENTO THEN
                      MOVE 'S' TO WS-END-NAO-ENTREGAVEL
                   END-IF
              END-READ
           END-IF.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'totais-postagem.txt' DELIMITED BY SIZE
             INTO WS-CAM-TOTAIS-POSTAGEM
           END-STRING.
           MOVE SPACES TO WS-CAM-NAO-CONTATO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'nao-contato.dat' DELIMITED BY SIZE
             INTO WS-CAM-NAO-CONTATO
           END-STRING.
           MOVE SPACES TO WS-CAM-END-NAO-ENTREGAVEIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'enderecos-nao-entregaveis.dat' DELIMITED BY SIZE
             INTO WS-CAM-END-NAO-ENTREGAVEIS
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
              MOVE SPACES TO REG-TOTAIS
              STRING 'COMPETENCIA DE REFERENCIA: ' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SIZE
                     ' - REEMISSAO SOBRE A BASE GUARDADA'
                       DELIMITED BY SIZE
                INTO REG-TOTAIS
              END-STRING
              WRITE REG-TOTAIS
           END-IF.

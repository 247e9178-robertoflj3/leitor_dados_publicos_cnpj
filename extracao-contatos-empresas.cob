       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACAO-CONTATOS-EMPRESAS.

      ****************************************************************
      * EXTRACAO DE CONTATOS (E-MAIL E TELEFONES) DE EMPRESAS ATIVAS  *
      * PARA CAMPANHAS. APLICA A LISTA DE NAO CONTATO (OPT-OUT -      *
      * NAO-CONTATO.DAT) DENTRO DA VALIDADE: PEDIDO DE E-MAIL OU DE   *
      * TODOS OS CANAIS RETIRA A EMPRESA DA EXTRACAO; PEDIDO SO DE    *
      * TELEFONE SAI COM OS TELEFONES EM BRANCO. A ULTIMA LINHA DO    *
      * ARQUIVO TRAZ OS TOTAIS, COM OS RETIRADOS POR OPT-OUT.         *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SAI.

           SELECT ARQ-NAO-CONTATO ASSIGN TO WS-CAM-NAO-CONTATO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-NCT.

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
       FD ARQ-SAIDA.
       01 REG-SAIDA                   PIC X(250).

       FD ARQ-NAO-CONTATO.
       COPY "FD-REG-NAO-CONTATO.cpy".

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
       01 WS-CAM-CONTATOS-EMPRESAS       PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-NAO-CONTATO             PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SAI              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-TOTAL-LIDOS              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-EXTRAIDOS          PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-RETIRADOS-OPTOUT   PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-SEM-TELEFONE-OPTOUT PIC 9(007) VALUE ZERO.

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

       COPY "REGISTRO-RFB-EMPRESA.cpy".

           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'EXTRACAO DE CONTATOS DE EMPRESAS ATIVAS PARA '
              'CAMPANHAS/COMPLIANCE'.
           PERFORM 0006-CARREGAR-NAO-CONTATO.
           PERFORM 0002-PROCESSAR-EMPRESAS.
           DISPLAY 'TOTAL DE EMPRESAS LIDAS: ' WS-TOTAL-LIDOS.
           DISPLAY 'TOTAL DE CONTATOS EXTRAIDOS: ' WS-TOTAL-EXTRAIDOS.
           DISPLAY 'RETIRADOS POR OPT-OUT: ' WS-TOTAL-RETIRADOS-OPTOUT.
           DISPLAY 'TELEFONES OMITIDOS POR OPT-OUT: '
              WS-TOTAL-SEM-TELEFONE-OPTOUT.
           DISPLAY 'FIM DA EXTRACAO DE CONTATOS.'.
           GOBACK.

                  PERFORM 0003-AVALIAR-REGISTRO
             END-READ
           END-PERFORM.
           PERFORM 0005-GRAVAR-TOTAIS.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SAIDA.

       0003-AVALIAR-REGISTRO.
           IF RRE-SIT-CADASTRAL IS EQUAL TO 02 AND
              RRE-CORREIO-ELETRONICO IS NOT EQUAL TO SPACES THEN
              PERFORM 0007-VERIFICAR-NAO-CONTATO
              IF WS-OPTOUT-EMAIL IS EQUAL TO 'S' THEN
                 ADD 1 TO WS-TOTAL-RETIRADOS-OPTOUT
              ELSE
                 IF WS-OPTOUT-TELEFONE IS EQUAL TO 'S' THEN
                    MOVE SPACES TO FRE-DDD-TELEFONE-1
                    MOVE SPACES TO FRE-DDD-TELEFONE-2
                    ADD 1 TO WS-TOTAL-SEM-TELEFONE-OPTOUT
                 END-IF
                 PERFORM 0004-GRAVAR-DETALHE
                 ADD 1 TO WS-TOTAL-EXTRAIDOS
              END-IF
           END-IF.

       0004-GRAVAR-DETALHE.
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.

       0005-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-SAIDA.
           STRING 'TOTAIS;EXTRAIDOS=' DELIMITED BY SIZE
                  WS-TOTAL-EXTRAIDOS DELIMITED BY SIZE
                  ';RETIRADOS-OPTOUT=' DELIMITED BY SIZE
                  WS-TOTAL-RETIRADOS-OPTOUT DELIMITED BY SIZE
                  ';SEM-TELEFONE-OPTOUT=' DELIMITED BY SIZE
                  WS-TOTAL-SEM-TELEFONE-OPTOUT DELIMITED BY SIZE
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.

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

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-NAO-CONTATO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'nao-contato.dat' DELIMITED BY SIZE
             INTO WS-CAM-NAO-CONTATO
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

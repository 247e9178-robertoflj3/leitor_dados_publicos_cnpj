       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATENDER-FILA-RELATORIOS.

      ****************************************************************
      * ATENDIMENTO DOS PEDIDOS DE RELATORIO FEITOS PELA TELA DE      *
      * CONSULTA (OPCAO B DO LEITOR-RFB2). RODA NA JANELA BATCH. LE   *
      * A FILA FILA-RELATORIOS.DAT (INDEXADA POR DATA/HORA/USUARIO DO *
      * PEDIDO) NA ORDEM DE CHEGADA E, PARA CADA PEDIDO PENDENTE,     *
      * MARCA EM EXECUCAO, GRAVA OS PARAMETROS INFORMADOS NA TELA UM  *
      * POR LINHA E RODA O PROGRAMA EM PROCESSO PROPRIO (COBCRUN,     *
      * MESMO PADRAO DO CONTROLADOR DA MALHA) COM ESSES PARAMETROS    *
      * COMO RESPOSTA AS PERGUNTAS DO CONSOLE. A SAIDA DECLARADA NO   *
      * CADASTRO-RELATORIOS.DAT (OU O LOG DA EXECUCAO, QUANDO O       *
      * RELATORIO NAO DECLARA SAIDA OU TERMINA EM ERRO) E COPIADA     *
      * PARA O SPOOL CENTRAL E CATALOGADA EM NOME DO SOLICITANTE,     *
      * QUE RECEBE AVISO DO TERMINO. CODIGO DE RETORNO DO RELATORIO   *
      * ATE 4 = CONCLUIDO; ACIMA DE 4 = ERRO. PEDIDO QUE FICOU EM     *
      * EXECUCAO POR QUEDA DA JANELA ANTERIOR E REPROCESSADO.         *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADASTRO ASSIGN TO WS-CAM-CADASTRO-RELATORIOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAD.

           SELECT ARQ-FILA ASSIGN TO WS-CAM-FILA-RELATORIOS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PRL-CHAVE
                   STATUS ST-ARQUIVO-FRL.

           SELECT ARQ-PARM-PEDIDO ASSIGN TO WS-CAM-PARM-PEDIDO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PPD.

           SELECT ARQ-RC-PEDIDO ASSIGN TO WS-CAM-RC-PEDIDO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RCP.

           SELECT ARQ-SPOOL-CATALOGO ASSIGN TO
                   WS-CAM-SPOOL-CATALOGO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SPC.

           SELECT ARQ-SPOOL-SEQ ASSIGN TO WS-CAM-SPOOL-SEQUENCIA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SPS.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

           SELECT ARQ-AVISOS ASSIGN TO WS-CAM-AVISOS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVI.

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
       FD ARQ-CADASTRO.
       01 REG-CADASTRO                PIC X(300).

       FD ARQ-FILA.
       COPY "FD-REG-PEDIDO-RELATORIO.cpy".

       FD ARQ-PARM-PEDIDO.
       01 REG-PARM-PEDIDO             PIC X(020).

       FD ARQ-RC-PEDIDO.
       01 REG-RC-PEDIDO               PIC X(010).

       FD ARQ-SPOOL-CATALOGO.
       01 REG-SPOOL-CATALOGO          PIC X(160).

       FD ARQ-SPOOL-SEQ.
       01 REG-SPOOL-SEQ               PIC 9(008).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

       FD ARQ-AVISOS.
       01 REG-AVISO                   PIC X(200).

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
       01 WS-REFERENCIA-SPOOL         PIC X(040) VALUE SPACES.
       01 WS-CAM-AVISOS-SISTEMA          PIC X(060) VALUE SPACES.
       01 WS-CAM-CADASTRO-RELATORIOS     PIC X(060) VALUE SPACES.
       01 WS-CAM-FILA-RELATORIOS         PIC X(060) VALUE SPACES.
       01 WS-CAM-LOG-PEDIDO              PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-PARM-PEDIDO             PIC X(060) VALUE SPACES.
       01 WS-CAM-RC-PEDIDO               PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-CATALOGO          PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-SEQUENCIA         PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-AVI              PIC XX.
       01 WS-AVISO-DATA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-HORA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-SEVERIDADE         PIC X(005) VALUE SPACES.
       01 WS-AVISO-DESTINATARIO       PIC X(020) VALUE SPACES.
       01 WS-AVISO-TEXTO              PIC X(100) VALUE SPACES.

       01 ST-ARQUIVO-CAD              PIC XX.
       01 ST-ARQUIVO-FRL              PIC XX.
       01 ST-ARQUIVO-PPD              PIC XX.
       01 ST-ARQUIVO-RCP              PIC XX.
       01 ST-ARQUIVO-SPC              PIC XX.
       01 ST-ARQUIVO-SPS              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-AGORA               PIC 9(008) VALUE ZERO.

       01 WS-QTD-RELATORIOS           PIC 99 VALUE ZERO.
       01 WS-IDX-REL                  PIC 99 VALUE ZERO.
       01 WS-REL-ACHADO               PIC 99 VALUE ZERO.
       01 WS-TAB-RELATORIOS.
          05 WS-REL-OCR OCCURS 50 TIMES.
             10 WS-REL-PROGRAMA       PIC X(040).
             10 WS-REL-PERIODICIDADE  PIC X(001).
             10 WS-REL-PARAMETROS     PIC X(040).
             10 WS-REL-DESCRICAO      PIC X(040).
             10 WS-REL-SAIDA          PIC X(040).

       01 WS-IDX-PARM                 PIC 9 VALUE ZERO.
       01 WS-COMANDO-SISTEMA          PIC X(250) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.
       01 WS-RC-PEDIDO                PIC 9(004) VALUE ZERO.
       01 WS-RC-LIDO                  PIC X(010) VALUE SPACES.
       01 WS-RC-TAM                   PIC 99 VALUE ZERO.
       01 WS-CAM-ORIGEM-SPOOL         PIC X(060) VALUE SPACES.
       01 WS-TIPO-SPOOL               PIC X(015) VALUE SPACES.
       01 WS-SPOOL-ID                 PIC 9(008) VALUE ZERO.
       01 WS-SPOOL-RETENCAO           PIC 9(003) VALUE 90.
       01 WS-TOTAL-ATENDIDOS          PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-CONCLUIDOS         PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-ERROS              PIC 9(005) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'ATENDIMENTO DA FILA DE PEDIDOS DE RELATORIO'.
           MOVE 'SPOOL-RETENCAO-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-SPOOL-RETENCAO
           END-IF.
           PERFORM 0002-CARREGAR-CADASTRO.
           OPEN I-O ARQ-FILA.
           IF ST-ARQUIVO-FRL IS EQUAL TO '35' THEN
              DISPLAY 'FILA DE PEDIDOS DE RELATORIO VAZIA'
              GOBACK
           END-IF.
           IF ST-ARQUIVO-FRL IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ERRO AO ABRIR FILA-RELATORIOS.DAT - STATUS '
                 ST-ARQUIVO-FRL ' ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0003-PERCORRER-FILA.
           CLOSE ARQ-FILA.
           DISPLAY 'PEDIDOS ATENDIDOS....: ' WS-TOTAL-ATENDIDOS.
           DISPLAY 'CONCLUIDOS...........: ' WS-TOTAL-CONCLUIDOS.
           DISPLAY 'TERMINADOS EM ERRO...: ' WS-TOTAL-ERROS.
           DISPLAY 'FIM DO ATENDIMENTO DA FILA DE RELATORIOS.'.
           IF WS-TOTAL-ERROS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0002-CARREGAR-CADASTRO.
      *    CADASTRO-RELATORIOS.DAT: PROGRAMA;PERIODICIDADE;PARAMETROS;
      *    DESCRICAO;SAIDA;TIPO1;ROTULO1;...;TIPO4;ROTULO4. SO OS
      *    CINCO PRIMEIROS CAMPOS INTERESSAM AO ATENDIMENTO.
           MOVE ZERO TO WS-QTD-RELATORIOS.
           OPEN INPUT ARQ-CADASTRO.
           IF ST-ARQUIVO-CAD IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CADASTRO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-RELATORIOS IS LESS THAN 50 AND
                        REG-CADASTRO IS NOT EQUAL TO SPACES THEN
                        ADD 1 TO WS-QTD-RELATORIOS
                        UNSTRING REG-CADASTRO DELIMITED BY ';'
                          INTO WS-REL-PROGRAMA(WS-QTD-RELATORIOS)
                               WS-REL-PERIODICIDADE(WS-QTD-RELATORIOS)
                               WS-REL-PARAMETROS(WS-QTD-RELATORIOS)
                               WS-REL-DESCRICAO(WS-QTD-RELATORIOS)
                               WS-REL-SAIDA(WS-QTD-RELATORIOS)
                        END-UNSTRING
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CADASTRO
           END-IF.
           DISPLAY 'RELATORIOS NO CADASTRO: ' WS-QTD-RELATORIOS.

       0003-PERCORRER-FILA.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO PRL-CHAVE.
           START ARQ-FILA KEY IS GREATER THAN OR EQUAL TO PRL-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-FILA NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF PRL-STATUS IS EQUAL TO 'P' OR
                     PRL-STATUS IS EQUAL TO 'E' THEN
                     PERFORM 0004-ATENDER-PEDIDO
                  END-IF
             END-READ
           END-PERFORM.

       0004-ATENDER-PEDIDO.
           ADD 1 TO WS-TOTAL-ATENDIDOS.
           DISPLAY 'PEDIDO ' PRL-DATA-PEDIDO ' ' PRL-HORA-PEDIDO ' '
              PRL-USUARIO ' - ' PRL-PROGRAMA.
           MOVE ZERO TO WS-REL-ACHADO.
           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
             UNTIL WS-IDX-REL IS GREATER THAN WS-QTD-RELATORIOS
             IF WS-REL-PROGRAMA(WS-IDX-REL) IS EQUAL TO PRL-PROGRAMA
                AND WS-REL-DESCRICAO(WS-IDX-REL) IS NOT EQUAL TO
                SPACES THEN
                MOVE WS-IDX-REL TO WS-REL-ACHADO
             END-IF
           END-PERFORM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO PRL-DATA-INICIO.
           MOVE WS-HORA-AGORA TO PRL-HORA-INICIO.
           MOVE ZERO TO PRL-SPOOL-ID.
           MOVE ZERO TO WS-SPOOL-ID.
           IF WS-REL-ACHADO IS EQUAL TO ZERO THEN
              MOVE 12 TO WS-RC-PEDIDO
              MOVE 'RELATORIO FORA DO CADASTRO' TO PRL-OBSERVACAO
           ELSE
              MOVE 'E' TO PRL-STATUS
              MOVE SPACES TO PRL-OBSERVACAO
              REWRITE FD-REG-PEDIDO-RELATORIO
                INVALID KEY
                   DISPLAY '*** FALHA AO MARCAR PEDIDO EM EXECUCAO ***'
              END-REWRITE
              PERFORM 0005-EXECUTAR-RELATORIO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO PRL-DATA-FIM.
           MOVE WS-HORA-AGORA TO PRL-HORA-FIM.
           MOVE WS-RC-PEDIDO TO PRL-RC.
           MOVE WS-SPOOL-ID TO PRL-SPOOL-ID.
           IF WS-RC-PEDIDO IS GREATER THAN 4 THEN
              MOVE 'X' TO PRL-STATUS
              ADD 1 TO WS-TOTAL-ERROS
              MOVE 'ERRO' TO WS-AVISO-SEVERIDADE
           ELSE
              MOVE 'C' TO PRL-STATUS
              ADD 1 TO WS-TOTAL-CONCLUIDOS
              MOVE 'INFO' TO WS-AVISO-SEVERIDADE
           END-IF.
           REWRITE FD-REG-PEDIDO-RELATORIO
             INVALID KEY
                DISPLAY '*** FALHA AO GRAVAR O RESULTADO DO PEDIDO ***'
           END-REWRITE.
           DISPLAY '   RC ' WS-RC-PEDIDO ' - SPOOL ' WS-SPOOL-ID ' '
              PRL-OBSERVACAO.
           MOVE PRL-USUARIO TO WS-AVISO-DESTINATARIO.
           MOVE SPACES TO WS-AVISO-TEXTO.
           IF PRL-STATUS IS EQUAL TO 'C' THEN
              STRING 'RELATORIO ' DELIMITED BY SIZE
                     PRL-PROGRAMA DELIMITED BY SPACE
                     ' CONCLUIDO - SAIDA NO SPOOL ' DELIMITED BY SIZE
                     WS-SPOOL-ID DELIMITED BY SIZE
                INTO WS-AVISO-TEXTO
              END-STRING
           ELSE
              STRING 'RELATORIO ' DELIMITED BY SIZE
                     PRL-PROGRAMA DELIMITED BY SPACE
                     ' TERMINOU EM ERRO - ' DELIMITED BY SIZE
                     PRL-OBSERVACAO DELIMITED BY '  '
                INTO WS-AVISO-TEXTO
              END-STRING
           END-IF.
           PERFORM 9800-REGISTRAR-AVISO.

       0005-EXECUTAR-RELATORIO.
      *    OS PARAMETROS VAO UM POR LINHA PARA A ENTRADA DO PROGRAMA,
      *    NA ORDEM EM QUE ELE OS PERGUNTA; A SAIDA DO CONSOLE FICA
      *    NO LOG E O CODIGO DE RETORNO NO ARQUIVO .RC.
           OPEN OUTPUT ARQ-PARM-PEDIDO.
           PERFORM VARYING WS-IDX-PARM FROM 1 BY 1
             UNTIL WS-IDX-PARM IS GREATER THAN 4
             MOVE PRL-PARAMETRO(WS-IDX-PARM) TO REG-PARM-PEDIDO
             WRITE REG-PARM-PEDIDO
           END-PERFORM.
           CLOSE ARQ-PARM-PEDIDO.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'rm -f ' DELIMITED BY SIZE
                  WS-CAM-RC-PEDIDO DELIMITED BY SPACE
                  '; cobcrun ' DELIMITED BY SIZE
                  PRL-PROGRAMA DELIMITED BY SPACE
                  ' < ' DELIMITED BY SIZE
                  WS-CAM-PARM-PEDIDO DELIMITED BY SPACE
                  ' > ' DELIMITED BY SIZE
                  WS-CAM-LOG-PEDIDO DELIMITED BY SPACE
                  ' 2>&1; echo $? > ' DELIMITED BY SIZE
                  WS-CAM-RC-PEDIDO DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           MOVE 12 TO WS-RC-PEDIDO.
           OPEN INPUT ARQ-RC-PEDIDO.
           IF ST-ARQUIVO-RCP IS EQUAL TO '00' THEN
              READ ARQ-RC-PEDIDO
                AT END CONTINUE
                NOT AT END
                   MOVE REG-RC-PEDIDO TO WS-RC-LIDO
                   MOVE ZERO TO WS-RC-TAM
                   INSPECT WS-RC-LIDO TALLYING WS-RC-TAM
                     FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-RC-TAM IS GREATER THAN ZERO AND
                      WS-RC-TAM IS LESS THAN 5 THEN
                      IF WS-RC-LIDO(1:WS-RC-TAM) IS NUMERIC THEN
                         MOVE WS-RC-LIDO(1:WS-RC-TAM) TO WS-RC-PEDIDO
                      END-IF
                   END-IF
              END-READ
              CLOSE ARQ-RC-PEDIDO
           END-IF.
           IF WS-RC-PEDIDO IS GREATER THAN 4 THEN
              MOVE WS-CAM-LOG-PEDIDO TO WS-CAM-ORIGEM-SPOOL
              MOVE 'LOG-RELATORIO' TO WS-TIPO-SPOOL
              PERFORM 0006-REGISTRAR-SPOOL
              MOVE SPACES TO PRL-OBSERVACAO
              STRING 'RC=' DELIMITED BY SIZE
                     WS-RC-PEDIDO DELIMITED BY SIZE
                     ' - LOG DA EXECUCAO NO SPOOL' DELIMITED BY SIZE
                INTO PRL-OBSERVACAO
              END-STRING
           ELSE
              IF WS-REL-SAIDA(WS-REL-ACHADO) IS EQUAL TO SPACES THEN
                 MOVE WS-CAM-LOG-PEDIDO TO WS-CAM-ORIGEM-SPOOL
              ELSE
                 MOVE SPACES TO WS-CAM-ORIGEM-SPOOL
                 STRING WS-DIR-DADOS DELIMITED BY SPACE
                        WS-REL-SAIDA(WS-REL-ACHADO) DELIMITED BY SPACE
                   INTO WS-CAM-ORIGEM-SPOOL
                 END-STRING
              END-IF
              MOVE 'RELATORIO' TO WS-TIPO-SPOOL
              PERFORM 0006-REGISTRAR-SPOOL
              IF WS-SPOOL-ID IS EQUAL TO ZERO THEN
                 MOVE WS-CAM-LOG-PEDIDO TO WS-CAM-ORIGEM-SPOOL
                 PERFORM 0006-REGISTRAR-SPOOL
                 MOVE 'SAIDA NAO LOCALIZADA - LOG NO SPOOL' TO
                   PRL-OBSERVACAO
              END-IF
           END-IF.

       0006-REGISTRAR-SPOOL.
      *    MESMA ROTINA DO REGISTRAR-SPOOL: PROXIMO IDENTIFICADOR,
      *    COPIA PARA SPOOL-NNNNNNNN.TXT E ENTRADA NO CATALOGO
      *    (ID;DATA;HORA;USUARIO;TIPO;REFERENCIA;RETENCAO).
           MOVE ZERO TO WS-SPOOL-ID.
           OPEN INPUT ARQ-SPOOL-SEQ.
           IF ST-ARQUIVO-SPS IS EQUAL TO '00' THEN
              READ ARQ-SPOOL-SEQ
                AT END CONTINUE
                NOT AT END MOVE REG-SPOOL-SEQ TO WS-SPOOL-ID
              END-READ
              CLOSE ARQ-SPOOL-SEQ
           END-IF.
           ADD 1 TO WS-SPOOL-ID.
           MOVE WS-SPOOL-ID TO REG-SPOOL-SEQ.
           OPEN OUTPUT ARQ-SPOOL-SEQ.
           WRITE REG-SPOOL-SEQ.
           CLOSE ARQ-SPOOL-SEQ.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'cp ' DELIMITED BY SIZE
                  WS-CAM-ORIGEM-SPOOL DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
                  'spool-' DELIMITED BY SIZE
                  WS-SPOOL-ID DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA IS NOT EQUAL TO ZERO THEN
              MOVE ZERO TO WS-SPOOL-ID
           ELSE
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              ACCEPT WS-HORA-AGORA FROM TIME
              OPEN EXTEND ARQ-SPOOL-CATALOGO
              IF ST-ARQUIVO-SPC IS EQUAL TO '35' THEN
                 OPEN OUTPUT ARQ-SPOOL-CATALOGO
              END-IF
              MOVE SPACES TO WS-REFERENCIA-SPOOL
              STRING PRL-PROGRAMA(1:20) DELIMITED BY '  '
                INTO WS-REFERENCIA-SPOOL
              END-STRING
              IF WS-COMPETENCIA-REF IS NOT EQUAL TO SPACES THEN
                 STRING PRL-PROGRAMA(1:20) DELIMITED BY '  '
                        ' COMPETENCIA=' DELIMITED BY SIZE
                        WS-COMPETENCIA-REF DELIMITED BY SPACE
                   INTO WS-REFERENCIA-SPOOL
                 END-STRING
              END-IF
              MOVE SPACES TO REG-SPOOL-CATALOGO
              STRING WS-SPOOL-ID DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-DATA-HOJE DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-HORA-AGORA DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     PRL-USUARIO DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
                     WS-TIPO-SPOOL DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
                     WS-REFERENCIA-SPOOL DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
                     WS-SPOOL-RETENCAO DELIMITED BY SIZE
                INTO REG-SPOOL-CATALOGO
              END-STRING
              WRITE REG-SPOOL-CATALOGO
              CLOSE ARQ-SPOOL-CATALOGO
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
                  ';FILA-RELATORIOS;' DELIMITED BY SIZE
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
           MOVE SPACES TO WS-CAM-CADASTRO-RELATORIOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cadastro-relatorios.dat' DELIMITED BY SIZE
             INTO WS-CAM-CADASTRO-RELATORIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-FILA-RELATORIOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'fila-relatorios.dat' DELIMITED BY SIZE
             INTO WS-CAM-FILA-RELATORIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-LOG-PEDIDO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-pedido.log' DELIMITED BY SIZE
             INTO WS-CAM-LOG-PEDIDO
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARM-PEDIDO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-pedido.prm' DELIMITED BY SIZE
             INTO WS-CAM-PARM-PEDIDO
           END-STRING.
           MOVE SPACES TO WS-CAM-RC-PEDIDO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-pedido.rc' DELIMITED BY SIZE
             INTO WS-CAM-RC-PEDIDO
           END-STRING.
           MOVE SPACES TO WS-CAM-SPOOL-CATALOGO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'spool-catalogo.dat' DELIMITED BY SIZE
             INTO WS-CAM-SPOOL-CATALOGO
           END-STRING.
           MOVE SPACES TO WS-CAM-SPOOL-SEQUENCIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'spool-sequencia.dat' DELIMITED BY SIZE
             INTO WS-CAM-SPOOL-SEQUENCIA
           END-STRING.
           PERFORM 9910-RESOLVER-COMPETENCIA.

       9910-RESOLVER-COMPETENCIA.
      *    COM COMPETENCIA-REFERENCIA.CFG PREENCHIDO OS RELATORIOS DA
      *    FILA SAEM SOBRE A BASE GUARDADA DAQUELA COMPETENCIA (CADA
      *    PROGRAMA LE O MESMO ARQUIVO) E A ENTRADA NO SPOOL LEVA A
      *    COMPETENCIA NA REFERENCIA.
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
           END-IF.

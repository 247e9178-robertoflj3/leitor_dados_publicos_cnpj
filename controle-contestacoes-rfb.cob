       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-CONTESTACOES-RFB.

      ****************************************************************
      * CONTROLE DAS CONTESTACOES DE DADOS CADASTRAIS ENCAMINHADAS A  *
      * RFB. RODA COMO PASSO DA MALHA AO FINAL DE CADA CARGA. AS      *
      * CONTESTACOES SAO ABERTAS PELA FICHA PJ DO LEITOR-RFB2         *
      * (COMANDO R) EM CONTESTACOES-RFB.DAT (PROTOCOLO, CNPJ, CAMPO,  *
      * VALOR CONTESTADO, VALOR ESPERADO, DATA E RESPONSAVEL).        *
      * OS CNPJS ALTERADOS PELA CARGA SAO LIDOS DO                    *
      * COMPARATIVO-ALTERADOS.DAT (COMPARADOR-CARGAS-MENSAIS, CARGA   *
      * COMPLETA) E DO JOURNAL-CARGA.DAT (CARGA DIARIA, SO ENTRADAS   *
      * DE EMPRESA POSTERIORES A ABERTURA DA CONTESTACAO). PARA CADA  *
      * CONTESTACAO PENDENTE DE UM CNPJ ALTERADO O CAMPO E CONFERIDO  *
      * NA BASE: COM O VALOR ESPERADO, A CONTESTACAO E FECHADA        *
      * AUTOMATICAMENTE. AS PENDENTES SAEM EM                         *
      * RELATORIO-CONTESTACOES-PENDENTES.TXT COM A IDADE EM DIAS; A   *
      * QUE PASSA DO PRAZO (PARAMETRO PRAZO-CONTESTACAO, PADRAO 60    *
      * DIAS) GERA UM AVISO UNICO AO RESPONSAVEL NO HUB DE            *
      * NOTIFICACOES E DEIXA O PASSO COM RC 4.                        *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTESTACOES ASSIGN TO
                   WS-CAM-CONTESTACOES-RFB
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CTT-PROTOCOLO
                   STATUS ST-ARQUIVO-CTT.

           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
                   ALTERNATE KEY IS FRE-UF-MUNICIPIO WITH DUPLICATES
                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-ALTERADOS ASSIGN TO
                   WS-CAM-COMPARATIVO-ALTERADOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-ALT.

           SELECT ARQ-JOURNAL ASSIGN TO WS-CAM-JOURNAL-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-JRN.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-CONTESTACOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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
       FD ARQ-CONTESTACOES.
       COPY "FD-REG-CONTESTACAO.cpy".

       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-ALTERADOS.
       01 REG-ALTERADO                PIC X(400).

       FD ARQ-JOURNAL.
       01 REG-JOURNAL.
           03 JRN-ID-CARGA            PIC X(014).
           03 JRN-TIPO                PIC X(003).
           03 JRN-ACAO                PIC X.
           03 JRN-CHAVE               PIC X(014).
           03 JRN-IMAGEM              PIC X(1200).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(300).

       FD ARQ-AVISOS.
       01 REG-AVISO                   PIC X(200).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-CAM-SUMARIO-EXECUCOES    PIC X(060) VALUE SPACES.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'CONTROLE-CONTESTACOES-RFB'.
       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

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
       01 WS-CAM-COMPARATIVO-ALTERADOS   PIC X(060) VALUE SPACES.
       01 WS-CAM-CONTESTACOES-RFB        PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-JOURNAL-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-CONTESTACOES  PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-CTT              PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-ALT              PIC XX.
       01 ST-ARQUIVO-JRN              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-PRAZO-DIAS               PIC 9(003) VALUE 60.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-IDADE-DIAS               PIC 9(005) VALUE ZERO.
       01 WS-SITUACAO-PRAZO           PIC X(008) VALUE SPACES.

       01 WS-QTD-CTT                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-CTT                  PIC 9(004) VALUE ZERO.
       01 WS-TAB-CONTESTACOES.
          05 WS-CTT-OCR OCCURS 2000 TIMES.
             10 WS-CTT-PROTOCOLO      PIC X(020).
             10 WS-CTT-CNPJ           PIC X(014).
             10 WS-CTT-CAMPO          PIC X(020).
             10 WS-CTT-CONTESTADO     PIC X(060).
             10 WS-CTT-ESPERADO       PIC X(060).
             10 WS-CTT-DATA           PIC 9(008).
             10 WS-CTT-RESPONSAVEL    PIC X(020).
             10 WS-CTT-AVISO          PIC X.
             10 WS-CTT-ORIGEM         PIC X(011).
             10 WS-CTT-FECHADA        PIC X.
       01 WS-CTT-TROCA                PIC X(216).
       01 WS-CONT-ESTOURO             PIC 9(005) VALUE ZERO.
       01 WS-IDX-ORD                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-ORD2                 PIC 9(004) VALUE ZERO.
       01 WS-HOUVE-TROCA              PIC X VALUE 'N'.

       01 WS-BUSCA-CNPJ               PIC X(014) VALUE SPACES.
       01 WS-BUSCA-ORIGEM             PIC X(011) VALUE SPACES.
       01 WS-BUSCA-DATA               PIC 9(008) VALUE ZERO.
       01 WS-BUSCA-INICIO             PIC 9(004) VALUE ZERO.
       01 WS-BUSCA-FIM                PIC 9(004) VALUE ZERO.
       01 WS-BUSCA-MEIO               PIC 9(004) VALUE ZERO.
       01 WS-BUSCA-ACHADA             PIC 9(004) VALUE ZERO.
       01 WS-ALT-CNPJ                 PIC X(014) VALUE SPACES.
       01 WS-JRN-DATA                 PIC X(008) VALUE SPACES.
       01 WS-VALOR-ATUAL              PIC X(060) VALUE SPACES.

       01 WS-TOTAL-PENDENTES-INICIO   PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-CONFERIDAS         PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-FECHADAS           PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-PENDENTES          PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-VENCIDAS           PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-AVISOS             PIC 9(005) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CONTROLE DAS CONTESTACOES ENCAMINHADAS A RFB'.
           MOVE 'PRAZO-CONTESTACAO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-PRAZO-DIAS
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-CONTESTACOES.
           IF ST-ARQUIVO-CTT IS NOT EQUAL TO '00' THEN
              DISPLAY 'NENHUMA CONTESTACAO CADASTRADA (STATUS '
                 ST-ARQUIVO-CTT ')'
              MOVE 'PENDENTES=0' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0002-CARREGAR-PENDENTES.
           PERFORM 0003-ORDENAR-POR-CNPJ.
           IF WS-QTD-CTT IS GREATER THAN ZERO THEN
              PERFORM 0004-VARRER-COMPARATIVO
              PERFORM 0005-VARRER-JOURNAL
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CONTESTACOES DE DADOS CADASTRAIS JUNTO A RFB - '
                    DELIMITED BY SIZE
                  'POSICAO EM ' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ' - PRAZO ' DELIMITED BY SIZE
                  WS-PRAZO-DIAS DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'FECHADAS NESTA CARGA:' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PROTOCOLO;CNPJ;CAMPO;VALOR-ESPERADO;ABERTURA;ORIGEM'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT ARQ-EMPRESAS.
           PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
             UNTIL WS-IDX-CTT IS GREATER THAN WS-QTD-CTT
             IF WS-CTT-ORIGEM(WS-IDX-CTT) IS NOT EQUAL TO SPACES THEN
                PERFORM 0007-CONFERIR-CONTESTACAO
             END-IF
           END-PERFORM.
           CLOSE ARQ-EMPRESAS.
           MOVE 'PENDENTES:' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PROTOCOLO;CNPJ;CAMPO;VALOR-CONTESTADO;'
                    DELIMITED BY SIZE
                  'VALOR-ESPERADO;ABERTURA;IDADE-DIAS;RESPONSAVEL;'
                    DELIMITED BY SIZE
                  'PRAZO' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
             UNTIL WS-IDX-CTT IS GREATER THAN WS-QTD-CTT
             IF WS-CTT-FECHADA(WS-IDX-CTT) IS EQUAL TO 'N' THEN
                PERFORM 0010-RELATAR-PENDENTE
             END-IF
           END-PERFORM.
           CLOSE ARQ-CONTESTACOES.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAIS;PENDENTES-ANTES=' DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES-INICIO DELIMITED BY SIZE
                  ';CONFERIDAS=' DELIMITED BY SIZE
                  WS-TOTAL-CONFERIDAS DELIMITED BY SIZE
                  ';FECHADAS=' DELIMITED BY SIZE
                  WS-TOTAL-FECHADAS DELIMITED BY SIZE
                  ';PENDENTES=' DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
                  ';VENCIDAS=' DELIMITED BY SIZE
                  WS-TOTAL-VENCIDAS DELIMITED BY SIZE
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
           DISPLAY 'CONTESTACOES PENDENTES ANTES DA CARGA: '
              WS-TOTAL-PENDENTES-INICIO.
           DISPLAY 'CONFERIDAS NA BASE...................: '
              WS-TOTAL-CONFERIDAS.
           DISPLAY 'FECHADAS AUTOMATICAMENTE.............: '
              WS-TOTAL-FECHADAS.
           DISPLAY 'PENDENTES............................: '
              WS-TOTAL-PENDENTES.
           DISPLAY 'VENCIDAS (AVISOS NOVOS)..............: '
              WS-TOTAL-VENCIDAS ' (' WS-TOTAL-AVISOS ')'.
           IF WS-CONT-ESTOURO IS GREATER THAN ZERO THEN
              DISPLAY '*** PENDENTES ALEM DA TABELA DE TRABALHO: '
                 WS-CONT-ESTOURO ' ***'
           END-IF.
           DISPLAY 'FIM DO CONTROLE DE CONTESTACOES.'.
           IF WS-TOTAL-VENCIDAS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'FECHADAS=' DELIMITED BY SIZE
                  WS-TOTAL-FECHADAS DELIMITED BY SIZE
                  ' PENDENTES=' DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
                  ' VENCIDAS=' DELIMITED BY SIZE
                  WS-TOTAL-VENCIDAS DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           GOBACK.

       0002-CARREGAR-PENDENTES.
           MOVE ZERO TO WS-QTD-CTT.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-CONTESTACOES NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF CTT-SITUACAO IS EQUAL TO 'P' THEN
                     ADD 1 TO WS-TOTAL-PENDENTES-INICIO
                     IF WS-QTD-CTT IS LESS THAN 2000 THEN
                        ADD 1 TO WS-QTD-CTT
                        MOVE CTT-PROTOCOLO TO
                          WS-CTT-PROTOCOLO(WS-QTD-CTT)
                        MOVE CTT-CNPJ TO WS-CTT-CNPJ(WS-QTD-CTT)
                        MOVE CTT-CAMPO TO WS-CTT-CAMPO(WS-QTD-CTT)
                        MOVE CTT-VALOR-CONTESTADO TO
                          WS-CTT-CONTESTADO(WS-QTD-CTT)
                        MOVE CTT-VALOR-ESPERADO TO
                          WS-CTT-ESPERADO(WS-QTD-CTT)
                        MOVE CTT-DATA-ABERTURA TO
                          WS-CTT-DATA(WS-QTD-CTT)
                        MOVE CTT-RESPONSAVEL TO
                          WS-CTT-RESPONSAVEL(WS-QTD-CTT)
                        MOVE CTT-AVISO-PRAZO TO
                          WS-CTT-AVISO(WS-QTD-CTT)
                        MOVE SPACES TO WS-CTT-ORIGEM(WS-QTD-CTT)
                        MOVE 'N' TO WS-CTT-FECHADA(WS-QTD-CTT)
                     ELSE
                        ADD 1 TO WS-CONT-ESTOURO
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0003-ORDENAR-POR-CNPJ.
      *    A TABELA FICA EM ORDEM DE CNPJ PARA A BUSCA BINARIA DAS
      *    LINHAS DO COMPARATIVO E DO JOURNAL (0006).
           MOVE 'S' TO WS-HOUVE-TROCA.
           PERFORM UNTIL WS-HOUVE-TROCA IS EQUAL TO 'N'
             MOVE 'N' TO WS-HOUVE-TROCA
             PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
               UNTIL WS-IDX-ORD IS GREATER THAN OR EQUAL TO WS-QTD-CTT
               COMPUTE WS-IDX-ORD2 = WS-IDX-ORD + 1
               IF WS-CTT-CNPJ(WS-IDX-ORD) IS GREATER THAN
                  WS-CTT-CNPJ(WS-IDX-ORD2) THEN
                  MOVE WS-CTT-OCR(WS-IDX-ORD) TO WS-CTT-TROCA
                  MOVE WS-CTT-OCR(WS-IDX-ORD2) TO
                    WS-CTT-OCR(WS-IDX-ORD)
                  MOVE WS-CTT-TROCA TO WS-CTT-OCR(WS-IDX-ORD2)
                  MOVE 'S' TO WS-HOUVE-TROCA
               END-IF
             END-PERFORM
           END-PERFORM.

       0004-VARRER-COMPARATIVO.
      *    CARGA COMPLETA: TODO CNPJ COM ALGUMA LINHA NO COMPARATIVO
      *    TEM AS CONTESTACOES PENDENTES CONFERIDAS NA BASE.
           OPEN INPUT ARQ-ALTERADOS.
           IF ST-ARQUIVO-ALT IS EQUAL TO '00' THEN
              MOVE 'COMPARADOR' TO WS-BUSCA-ORIGEM
              MOVE ZERO TO WS-BUSCA-DATA
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-ALTERADOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-ALT-CNPJ
                     UNSTRING REG-ALTERADO DELIMITED BY ';'
                       INTO WS-ALT-CNPJ
                     END-UNSTRING
                     MOVE WS-ALT-CNPJ TO WS-BUSCA-CNPJ
                     PERFORM 0006-MARCAR-CNPJ-ALTERADO
                END-READ
              END-PERFORM
              CLOSE ARQ-ALTERADOS
           END-IF.

       0005-VARRER-JOURNAL.
      *    CARGA DIARIA: O JOURNAL TRAZ A CHAVE DE CADA EMPRESA
      *    INCLUIDA OU ALTERADA, COM A DATA DA CARGA NO ID (SUFIXO +
      *    AAAAMMDD). SO CONTA A CARGA FEITA A PARTIR DA ABERTURA.
           OPEN INPUT ARQ-JOURNAL.
           IF ST-ARQUIVO-JRN IS EQUAL TO '00' THEN
              MOVE 'JOURNAL' TO WS-BUSCA-ORIGEM
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-JOURNAL
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF JRN-TIPO IS EQUAL TO 'EMP' AND
                        JRN-ACAO IS NOT EQUAL TO 'E' THEN
                        MOVE JRN-ID-CARGA(7:8) TO WS-JRN-DATA
                        IF WS-JRN-DATA IS NUMERIC THEN
                           MOVE WS-JRN-DATA TO WS-BUSCA-DATA
                           MOVE JRN-CHAVE TO WS-BUSCA-CNPJ
                           PERFORM 0006-MARCAR-CNPJ-ALTERADO
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-JOURNAL
           END-IF.

       0006-MARCAR-CNPJ-ALTERADO.
      *    BUSCA BINARIA DO CNPJ NA TABELA; ACHANDO, VOLTA ATE A
      *    PRIMEIRA CONTESTACAO DO CNPJ E MARCA TODAS AS DELE.
           MOVE ZERO TO WS-BUSCA-ACHADA.
           MOVE 1 TO WS-BUSCA-INICIO.
           MOVE WS-QTD-CTT TO WS-BUSCA-FIM.
           PERFORM UNTIL WS-BUSCA-INICIO IS GREATER THAN WS-BUSCA-FIM
                   OR WS-BUSCA-ACHADA IS GREATER THAN ZERO
             COMPUTE WS-BUSCA-MEIO =
                (WS-BUSCA-INICIO + WS-BUSCA-FIM) / 2
             EVALUATE TRUE
               WHEN WS-CTT-CNPJ(WS-BUSCA-MEIO) IS EQUAL TO
                    WS-BUSCA-CNPJ
                  MOVE WS-BUSCA-MEIO TO WS-BUSCA-ACHADA
               WHEN WS-CTT-CNPJ(WS-BUSCA-MEIO) IS LESS THAN
                    WS-BUSCA-CNPJ
                  COMPUTE WS-BUSCA-INICIO = WS-BUSCA-MEIO + 1
               WHEN OTHER
                  IF WS-BUSCA-MEIO IS EQUAL TO 1 THEN
                     MOVE ZERO TO WS-BUSCA-FIM
                  ELSE
                     COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
                  END-IF
             END-EVALUATE
           END-PERFORM.
           IF WS-BUSCA-ACHADA IS GREATER THAN ZERO THEN
              MOVE 'S' TO WS-HOUVE-TROCA
              PERFORM UNTIL WS-HOUVE-TROCA IS EQUAL TO 'N'
                MOVE 'N' TO WS-HOUVE-TROCA
                IF WS-BUSCA-ACHADA IS GREATER THAN 1 THEN
                   IF WS-CTT-CNPJ(WS-BUSCA-ACHADA - 1) IS EQUAL TO
                      WS-BUSCA-CNPJ THEN
                      SUBTRACT 1 FROM WS-BUSCA-ACHADA
                      MOVE 'S' TO WS-HOUVE-TROCA
                   END-IF
                END-IF
              END-PERFORM
              MOVE WS-BUSCA-ACHADA TO WS-IDX-CTT
              PERFORM UNTIL WS-IDX-CTT IS GREATER THAN WS-QTD-CTT
                IF WS-CTT-CNPJ(WS-IDX-CTT) IS EQUAL TO
                   WS-BUSCA-CNPJ THEN
                   IF WS-CTT-ORIGEM(WS-IDX-CTT) IS EQUAL TO SPACES
                      AND (WS-BUSCA-ORIGEM IS EQUAL TO 'COMPARADOR'
                      OR WS-BUSCA-DATA IS GREATER THAN OR EQUAL TO
                      WS-CTT-DATA(WS-IDX-CTT)) THEN
                      MOVE WS-BUSCA-ORIGEM TO
                        WS-CTT-ORIGEM(WS-IDX-CTT)
                   END-IF
                   ADD 1 TO WS-IDX-CTT
                ELSE
                   COMPUTE WS-IDX-CTT = WS-QTD-CTT + 1
                END-IF
              END-PERFORM
           END-IF.

       0007-CONFERIR-CONTESTACAO.
           ADD 1 TO WS-TOTAL-CONFERIDAS.
           MOVE WS-CTT-CNPJ(WS-IDX-CTT) TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                PERFORM 0008-EXTRAIR-VALOR-CAMPO
                IF WS-VALOR-ATUAL IS EQUAL TO
                   WS-CTT-ESPERADO(WS-IDX-CTT) THEN
                   PERFORM 0009-FECHAR-CONTESTACAO
                END-IF
           END-READ.

       0008-EXTRAIR-VALOR-CAMPO.
      *    MESMOS NOMES DE CAMPO DA TELA DE REGISTRO DO LEITOR-RFB2.
           MOVE SPACES TO WS-VALOR-ATUAL.
           EVALUATE WS-CTT-CAMPO(WS-IDX-CTT)
             WHEN 'SIT-CADASTRAL'
                MOVE FRE-SIT-CADASTRAL TO WS-VALOR-ATUAL
             WHEN 'MOTIVO-SIT-CAD'
                MOVE FRE-MOTIVO-SIT-CADASTRAL TO WS-VALOR-ATUAL
             WHEN 'CNAE-FISCAL'
                MOVE FRE-CNAE-FISCAL TO WS-VALOR-ATUAL
             WHEN 'NAT-JURIDICA'
                MOVE FRE-COD-NAT-JURIDICA TO WS-VALOR-ATUAL
             WHEN 'PORTE-EMPRESA'
                MOVE FRE-PORTE-EMPRESA TO WS-VALOR-ATUAL
             WHEN 'RAZAO-SOCIAL'
                MOVE FRE-RAZAO-SOCIAL TO WS-VALOR-ATUAL
             WHEN 'NOME-FANTASIA'
                MOVE FRE-NOME-FANTASIA TO WS-VALOR-ATUAL
             WHEN 'LOGRADOURO'
                MOVE FRE-LOGRADOURO TO WS-VALOR-ATUAL
             WHEN 'NUMERO'
                MOVE FRE-NUMERO TO WS-VALOR-ATUAL
             WHEN 'COMPLEMENTO'
                MOVE FRE-COMPLEMENTO TO WS-VALOR-ATUAL
             WHEN 'BAIRRO'
                MOVE FRE-BAIRRO TO WS-VALOR-ATUAL
             WHEN 'CEP'
                MOVE FRE-CEP TO WS-VALOR-ATUAL
             WHEN 'UF'
                MOVE FRE-UF TO WS-VALOR-ATUAL
             WHEN 'COD-MUNICIPIO'
                MOVE FRE-COD-MUNICIPIO TO WS-VALOR-ATUAL
             WHEN 'CORREIO-ELETRONICO'
                MOVE FRE-CORREIO-ELETRONICO TO WS-VALOR-ATUAL
             WHEN 'DDD-TELEFONE-1'
                MOVE FRE-DDD-TELEFONE-1 TO WS-VALOR-ATUAL
             WHEN OTHER
                MOVE HIGH-VALUES TO WS-VALOR-ATUAL
           END-EVALUATE.

       0009-FECHAR-CONTESTACAO.
           MOVE WS-CTT-PROTOCOLO(WS-IDX-CTT) TO CTT-PROTOCOLO.
           READ ARQ-CONTESTACOES
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'F' TO CTT-SITUACAO
                MOVE WS-DATA-HOJE TO CTT-DATA-FECHAMENTO
                MOVE WS-CTT-ORIGEM(WS-IDX-CTT) TO
                  CTT-ORIGEM-FECHAMENTO
                REWRITE FD-REG-CONTESTACAO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-CTT-FECHADA(WS-IDX-CTT)
                     ADD 1 TO WS-TOTAL-FECHADAS
                     MOVE SPACES TO REG-RELATORIO
                     STRING WS-CTT-PROTOCOLO(WS-IDX-CTT)
                              DELIMITED BY '  '
                            ';' DELIMITED BY SIZE
                            WS-CTT-CNPJ(WS-IDX-CTT) DELIMITED BY SIZE
                            ';' DELIMITED BY SIZE
                            WS-CTT-CAMPO(WS-IDX-CTT) DELIMITED BY '  '
                            ';' DELIMITED BY SIZE
                            WS-CTT-ESPERADO(WS-IDX-CTT)
                              DELIMITED BY '  '
                            ';' DELIMITED BY SIZE
                            WS-CTT-DATA(WS-IDX-CTT) DELIMITED BY SIZE
                            ';' DELIMITED BY SIZE
                            WS-CTT-ORIGEM(WS-IDX-CTT)
                              DELIMITED BY '  '
                       INTO REG-RELATORIO
                     END-STRING
                     WRITE REG-RELATORIO
                END-REWRITE
           END-READ.

       0010-RELATAR-PENDENTE.
           ADD 1 TO WS-TOTAL-PENDENTES.
           MOVE ZERO TO WS-IDADE-DIAS.
           IF WS-CTT-DATA(WS-IDX-CTT) IS GREATER THAN ZERO AND
              WS-CTT-DATA(WS-IDX-CTT) IS NOT GREATER THAN
              WS-DATA-HOJE THEN
              COMPUTE WS-IDADE-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                 FUNCTION INTEGER-OF-DATE(WS-CTT-DATA(WS-IDX-CTT))
           END-IF.
           IF WS-IDADE-DIAS IS GREATER THAN WS-PRAZO-DIAS THEN
              MOVE 'VENCIDA' TO WS-SITUACAO-PRAZO
              ADD 1 TO WS-TOTAL-VENCIDAS
              IF WS-CTT-AVISO(WS-IDX-CTT) IS NOT EQUAL TO 'S' THEN
                 PERFORM 0011-AVISAR-PRAZO-VENCIDO
              END-IF
           ELSE
              MOVE 'NO PRAZO' TO WS-SITUACAO-PRAZO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-CTT-PROTOCOLO(WS-IDX-CTT) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-CTT-CNPJ(WS-IDX-CTT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CTT-CAMPO(WS-IDX-CTT) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-CTT-CONTESTADO(WS-IDX-CTT) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-CTT-ESPERADO(WS-IDX-CTT) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-CTT-DATA(WS-IDX-CTT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-IDADE-DIAS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CTT-RESPONSAVEL(WS-IDX-CTT) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SITUACAO-PRAZO DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0011-AVISAR-PRAZO-VENCIDO.
      *    O AVISO SAI UMA VEZ SO POR CONTESTACAO; A MARCA FICA NO
      *    CADASTRO PARA AS CARGAS SEGUINTES NAO REPETIREM.
           MOVE WS-CTT-PROTOCOLO(WS-IDX-CTT) TO CTT-PROTOCOLO.
           READ ARQ-CONTESTACOES
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'S' TO CTT-AVISO-PRAZO
                REWRITE FD-REG-CONTESTACAO
                  INVALID KEY
                     CONTINUE
                END-REWRITE
                MOVE 'S' TO WS-CTT-AVISO(WS-IDX-CTT)
                ADD 1 TO WS-TOTAL-AVISOS
                MOVE 'ALERTA' TO WS-AVISO-SEVERIDADE
                MOVE WS-CTT-RESPONSAVEL(WS-IDX-CTT) TO
                  WS-AVISO-DESTINATARIO
                MOVE SPACES TO WS-AVISO-TEXTO
                STRING 'CONTESTACAO RFB VENCIDA: PROTOCOLO '
                         DELIMITED BY SIZE
                       WS-CTT-PROTOCOLO(WS-IDX-CTT) DELIMITED BY '  '
                       ' CNPJ ' DELIMITED BY SIZE
                       WS-CTT-CNPJ(WS-IDX-CTT) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CTT-CAMPO(WS-IDX-CTT) DELIMITED BY '  '
                       ' HA ' DELIMITED BY SIZE
                       WS-IDADE-DIAS DELIMITED BY SIZE
                       ' DIAS' DELIMITED BY SIZE
                  INTO WS-AVISO-TEXTO
                END-STRING
                PERFORM 9800-REGISTRAR-AVISO
           END-READ.

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
                  ';CONTESTACOES;' DELIMITED BY SIZE
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
           MOVE SPACES TO WS-CAM-COMPARATIVO-ALTERADOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'comparativo-alterados.dat' DELIMITED BY SIZE
             INTO WS-CAM-COMPARATIVO-ALTERADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTESTACOES-RFB.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'contestacoes-rfb.dat' DELIMITED BY SIZE
             INTO WS-CAM-CONTESTACOES-RFB
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-JOURNAL-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'journal-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-JOURNAL-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-CONTESTACOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-contestacoes-pendentes.txt'
                    DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-CONTESTACOES
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

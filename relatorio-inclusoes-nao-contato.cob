       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-INCLUSOES-NAO-CONTATO.

      ****************************************************************
      * RELATORIO DAS INCLUSOES NA LISTA DE NAO CONTATO (OPT-OUT -    *
      * NAO-CONTATO.DAT) POR PERIODO. SELECIONA PELA DATA DE INCLUSAO *
      * NA LISTA, LISTA CHAVE (CNPJ OU RAIZ), CANAL, DATA DO PEDIDO,  *
      * VALIDADE, ORIGEM E RESPONSAVEL, E TOTALIZA POR CANAL E PELOS  *
      * PEDIDOS JA VENCIDOS NA DATA DE HOJE.                          *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NAO-CONTATO ASSIGN TO
                   WS-CAM-NAO-CONTATO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-NCT.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-NAO-CONTATO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-NAO-CONTATO.
       COPY "FD-REG-NAO-CONTATO.cpy".

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(200).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-NAO-CONTATO             PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-NAO-CONTATO   PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-NCT              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-DATA-INICIO              PIC 9(008) VALUE ZERO.
       01 WS-DATA-FIM                 PIC 9(008) VALUE 99999999.
       01 WS-CANAL-DESC               PIC X(008) VALUE SPACES.
       01 WS-VALIDADE-DESC            PIC X(010) VALUE SPACES.
       01 WS-TOTAL-LIDOS              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-SELECIONADOS       PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-EMAIL              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-TELEFONE           PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-POSTAL             PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-TODOS              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-CNPJ               PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-RAIZ               PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-VENCIDOS           PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'RELATORIO DE INCLUSOES NA LISTA DE NAO CONTATO'.
           DISPLAY 'DATA INICIAL (AAAAMMDD, BRANCO = SEM LIMITE): '.
           ACCEPT WS-DATA-INICIO.
           DISPLAY 'DATA FINAL (AAAAMMDD, BRANCO = SEM LIMITE): '.
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM IS EQUAL TO ZERO THEN
              MOVE 99999999 TO WS-DATA-FIM
           END-IF.
           OPEN INPUT ARQ-NAO-CONTATO.
           IF ST-ARQUIVO-NCT IS NOT EQUAL TO '00' THEN
              DISPLAY '*** LISTA DE NAO CONTATO INEXISTENTE ***'
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'INCLUSOES NA LISTA DE NAO CONTATO DE '
                     DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'INCLUSAO;CHAVE;TIPO;CANAL;PEDIDO;VALIDADE;'
                  'ORIGEM;RESPONSAVEL' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-NAO-CONTATO
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-LIDOS
                  IF NCT-DATA-INCLUSAO IS NOT LESS THAN WS-DATA-INICIO
                     AND NCT-DATA-INCLUSAO IS NOT GREATER THAN
                         WS-DATA-FIM THEN
                     PERFORM 0002-LISTAR-INCLUSAO
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-NAO-CONTATO.
           PERFORM 0003-EMITIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'PEDIDOS NA LISTA..........: ' WS-TOTAL-LIDOS.
           DISPLAY 'INCLUSOES NO PERIODO......: '
              WS-TOTAL-SELECIONADOS.
           DISPLAY 'FIM DO RELATORIO DE NAO CONTATO.'.
           GOBACK.

       0002-LISTAR-INCLUSAO.
           ADD 1 TO WS-TOTAL-SELECIONADOS.
           EVALUATE NCT-CANAL
             WHEN 'E'
                MOVE 'E-MAIL' TO WS-CANAL-DESC
                ADD 1 TO WS-TOTAL-EMAIL
             WHEN 'T'
                MOVE 'TELEFONE' TO WS-CANAL-DESC
                ADD 1 TO WS-TOTAL-TELEFONE
             WHEN 'P'
                MOVE 'POSTAL' TO WS-CANAL-DESC
                ADD 1 TO WS-TOTAL-POSTAL
             WHEN OTHER
                MOVE 'TODOS' TO WS-CANAL-DESC
                ADD 1 TO WS-TOTAL-TODOS
           END-EVALUATE.
           IF NCT-TIPO-CHAVE IS EQUAL TO 'R' THEN
              ADD 1 TO WS-TOTAL-RAIZ
           ELSE
              ADD 1 TO WS-TOTAL-CNPJ
           END-IF.
           IF NCT-VALIDADE IS EQUAL TO 99999999 THEN
              MOVE 'SEM-PRAZO' TO WS-VALIDADE-DESC
           ELSE
              MOVE NCT-VALIDADE TO WS-VALIDADE-DESC
              IF NCT-VALIDADE IS LESS THAN WS-DATA-HOJE THEN
                 ADD 1 TO WS-TOTAL-VENCIDOS
              END-IF
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING NCT-DATA-INCLUSAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  NCT-CHAVE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  NCT-TIPO-CHAVE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CANAL-DESC DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  NCT-DATA-PEDIDO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-VALIDADE-DESC DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  NCT-ORIGEM DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  NCT-RESPONSAVEL DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0003-EMITIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAIS DO PERIODO:' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'INCLUSOES.............: ' DELIMITED BY SIZE
                  WS-TOTAL-SELECIONADOS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'POR CNPJ..............: ' DELIMITED BY SIZE
                  WS-TOTAL-CNPJ DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'POR RAIZ..............: ' DELIMITED BY SIZE
                  WS-TOTAL-RAIZ DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CANAL E-MAIL..........: ' DELIMITED BY SIZE
                  WS-TOTAL-EMAIL DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CANAL TELEFONE........: ' DELIMITED BY SIZE
                  WS-TOTAL-TELEFONE DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CANAL POSTAL..........: ' DELIMITED BY SIZE
                  WS-TOTAL-POSTAL DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TODOS OS CANAIS.......: ' DELIMITED BY SIZE
                  WS-TOTAL-TODOS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'JA VENCIDOS HOJE......: ' DELIMITED BY SIZE
                  WS-TOTAL-VENCIDOS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

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
           MOVE SPACES TO WS-CAM-NAO-CONTATO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'nao-contato.dat' DELIMITED BY SIZE
             INTO WS-CAM-NAO-CONTATO
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-NAO-CONTATO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-inclusoes-nao-contato.txt'
                     DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-NAO-CONTATO
           END-STRING.

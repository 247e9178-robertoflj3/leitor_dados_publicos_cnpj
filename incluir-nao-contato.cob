       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLUIR-NAO-CONTATO.

      ****************************************************************
      * INCLUSAO NA LISTA DE NAO CONTATO (OPT-OUT) - NAO-CONTATO.DAT. *
      * O PEDIDO VALE PARA UM CNPJ (14 DIGITOS) OU PARA TODA A RAIZ   *
      * (8 DIGITOS) E PARA UM CANAL:                                  *
      *   E = E-MAIL, T = TELEFONE, P = POSTAL, A = TODOS OS CANAIS.  *
      * GUARDA A DATA DO PEDIDO, A ORIGEM, A VALIDADE (EM BRANCO =    *
      * SEM PRAZO) E O RESPONSAVEL PELA INCLUSAO. A LISTA E APLICADA  *
      * PELAS EXTRACOES DE CAMPANHA (EXTRACAO-CONTATOS-EMPRESAS,      *
      * GERAR-MALA-DIRETA E DISTRIBUIR-LEADS-COMERCIAIS) ENQUANTO O   *
      * PEDIDO ESTIVER DENTRO DA VALIDADE.                            *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NAO-CONTATO ASSIGN TO
                   WS-CAM-NAO-CONTATO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-NCT.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-NAO-CONTATO.
       COPY "FD-REG-NAO-CONTATO.cpy".

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-NAO-CONTATO          PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-NCT              PIC XX.
       01 WS-CHAVE-IN                 PIC X(014) VALUE SPACES.
       01 WS-TIPO-CHAVE               PIC X VALUE SPACE.
       01 WS-CANAL-IN                 PIC X VALUE SPACE.
       01 WS-CANAL-DESC               PIC X(010) VALUE SPACES.
       01 WS-DATA-IN                  PIC X(008) VALUE SPACES.
       01 WS-DATA-PEDIDO              PIC 9(008) VALUE ZERO.
       01 WS-VALIDADE                 PIC 9(008) VALUE ZERO.
       01 WS-ORIGEM                   PIC X(040) VALUE SPACES.
       01 WS-RESPONSAVEL              PIC X(020) VALUE SPACES.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

       01 WS-DATA-TRABALHO            PIC 9(008) VALUE ZERO.
       01 WS-MES-TRABALHO             PIC 99 VALUE ZERO.
       01 WS-DIA-TRABALHO             PIC 99 VALUE ZERO.
       01 WS-DATA-VALIDA              PIC X VALUE 'S'.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INCLUSAO NA LISTA DE NAO CONTATO (OPT-OUT)'.
           DISPLAY 'CNPJ (14 DIGITOS) OU RAIZ (8 DIGITOS): '.
           ACCEPT WS-CHAVE-IN.
           EVALUATE TRUE
             WHEN WS-CHAVE-IN IS EQUAL TO SPACES
                DISPLAY '*** CNPJ OU RAIZ OBRIGATORIO ***'
                GOBACK
             WHEN WS-CHAVE-IN IS NUMERIC
                MOVE 'C' TO WS-TIPO-CHAVE
             WHEN WS-CHAVE-IN(1:8) IS NUMERIC AND
                  WS-CHAVE-IN(9:6) IS EQUAL TO SPACES
                MOVE 'R' TO WS-TIPO-CHAVE
             WHEN OTHER
                DISPLAY '*** CNPJ OU RAIZ INVALIDO ***'
                GOBACK
           END-EVALUATE.
           DISPLAY 'CANAL (E=E-MAIL, T=TELEFONE, P=POSTAL, '
              'A=TODOS): '.
           ACCEPT WS-CANAL-IN.
           MOVE FUNCTION UPPER-CASE(WS-CANAL-IN) TO WS-CANAL-IN.
           EVALUATE WS-CANAL-IN
             WHEN 'E'
                MOVE 'E-MAIL' TO WS-CANAL-DESC
             WHEN 'T'
                MOVE 'TELEFONE' TO WS-CANAL-DESC
             WHEN 'P'
                MOVE 'POSTAL' TO WS-CANAL-DESC
             WHEN 'A'
                MOVE 'TODOS' TO WS-CANAL-DESC
             WHEN OTHER
                DISPLAY '*** CANAL INVALIDO ***'
                GOBACK
           END-EVALUATE.
           DISPLAY 'DATA DO PEDIDO (AAAAMMDD, EM BRANCO = HOJE): '.
           ACCEPT WS-DATA-IN.
           IF WS-DATA-IN IS EQUAL TO SPACES THEN
              MOVE WS-DATA-HOJE TO WS-DATA-PEDIDO
           ELSE
              PERFORM 0003-VALIDAR-DATA-INFORMADA
              IF WS-DATA-VALIDA IS EQUAL TO 'N' OR
                 WS-DATA-TRABALHO IS GREATER THAN WS-DATA-HOJE THEN
                 DISPLAY '*** DATA DO PEDIDO INVALIDA ***'
                 GOBACK
              END-IF
              MOVE WS-DATA-TRABALHO TO WS-DATA-PEDIDO
           END-IF.
           DISPLAY 'ORIGEM DO PEDIDO: '.
           ACCEPT WS-ORIGEM.
           IF WS-ORIGEM IS EQUAL TO SPACES THEN
              DISPLAY '*** ORIGEM OBRIGATORIA ***'
              GOBACK
           END-IF.
           DISPLAY 'VALIDADE (AAAAMMDD, EM BRANCO = SEM PRAZO): '.
           ACCEPT WS-DATA-IN.
           IF WS-DATA-IN IS EQUAL TO SPACES THEN
              MOVE 99999999 TO WS-VALIDADE
           ELSE
              PERFORM 0003-VALIDAR-DATA-INFORMADA
              IF WS-DATA-VALIDA IS EQUAL TO 'N' OR
                 WS-DATA-TRABALHO IS LESS THAN WS-DATA-PEDIDO THEN
                 DISPLAY '*** VALIDADE INVALIDA ***'
                 GOBACK
              END-IF
              MOVE WS-DATA-TRABALHO TO WS-VALIDADE
           END-IF.
           DISPLAY 'RESPONSAVEL PELA INCLUSAO: '.
           ACCEPT WS-RESPONSAVEL.
           IF WS-RESPONSAVEL IS EQUAL TO SPACES THEN
              DISPLAY '*** RESPONSAVEL OBRIGATORIO ***'
              GOBACK
           END-IF.
           PERFORM 0002-GRAVAR-NAO-CONTATO.
           GOBACK.

       0002-GRAVAR-NAO-CONTATO.
           OPEN EXTEND ARQ-NAO-CONTATO.
           IF ST-ARQUIVO-NCT IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-NAO-CONTATO
           END-IF.
           IF ST-ARQUIVO-NCT IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ERRO AO ABRIR NAO-CONTATO.DAT - '
                 'STATUS ' ST-ARQUIVO-NCT ' ***'
           ELSE
              MOVE SPACES TO FD-REG-NAO-CONTATO
              MOVE WS-CHAVE-IN TO NCT-CHAVE
              MOVE WS-TIPO-CHAVE TO NCT-TIPO-CHAVE
              MOVE WS-CANAL-IN TO NCT-CANAL
              MOVE WS-DATA-PEDIDO TO NCT-DATA-PEDIDO
              MOVE WS-ORIGEM TO NCT-ORIGEM
              MOVE WS-VALIDADE TO NCT-VALIDADE
              MOVE WS-DATA-HOJE TO NCT-DATA-INCLUSAO
              MOVE WS-RESPONSAVEL TO NCT-RESPONSAVEL
              WRITE FD-REG-NAO-CONTATO
              CLOSE ARQ-NAO-CONTATO
              DISPLAY 'NAO CONTATO INCLUIDO: '
                 FUNCTION TRIM(WS-CHAVE-IN) ' CANAL '
                 FUNCTION TRIM(WS-CANAL-DESC) ' VALIDADE '
                 WS-VALIDADE
           END-IF.

       0003-VALIDAR-DATA-INFORMADA.
      *    SO CONFERE FORMATO AAAAMMDD, MES E DIA; O ANO E LIVRE.
           MOVE 'S' TO WS-DATA-VALIDA.
           IF WS-DATA-IN IS NOT NUMERIC THEN
              MOVE 'N' TO WS-DATA-VALIDA
              MOVE ZERO TO WS-DATA-TRABALHO
           ELSE
              MOVE WS-DATA-IN TO WS-DATA-TRABALHO
              MOVE WS-DATA-TRABALHO(5:2) TO WS-MES-TRABALHO
              MOVE WS-DATA-TRABALHO(7:2) TO WS-DIA-TRABALHO
              IF WS-MES-TRABALHO IS LESS THAN 01 OR
                 WS-MES-TRABALHO IS GREATER THAN 12 OR
                 WS-DIA-TRABALHO IS LESS THAN 01 OR
                 WS-DIA-TRABALHO IS GREATER THAN 31 THEN
                 MOVE 'N' TO WS-DATA-VALIDA
              END-IF
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
           MOVE SPACES TO WS-CAM-NAO-CONTATO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'nao-contato.dat' DELIMITED BY SIZE
             INTO WS-CAM-NAO-CONTATO
           END-STRING.

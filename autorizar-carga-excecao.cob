       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZAR-CARGA-EXCECAO.

      ****************************************************************
      * REGISTRO DE AUTORIZACAO EXPLICITA PARA CARGA QUE O CALENDARIO *
      * DE CARGAS (CALENDARIO-CARGAS.DAT) RECUSARIA NO                *
      * GERAR-DADOS-INDEXADOS:                                        *
      *   R (REPETIDA)   - SUFIXO JA CARREGADO COM SUCESSO;           *
      *   F (FORA-ORDEM) - SUFIXO ANTERIOR AO ULTIMO JA CARREGADO.    *
      * A AUTORIZACAO VAI PARA AUTORIZACOES-CARGA.DAT COM O           *
      * RESPONSAVEL E O MOTIVO, VALE SO NO DIA DO REGISTRO E PARA UMA *
      * UNICA EXECUCAO DA CARGA, QUE LEVA O TIPO E O RESPONSAVEL PARA *
      * A SUA LINHA NO CALENDARIO.                                    *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AUTORIZACOES ASSIGN TO
                   WS-CAM-AUTORIZACOES-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AUC.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-AUTORIZACOES.
       COPY "FD-REG-AUTORIZACAO-CARGA.cpy".

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-AUTORIZACOES-CARGA      PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-AUC              PIC XX.
       01 WS-SUFIXO                   PIC X(006) VALUE SPACES.
       01 WS-TIPO-IN                  PIC X VALUE SPACE.
       01 WS-TIPO                     PIC X(010) VALUE SPACES.
       01 WS-RESPONSAVEL              PIC X(020) VALUE SPACES.
       01 WS-MOTIVO                   PIC X(060) VALUE SPACES.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'AUTORIZACAO DE CARGA FORA DO CALENDARIO'.
           DISPLAY 'SUFIXO DE DATA DO LOTE: '.
           ACCEPT WS-SUFIXO.
           MOVE FUNCTION UPPER-CASE(WS-SUFIXO) TO WS-SUFIXO.
           IF WS-SUFIXO IS EQUAL TO SPACES THEN
              DISPLAY '*** SUFIXO OBRIGATORIO ***'
              GOBACK
           END-IF.
           DISPLAY 'TIPO (R=REPETIDA, F=FORA DE ORDEM): '.
           ACCEPT WS-TIPO-IN.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-IN) TO WS-TIPO-IN.
           EVALUATE WS-TIPO-IN
             WHEN 'R'
                MOVE 'REPETIDA' TO WS-TIPO
             WHEN 'F'
                MOVE 'FORA-ORDEM' TO WS-TIPO
             WHEN OTHER
                DISPLAY '*** TIPO INVALIDO ***'
                GOBACK
           END-EVALUATE.
           DISPLAY 'RESPONSAVEL PELA AUTORIZACAO: '.
           ACCEPT WS-RESPONSAVEL.
           IF WS-RESPONSAVEL IS EQUAL TO SPACES THEN
              DISPLAY '*** RESPONSAVEL OBRIGATORIO ***'
              GOBACK
           END-IF.
           DISPLAY 'MOTIVO: '.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO IS EQUAL TO SPACES THEN
              DISPLAY '*** MOTIVO OBRIGATORIO ***'
              GOBACK
           END-IF.
           PERFORM 0002-GRAVAR-AUTORIZACAO.
           GOBACK.

       0002-GRAVAR-AUTORIZACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN EXTEND ARQ-AUTORIZACOES.
           IF ST-ARQUIVO-AUC IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-AUTORIZACOES
           END-IF.
           IF ST-ARQUIVO-AUC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ERRO AO ABRIR AUTORIZACOES-CARGA.DAT - '
                 'STATUS ' ST-ARQUIVO-AUC ' ***'
           ELSE
              MOVE SPACES TO FD-REG-AUTORIZACAO-CARGA
              MOVE WS-SUFIXO TO AUC-SUFIXO
              MOVE WS-DATA-HOJE TO AUC-DATA-VALIDADE
              MOVE WS-TIPO TO AUC-TIPO
              MOVE WS-RESPONSAVEL TO AUC-RESPONSAVEL
              MOVE WS-MOTIVO TO AUC-MOTIVO
              WRITE FD-REG-AUTORIZACAO-CARGA
              CLOSE ARQ-AUTORIZACOES
              DISPLAY 'CARGA ' WS-TIPO ' DO SUFIXO ' WS-SUFIXO
                 ' AUTORIZADA PARA ' WS-DATA-HOJE
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
           MOVE SPACES TO WS-CAM-AUTORIZACOES-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'autorizacoes-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-AUTORIZACOES-CARGA
           END-STRING.

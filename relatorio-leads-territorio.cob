       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-LEADS-TERRITORIO.

      ****************************************************************
      * RELATORIO MENSAL DE LEADS ENTREGUES POR TERRITORIO COMERCIAL. *
      * TOTALIZA LEADS-DISTRIBUIDOS.DAT (GRAVADO PELO                 *
      * DISTRIBUIR-LEADS-COMERCIAIS) DO MES PEDIDO (AAAAMM, BRANCO =  *
      * MES CORRENTE) POR TERRITORIO, COM NOME E GERENTE DO CADASTRO  *
      * TERRITORIOS-COMERCIAIS.DAT, OS DIAS COM ENTREGA E A FATIA DE  *
      * CADA TERRITORIO NO TOTAL. TERRITORIO DO CADASTRO SEM LEAD NO  *
      * MES SAI ZERADO; TERRITORIO JA RETIRADO DO CADASTRO SAI COM O  *
      * GERENTE GRAVADO NA ENTREGA. A FILA GERAL (SEM TERRITORIO)     *
      * FECHA A LISTA. SAIDA EM RELATORIO-LEADS-TERRITORIO.TXT.       *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DISTRIBUIDOS ASSIGN TO
                   WS-CAM-LEADS-DISTRIBUIDOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-DIS.

           SELECT ARQ-TERRITORIOS ASSIGN TO
                   WS-CAM-TERRITORIOS-COMERCIAIS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-TER.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-LEADS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DISTRIBUIDOS.
       01 REG-DISTRIBUIDO             PIC X(080).

       FD ARQ-TERRITORIOS.
       01 REG-TERRITORIO              PIC X(1000).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(132).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-LEADS-DISTRIBUIDOS      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-LEADS         PIC X(060) VALUE SPACES.
       01 WS-CAM-TERRITORIOS-COMERCIAIS  PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-DIS              PIC XX.
       01 ST-ARQUIVO-TER              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-MES-PEDIDO               PIC X(006) VALUE SPACES.
       01 WS-TERRITORIO-FILA-GERAL    PIC X(010) VALUE
          'SEM-TERRIT'.

      *    TERRITORIOS: OS DO CADASTRO, NA ORDEM DO CADASTRO, E OS
      *    QUE SO APARECEM NAS ENTREGAS DO MES
       01 WS-QTD-TERRITORIOS          PIC 9(003) VALUE ZERO.
       01 WS-IDX-TER                  PIC 9(003) VALUE ZERO.
       01 WS-TER-ACHADO               PIC X VALUE 'N'.
       01 WS-TAB-TERRITORIOS.
          05 WS-TER-OCR OCCURS 200 TIMES.
             10 WS-TER-CODIGO         PIC X(010).
             10 WS-TER-NOME           PIC X(040).
             10 WS-TER-GERENTE        PIC X(020).
             10 WS-TER-QTD-LEADS      PIC 9(007).
             10 WS-TER-QTD-DIAS       PIC 9(003).
             10 WS-TER-ULTIMO-DIA     PIC X(008).
       01 WS-IDX-FILA-GERAL           PIC 9(003) VALUE ZERO.

      *    LINHAS LIDAS
       01 WS-LIN-CODIGO               PIC X(010) VALUE SPACES.
       01 WS-LIN-NOME                 PIC X(040) VALUE SPACES.
       01 WS-LIN-GERENTE              PIC X(020) VALUE SPACES.
       01 WS-DIS-DATA                 PIC X(008) VALUE SPACES.
       01 WS-DIS-SEQUENCIA            PIC X(008) VALUE SPACES.
       01 WS-DIS-TERRITORIO           PIC X(010) VALUE SPACES.
       01 WS-DIS-GERENTE              PIC X(020) VALUE SPACES.
       01 WS-DIS-CNPJ                 PIC X(014) VALUE SPACES.

       01 WS-PCT-TERRITORIO           PIC 9(003)V99 VALUE ZERO.
       01 WS-QTD-ED                   PIC Z(006)9.
       01 WS-DIAS-ED                  PIC ZZ9.
       01 WS-PCT-ED                   PIC ZZ9,99.

       01 WS-TOTAL-LEADS              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-LINHAS-LIDAS       PIC 9(009) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'RELATORIO MENSAL DE LEADS POR TERRITORIO'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MES (AAAAMM, BRANCO = MES CORRENTE): '.
           MOVE SPACES TO WS-MES-PEDIDO.
           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-PEDIDO IS EQUAL TO SPACES THEN
              MOVE WS-DATA-HOJE(1:6) TO WS-MES-PEDIDO
           END-IF.
           IF WS-MES-PEDIDO IS NOT NUMERIC THEN
              DISPLAY '*** MES INVALIDO: ' WS-MES-PEDIDO ' ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE WS-TAB-TERRITORIOS.
           PERFORM 0002-CARREGAR-TERRITORIOS.
           OPEN INPUT ARQ-DISTRIBUIDOS.
           IF ST-ARQUIVO-DIS IS NOT EQUAL TO '00' THEN
              DISPLAY '*** SEM LEADS DISTRIBUIDOS (STATUS '
                 ST-ARQUIVO-DIS ') ***'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0003-TOTALIZAR-ENTREGAS.
           CLOSE ARQ-DISTRIBUIDOS.
           PERFORM 0005-EMITIR-RELATORIO.
           DISPLAY 'MES.........................: ' WS-MES-PEDIDO.
           DISPLAY 'TERRITORIOS.................: ' WS-QTD-TERRITORIOS.
           DISPLAY 'LEADS ENTREGUES NO MES......: ' WS-TOTAL-LEADS.
           DISPLAY 'FIM DO RELATORIO DE LEADS POR TERRITORIO.'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0002-CARREGAR-TERRITORIOS.
           MOVE ZERO TO WS-QTD-TERRITORIOS.
           OPEN INPUT ARQ-TERRITORIOS.
           IF ST-ARQUIVO-TER IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-TERRITORIOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-TERRITORIO IS NOT EQUAL TO SPACES AND
                        REG-TERRITORIO(1:1) IS NOT EQUAL TO '*' THEN
                        MOVE SPACES TO WS-LIN-CODIGO
                        MOVE SPACES TO WS-LIN-NOME
                        MOVE SPACES TO WS-LIN-GERENTE
                        UNSTRING REG-TERRITORIO DELIMITED BY ';'
                          INTO WS-LIN-CODIGO
                               WS-LIN-NOME
                               WS-LIN-GERENTE
                        END-UNSTRING
                        IF WS-LIN-CODIGO IS NOT EQUAL TO SPACES AND
                           WS-QTD-TERRITORIOS IS LESS THAN 199 THEN
                           ADD 1 TO WS-QTD-TERRITORIOS
                           MOVE FUNCTION TRIM(WS-LIN-CODIGO) TO
                             WS-TER-CODIGO(WS-QTD-TERRITORIOS)
                           MOVE WS-LIN-NOME TO
                             WS-TER-NOME(WS-QTD-TERRITORIOS)
                           MOVE FUNCTION UPPER-CASE
                             (FUNCTION TRIM(WS-LIN-GERENTE)) TO
                             WS-TER-GERENTE(WS-QTD-TERRITORIOS)
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-TERRITORIOS
           END-IF.

       0003-TOTALIZAR-ENTREGAS.
      *    ENTREGAS: DATA;SEQUENCIA;TERRITORIO;GERENTE;CNPJ.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-DISTRIBUIDOS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-LINHAS-LIDAS
                  MOVE SPACES TO WS-DIS-DATA WS-DIS-SEQUENCIA
                                 WS-DIS-TERRITORIO WS-DIS-GERENTE
                                 WS-DIS-CNPJ
                  UNSTRING REG-DISTRIBUIDO DELIMITED BY ';'
                    INTO WS-DIS-DATA
                         WS-DIS-SEQUENCIA
                         WS-DIS-TERRITORIO
                         WS-DIS-GERENTE
                         WS-DIS-CNPJ
                  END-UNSTRING
                  IF WS-DIS-DATA(1:6) IS EQUAL TO WS-MES-PEDIDO THEN
                     PERFORM 0004-CONTAR-ENTREGA
                  END-IF
             END-READ
           END-PERFORM.

       0004-CONTAR-ENTREGA.
           MOVE 'N' TO WS-TER-ACHADO.
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
             UNTIL WS-IDX-TER IS GREATER THAN WS-QTD-TERRITORIOS OR
                   WS-TER-ACHADO IS EQUAL TO 'S'
             IF WS-TER-CODIGO(WS-IDX-TER) IS EQUAL TO
                WS-DIS-TERRITORIO THEN
                MOVE 'S' TO WS-TER-ACHADO
             END-IF
           END-PERFORM.
           IF WS-TER-ACHADO IS EQUAL TO 'S' THEN
              SUBTRACT 1 FROM WS-IDX-TER
           ELSE
              IF WS-QTD-TERRITORIOS IS LESS THAN 200 THEN
                 ADD 1 TO WS-QTD-TERRITORIOS
                 MOVE WS-QTD-TERRITORIOS TO WS-IDX-TER
                 MOVE WS-DIS-TERRITORIO TO WS-TER-CODIGO(WS-IDX-TER)
                 MOVE WS-DIS-GERENTE TO WS-TER-GERENTE(WS-IDX-TER)
                 IF WS-DIS-TERRITORIO IS EQUAL TO
                    WS-TERRITORIO-FILA-GERAL THEN
                    MOVE 'FILA GERAL - SEM TERRITORIO' TO
                      WS-TER-NOME(WS-IDX-TER)
                 ELSE
                    MOVE '(FORA DO CADASTRO ATUAL)' TO
                      WS-TER-NOME(WS-IDX-TER)
                 END-IF
                 MOVE 'S' TO WS-TER-ACHADO
              END-IF
           END-IF.
           IF WS-TER-ACHADO IS EQUAL TO 'S' THEN
              ADD 1 TO WS-TER-QTD-LEADS(WS-IDX-TER)
              ADD 1 TO WS-TOTAL-LEADS
              IF WS-DIS-DATA IS NOT EQUAL TO
                 WS-TER-ULTIMO-DIA(WS-IDX-TER) THEN
                 ADD 1 TO WS-TER-QTD-DIAS(WS-IDX-TER)
                 MOVE WS-DIS-DATA TO WS-TER-ULTIMO-DIA(WS-IDX-TER)
              END-IF
           END-IF.

       0005-EMITIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'LEADS ENTREGUES POR TERRITORIO - MES '
                    DELIMITED BY SIZE
                  WS-MES-PEDIDO(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-MES-PEDIDO(1:4) DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'TERRITORIO' TO REG-RELATORIO(1:10).
           MOVE 'NOME' TO REG-RELATORIO(12:4).
           MOVE 'GERENTE' TO REG-RELATORIO(53:7).
           MOVE 'LEADS' TO REG-RELATORIO(75:5).
           MOVE 'DIAS' TO REG-RELATORIO(81:4).
           MOVE '%' TO REG-RELATORIO(91:1).
           WRITE REG-RELATORIO.
      *    FILA GERAL POR ULTIMO.
           MOVE ZERO TO WS-IDX-FILA-GERAL.
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
             UNTIL WS-IDX-TER IS GREATER THAN WS-QTD-TERRITORIOS
             IF WS-TER-CODIGO(WS-IDX-TER) IS EQUAL TO
                WS-TERRITORIO-FILA-GERAL THEN
                MOVE WS-IDX-TER TO WS-IDX-FILA-GERAL
             ELSE
                PERFORM 0006-EMITIR-TERRITORIO
             END-IF
           END-PERFORM.
           IF WS-IDX-FILA-GERAL IS GREATER THAN ZERO THEN
              MOVE WS-IDX-FILA-GERAL TO WS-IDX-TER
              PERFORM 0006-EMITIR-TERRITORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-TOTAL-LEADS TO WS-QTD-ED.
           STRING 'TOTAL DE LEADS ENTREGUES NO MES: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
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

       0006-EMITIR-TERRITORIO.
           IF WS-TOTAL-LEADS IS GREATER THAN ZERO THEN
              COMPUTE WS-PCT-TERRITORIO ROUNDED =
                 WS-TER-QTD-LEADS(WS-IDX-TER) * 100 / WS-TOTAL-LEADS
           ELSE
              MOVE ZERO TO WS-PCT-TERRITORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-TER-CODIGO(WS-IDX-TER) TO REG-RELATORIO(1:10).
           MOVE WS-TER-NOME(WS-IDX-TER) TO REG-RELATORIO(12:40).
           MOVE WS-TER-GERENTE(WS-IDX-TER) TO REG-RELATORIO(53:20).
           MOVE WS-TER-QTD-LEADS(WS-IDX-TER) TO WS-QTD-ED.
           MOVE WS-QTD-ED TO REG-RELATORIO(73:7).
           MOVE WS-TER-QTD-DIAS(WS-IDX-TER) TO WS-DIAS-ED.
           MOVE WS-DIAS-ED TO REG-RELATORIO(82:3).
           MOVE WS-PCT-TERRITORIO TO WS-PCT-ED.
           MOVE WS-PCT-ED TO REG-RELATORIO(86:6).
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
           MOVE SPACES TO WS-CAM-LEADS-DISTRIBUIDOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'leads-distribuidos.dat' DELIMITED BY SIZE
             INTO WS-CAM-LEADS-DISTRIBUIDOS
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-LEADS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-leads-territorio.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-LEADS
           END-STRING.
           MOVE SPACES TO WS-CAM-TERRITORIOS-COMERCIAIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'territorios-comerciais.dat' DELIMITED BY SIZE
             INTO WS-CAM-TERRITORIOS-COMERCIAIS
           END-STRING.

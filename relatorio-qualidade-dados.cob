       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-QUALIDADE-DADOS.

      ****************************************************************
      * PAINEL DE QUALIDADE DE DADOS SOBRE A SERIE DO                 *
      * COLETOR-QUALIDADE-DADOS (HISTORICO-QUALIDADE-DADOS.DAT: MES;  *
      * COMPETENCIA;UF;CAMPO;TOTAL;PREENCHIDOS;VALIDOS;DATA;          *
      * INVERIFICAVEIS - ESTE ULTIMO AUSENTE NAS LINHAS ANTIGAS, VALE *
      * ZERO). PARA O BRASIL E CADA UF, CAMPO A CAMPO: % DE           *
      * COMPLETUDE (PREENCHIDOS / TOTAL), % DE VALIDADE (VALIDOS /    *
      * (TOTAL - INVERIFICAVEIS), POIS O INVERIFICAVEL NAO E VALIDO   *
      * NEM INVALIDO), O %                                            *
      * DE VALIDADE DA COMPETENCIA ANTERIOR DA SERIE, A VARIACAO EM   *
      * PONTOS PERCENTUAIS E A META DO CAMPO (PARAMETRO               *
      * QUAL-META-<CAMPO>, EM % INTEIRO). DESTACA PIORA (QUEDA DA     *
      * VALIDADE MAIOR QUE QUAL-TOLERANCIA-PP CENTESIMOS DE PONTO,    *
      * PADRAO 050) E CAMPO ABAIXO DA META. AS PIORAS DO BRASIL SAEM  *
      * TAMBEM NUM QUADRO-RESUMO NO INICIO DO RELATORIO.              *
      * RETURN-CODE: 0 SEM PIORA; 4 HA PIORA OU SERIE VAZIA.          *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO
                   WS-CAM-HISTORICO-QUALIDADE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-HIS.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-QUALIDADE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HISTORICO.
       01 REG-HISTORICO               PIC X(120).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(132).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-HISTORICO-QUALIDADE     PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-QUALIDADE     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-HIS              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.

      *    PARAMETROS
       01 WS-TOLERANCIA-PP            PIC 9V99 VALUE 0,50.
       01 WS-TOLERANCIA-CENT          PIC 9(003) VALUE ZERO.

      *    CAMPOS MEDIDOS E METAS PADRAO (% INTEIRO)
       01 WS-QTD-CAMPOS               PIC 99 VALUE 11.
       01 WS-IDX-CAMPO                PIC 99 VALUE ZERO.
       01 WS-TAB-NOMES-CAMPO.
          05 FILLER                  PIC X(010) VALUE 'EMAIL'.
          05 FILLER                  PIC X(010) VALUE 'TELEFONE-1'.
          05 FILLER                  PIC X(010) VALUE 'TELEFONE-2'.
          05 FILLER                  PIC X(010) VALUE 'CEP'.
          05 FILLER                  PIC X(010) VALUE 'NUMERO'.
          05 FILLER                  PIC X(010) VALUE 'BAIRRO'.
          05 FILLER                  PIC X(010) VALUE 'CNAE-FISC'.
          05 FILLER                  PIC X(010) VALUE 'CAPITAL'.
          05 FILLER                  PIC X(010) VALUE 'DT-ENTRADA'.
          05 FILLER                  PIC X(010) VALUE 'CPF-REPRES'.
          05 FILLER                  PIC X(010) VALUE 'END-POSTAL'.
       01 WS-TAB-NOMES-CAMPO-RED REDEFINES WS-TAB-NOMES-CAMPO.
          05 WS-NOME-CAMPO OCCURS 11 TIMES PIC X(010).
       01 WS-TAB-METAS.
          05 FILLER                  PIC 9(003) VALUE 60.
          05 FILLER                  PIC 9(003) VALUE 80.
          05 FILLER                  PIC 9(003) VALUE 30.
          05 FILLER                  PIC 9(003) VALUE 99.
          05 FILLER                  PIC 9(003) VALUE 95.
          05 FILLER                  PIC 9(003) VALUE 95.
          05 FILLER                  PIC 9(003) VALUE 99.
          05 FILLER                  PIC 9(003) VALUE 90.
          05 FILLER                  PIC 9(003) VALUE 98.
          05 FILLER                  PIC 9(003) VALUE 99.
          05 FILLER                  PIC 9(003) VALUE 95.
       01 WS-TAB-METAS-RED REDEFINES WS-TAB-METAS.
          05 WS-META-CAMPO OCCURS 11 TIMES PIC 9(003).

      *    COMPETENCIAS COMPARADAS (AS DUAS ULTIMAS DA SERIE, NA
      *    ORDEM EM QUE FORAM ACRESCENTADAS)
       01 WS-COMPET-ATUAL             PIC X(006) VALUE SPACES.
       01 WS-MES-ATUAL                PIC X(006) VALUE SPACES.
       01 WS-COMPET-ANTERIOR          PIC X(006) VALUE SPACES.
       01 WS-MES-ANTERIOR             PIC X(006) VALUE SPACES.

      *    LINHA DA SERIE
       01 WS-HIS-MES                  PIC X(006) VALUE SPACES.
       01 WS-HIS-SUFIXO               PIC X(006) VALUE SPACES.
       01 WS-HIS-UF                   PIC X(002) VALUE SPACES.
       01 WS-HIS-CAMPO                PIC X(010) VALUE SPACES.
       01 WS-HIS-TOTAL                PIC X(009) VALUE SPACES.
       01 WS-HIS-TOTAL-N REDEFINES WS-HIS-TOTAL PIC 9(009).
       01 WS-HIS-PREENCHIDOS          PIC X(009) VALUE SPACES.
       01 WS-HIS-PREENCHIDOS-N REDEFINES WS-HIS-PREENCHIDOS
                                     PIC 9(009).
       01 WS-HIS-VALIDOS              PIC X(009) VALUE SPACES.
       01 WS-HIS-VALIDOS-N REDEFINES WS-HIS-VALIDOS PIC 9(009).
       01 WS-HIS-DATA                 PIC X(008) VALUE SPACES.
       01 WS-HIS-INVERIFICAVEIS       PIC X(009) VALUE SPACES.
       01 WS-HIS-INVERIFICAVEIS-N REDEFINES WS-HIS-INVERIFICAVEIS
                                     PIC 9(009).
       01 WS-BASE-VALIDADE            PIC 9(009) VALUE ZERO.
       01 WS-HIS-PERIODO              PIC 9 VALUE ZERO.

      *    DIMENSOES: 1 = BRASIL, 2 A 31 = UF. PERIODO 1 = ATUAL,
      *    2 = ANTERIOR.
       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-TAB-UFS.
          05 WS-UF-SIGLA OCCURS 30 TIMES PIC X(002).
       01 WS-IDX-DIM                  PIC 99 VALUE ZERO.
       01 WS-TAB-DIMENSOES.
          05 WS-DIM-OCR OCCURS 31 TIMES.
             10 WS-DIM-TEM-DADOS      PIC X.
             10 WS-DIM-CAMPO OCCURS 11 TIMES.
                15 WS-DC-PERIODO OCCURS 2 TIMES.
                   20 WS-DC-TOTAL       PIC 9(009).
                   20 WS-DC-PREENCHIDOS PIC 9(009).
                   20 WS-DC-VALIDOS     PIC 9(009).
                   20 WS-DC-INVERIFICAVEIS PIC 9(009).

      *    APURACAO DA LINHA
       01 WS-PCT-COMPLETUDE           PIC 9(003)V99 VALUE ZERO.
       01 WS-PCT-VALIDADE             PIC 9(003)V99 VALUE ZERO.
       01 WS-PCT-ANTERIOR             PIC 9(003)V99 VALUE ZERO.
       01 WS-VARIACAO-PP              PIC S9(003)V99 VALUE ZERO.
       01 WS-TEM-ANTERIOR             PIC X VALUE 'N'.
       01 WS-SITUACAO                 PIC X(030) VALUE SPACES.
       01 WS-PIORA                    PIC X VALUE 'N'.
       01 WS-ABAIXO-META              PIC X VALUE 'N'.
       01 WS-ROTULO-DIM               PIC X(030) VALUE SPACES.
       01 WS-SO-RESUMO                PIC X VALUE 'N'.

       01 WS-QTD-ED                   PIC Z(008)9.
       01 WS-PCT-COMPL-ED             PIC ZZ9,99.
       01 WS-PCT-VALID-ED             PIC ZZ9,99.
       01 WS-PCT-ANT-ED               PIC ZZ9,99.
       01 WS-VAR-ED                   PIC +++9,99.
       01 WS-TXT-ANT                  PIC X(006) VALUE SPACES.
       01 WS-TXT-VAR                  PIC X(007) VALUE SPACES.
       01 WS-META-ED                  PIC ZZ9.

       01 WS-TOTAL-LINHAS-LIDAS       PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-PIORAS             PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-ABAIXO-META        PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-PIORAS-BRASIL      PIC 9(005) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'PAINEL DE QUALIDADE DE DADOS'.
           PERFORM 0002-LER-PARAMETROS.
           PERFORM 0003-LOCALIZAR-COMPETENCIAS.
           IF WS-COMPET-ATUAL IS EQUAL TO SPACES THEN
              DISPLAY '*** SERIE DE QUALIDADE VAZIA OU AUSENTE ***'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE WS-TAB-DIMENSOES.
           PERFORM 0004-CARREGAR-SERIE.
           PERFORM 0007-EMITIR-RELATORIO.
           DISPLAY 'COMPETENCIA ATUAL............: ' WS-COMPET-ATUAL.
           DISPLAY 'COMPETENCIA ANTERIOR.........: '
              WS-COMPET-ANTERIOR.
           DISPLAY 'LINHAS DA SERIE LIDAS........: '
              WS-TOTAL-LINHAS-LIDAS.
           DISPLAY 'PIORAS APONTADAS.............: ' WS-TOTAL-PIORAS.
           DISPLAY 'CAMPOS ABAIXO DA META........: '
              WS-TOTAL-ABAIXO-META.
           DISPLAY 'FIM DO PAINEL DE QUALIDADE DE DADOS.'.
           IF WS-TOTAL-PIORAS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'QUAL-TOLERANCIA-PP' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-TOLERANCIA-CENT
              COMPUTE WS-TOLERANCIA-PP = WS-TOLERANCIA-CENT / 100
           END-IF.
           PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
             UNTIL WS-IDX-CAMPO IS GREATER THAN WS-QTD-CAMPOS
             MOVE SPACES TO WS-PARAM-CHAVE
             STRING 'QUAL-META-' DELIMITED BY SIZE
                    WS-NOME-CAMPO(WS-IDX-CAMPO) DELIMITED BY SPACE
               INTO WS-PARAM-CHAVE
             END-STRING
             PERFORM 9700-LER-PARAMETRO
             IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
                WS-PARAM-VALOR(1:3) IS NUMERIC AND
                WS-PARAM-VALOR(1:3) IS NOT GREATER THAN '100' THEN
                MOVE WS-PARAM-VALOR(1:3) TO
                  WS-META-CAMPO(WS-IDX-CAMPO)
             END-IF
           END-PERFORM.
           MOVE WS-TOLERANCIA-PP TO WS-PCT-ANT-ED.
           DISPLAY 'TOLERANCIA DE PIORA (PP).....: ' WS-PCT-ANT-ED.

       0003-LOCALIZAR-COMPETENCIAS.
           MOVE SPACES TO WS-COMPET-ATUAL.
           MOVE SPACES TO WS-COMPET-ANTERIOR.
           OPEN INPUT ARQ-HISTORICO.
           IF ST-ARQUIVO-HIS IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-HISTORICO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-HIS-MES
                     MOVE SPACES TO WS-HIS-SUFIXO
                     UNSTRING REG-HISTORICO DELIMITED BY ';'
                       INTO WS-HIS-MES
                            WS-HIS-SUFIXO
                     END-UNSTRING
                     IF WS-HIS-SUFIXO IS NOT EQUAL TO SPACES AND
                        WS-HIS-SUFIXO IS NOT EQUAL TO WS-COMPET-ATUAL
                     THEN
                        MOVE WS-COMPET-ATUAL TO WS-COMPET-ANTERIOR
                        MOVE WS-MES-ATUAL TO WS-MES-ANTERIOR
                        MOVE WS-HIS-SUFIXO TO WS-COMPET-ATUAL
                        MOVE WS-HIS-MES TO WS-MES-ATUAL
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO
           END-IF.

       0004-CARREGAR-SERIE.
           OPEN INPUT ARQ-HISTORICO.
           IF ST-ARQUIVO-HIS IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-HISTORICO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOTAL-LINHAS-LIDAS
                     PERFORM 0005-ACUMULAR-LINHA
                END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO
           END-IF.

       0005-ACUMULAR-LINHA.
           MOVE SPACES TO WS-HIS-MES.
           MOVE SPACES TO WS-HIS-SUFIXO.
           MOVE SPACES TO WS-HIS-UF.
           MOVE SPACES TO WS-HIS-CAMPO.
           MOVE SPACES TO WS-HIS-TOTAL.
           MOVE SPACES TO WS-HIS-PREENCHIDOS.
           MOVE SPACES TO WS-HIS-VALIDOS.
           MOVE SPACES TO WS-HIS-DATA.
           MOVE SPACES TO WS-HIS-INVERIFICAVEIS.
           UNSTRING REG-HISTORICO DELIMITED BY ';'
             INTO WS-HIS-MES
                  WS-HIS-SUFIXO
                  WS-HIS-UF
                  WS-HIS-CAMPO
                  WS-HIS-TOTAL
                  WS-HIS-PREENCHIDOS
                  WS-HIS-VALIDOS
                  WS-HIS-DATA
                  WS-HIS-INVERIFICAVEIS
           END-UNSTRING.
           IF WS-HIS-INVERIFICAVEIS IS NOT NUMERIC THEN
              MOVE ZEROES TO WS-HIS-INVERIFICAVEIS
           END-IF.
           MOVE ZERO TO WS-HIS-PERIODO.
           IF WS-HIS-SUFIXO IS EQUAL TO WS-COMPET-ATUAL THEN
              MOVE 1 TO WS-HIS-PERIODO
           END-IF.
           IF WS-HIS-SUFIXO IS EQUAL TO WS-COMPET-ANTERIOR AND
              WS-COMPET-ANTERIOR IS NOT EQUAL TO SPACES THEN
              MOVE 2 TO WS-HIS-PERIODO
           END-IF.
           MOVE ZERO TO WS-IDX-CAMPO.
           IF WS-HIS-PERIODO IS GREATER THAN ZERO AND
              WS-HIS-TOTAL IS NUMERIC AND
              WS-HIS-PREENCHIDOS IS NUMERIC AND
              WS-HIS-VALIDOS IS NUMERIC THEN
              PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
                UNTIL WS-IDX-CAMPO IS GREATER THAN WS-QTD-CAMPOS
                   OR WS-NOME-CAMPO(WS-IDX-CAMPO) IS EQUAL TO
                      WS-HIS-CAMPO
                CONTINUE
              END-PERFORM
           END-IF.
           IF WS-IDX-CAMPO IS GREATER THAN ZERO AND
              WS-IDX-CAMPO IS NOT GREATER THAN WS-QTD-CAMPOS THEN
              MOVE 1 TO WS-IDX-DIM
              PERFORM 0006-ACUMULAR-DIMENSAO
              PERFORM 0011-LOCALIZAR-UF
              IF WS-IDX-UF IS GREATER THAN ZERO THEN
                 COMPUTE WS-IDX-DIM = 1 + WS-IDX-UF
                 PERFORM 0006-ACUMULAR-DIMENSAO
              END-IF
           END-IF.

       0006-ACUMULAR-DIMENSAO.
           MOVE 'S' TO WS-DIM-TEM-DADOS(WS-IDX-DIM).
           ADD WS-HIS-TOTAL-N TO
             WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, WS-HIS-PERIODO).
           ADD WS-HIS-PREENCHIDOS-N TO
             WS-DC-PREENCHIDOS(WS-IDX-DIM, WS-IDX-CAMPO,
                               WS-HIS-PERIODO).
           ADD WS-HIS-VALIDOS-N TO
             WS-DC-VALIDOS(WS-IDX-DIM, WS-IDX-CAMPO, WS-HIS-PERIODO).
           ADD WS-HIS-INVERIFICAVEIS-N TO
             WS-DC-INVERIFICAVEIS(WS-IDX-DIM, WS-IDX-CAMPO,
                                  WS-HIS-PERIODO).

       0007-EMITIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PAINEL DE QUALIDADE DE DADOS - COMPETENCIA '
                    DELIMITED BY SIZE
                  WS-COMPET-ATUAL DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-MES-ATUAL(1:4) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-MES-ATUAL(5:2) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF WS-COMPET-ANTERIOR IS EQUAL TO SPACES THEN
              MOVE 'PRIMEIRA COMPETENCIA DA SERIE - SEM COMPARACAO'
                TO REG-RELATORIO
           ELSE
              STRING 'COMPARADA COM A COMPETENCIA ' DELIMITED BY SIZE
                     WS-COMPET-ANTERIOR DELIMITED BY SIZE
                     ' (' DELIMITED BY SIZE
                     WS-MES-ANTERIOR(1:4) DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-MES-ANTERIOR(5:2) DELIMITED BY SIZE
                     ')   TOLERANCIA DE PIORA: ' DELIMITED BY SIZE
                     WS-PCT-ANT-ED DELIMITED BY SIZE
                     ' PP' DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
           END-IF.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '% COMPL = PREENCHIDOS / TOTAL; % VALID = VALIDOS / '
                    DELIMITED BY SIZE
                  '(TOTAL - INVERIFICAVEIS); VAR = VARIACAO DO % VALID '
                    DELIMITED BY SIZE
                  'EM PONTOS' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
      *    QUADRO-RESUMO: SO AS PIORAS DO BRASIL.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PIORAS NO BRASIL' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'S' TO WS-SO-RESUMO.
           MOVE 1 TO WS-IDX-DIM.
           PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
             UNTIL WS-IDX-CAMPO IS GREATER THAN WS-QTD-CAMPOS
             PERFORM 0009-EMITIR-CAMPO
           END-PERFORM.
           IF WS-TOTAL-PIORAS-BRASIL IS EQUAL TO ZERO THEN
              MOVE '    NENHUMA' TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           MOVE 'N' TO WS-SO-RESUMO.
           PERFORM VARYING WS-IDX-DIM FROM 1 BY 1
             UNTIL WS-IDX-DIM IS GREATER THAN 31
             IF WS-DIM-TEM-DADOS(WS-IDX-DIM) IS EQUAL TO 'S' THEN
                PERFORM 0008-EMITIR-DIMENSAO
             END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PIORAS: ' DELIMITED BY SIZE
                  WS-TOTAL-PIORAS DELIMITED BY SIZE
                  '   CAMPOS ABAIXO DA META: ' DELIMITED BY SIZE
                  WS-TOTAL-ABAIXO-META DELIMITED BY SIZE
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

       0008-EMITIR-DIMENSAO.
           IF WS-IDX-DIM IS EQUAL TO 1 THEN
              MOVE 'BRASIL' TO WS-ROTULO-DIM
           ELSE
              MOVE SPACES TO WS-ROTULO-DIM
              STRING 'UF ' DELIMITED BY SIZE
                     WS-UF-SIGLA(WS-IDX-DIM - 1) DELIMITED BY SIZE
                INTO WS-ROTULO-DIM
              END-STRING
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-ROTULO-DIM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CAMPO         TOTAL  % COMPL  % VALID  % ANTER'
                    DELIMITED BY SIZE
                  '      VAR  META  SITUACAO' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
             UNTIL WS-IDX-CAMPO IS GREATER THAN WS-QTD-CAMPOS
             IF WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, 1) IS
                GREATER THAN ZERO THEN
                PERFORM 0009-EMITIR-CAMPO
             END-IF
           END-PERFORM.

       0009-EMITIR-CAMPO.
           PERFORM 0010-APURAR-CAMPO.
           IF WS-SO-RESUMO IS EQUAL TO 'S' THEN
              IF WS-PIORA IS EQUAL TO 'S' THEN
                 ADD 1 TO WS-TOTAL-PIORAS-BRASIL
                 MOVE SPACES TO REG-RELATORIO
                 STRING '    ' DELIMITED BY SIZE
                        WS-NOME-CAMPO(WS-IDX-CAMPO) DELIMITED BY SIZE
                        ' % VALID DE ' DELIMITED BY SIZE
                        WS-PCT-ANT-ED DELIMITED BY SIZE
                        ' PARA ' DELIMITED BY SIZE
                        WS-PCT-VALID-ED DELIMITED BY SIZE
                        ' (' DELIMITED BY SIZE
                        WS-VAR-ED DELIMITED BY SIZE
                        ' PP)' DELIMITED BY SIZE
                   INTO REG-RELATORIO
                 END-STRING
                 WRITE REG-RELATORIO
              END-IF
           ELSE
              IF WS-PIORA IS EQUAL TO 'S' THEN
                 ADD 1 TO WS-TOTAL-PIORAS
              END-IF
              IF WS-ABAIXO-META IS EQUAL TO 'S' THEN
                 ADD 1 TO WS-TOTAL-ABAIXO-META
              END-IF
              MOVE WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, 1) TO
                WS-QTD-ED
              MOVE WS-META-CAMPO(WS-IDX-CAMPO) TO WS-META-ED
              MOVE SPACES TO REG-RELATORIO
              STRING WS-NOME-CAMPO(WS-IDX-CAMPO) DELIMITED BY SIZE
                     WS-QTD-ED DELIMITED BY SIZE
                     '   ' DELIMITED BY SIZE
                     WS-PCT-COMPL-ED DELIMITED BY SIZE
                     '   ' DELIMITED BY SIZE
                     WS-PCT-VALID-ED DELIMITED BY SIZE
                     '   ' DELIMITED BY SIZE
                     WS-TXT-ANT DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-TXT-VAR DELIMITED BY SIZE
                     '   ' DELIMITED BY SIZE
                     WS-META-ED DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-SITUACAO DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.

       0010-APURAR-CAMPO.
           MOVE ZERO TO WS-PCT-COMPLETUDE.
           MOVE ZERO TO WS-PCT-VALIDADE.
           MOVE ZERO TO WS-PCT-ANTERIOR.
           MOVE ZERO TO WS-VARIACAO-PP.
           MOVE 'N' TO WS-TEM-ANTERIOR.
           MOVE 'N' TO WS-PIORA.
           MOVE 'N' TO WS-ABAIXO-META.
           MOVE SPACES TO WS-SITUACAO.
           IF WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, 1) IS GREATER THAN
              ZERO THEN
              COMPUTE WS-PCT-COMPLETUDE ROUNDED =
                 WS-DC-PREENCHIDOS(WS-IDX-DIM, WS-IDX-CAMPO, 1) * 100
                 / WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, 1)
              COMPUTE WS-BASE-VALIDADE =
                 WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, 1) -
                 WS-DC-INVERIFICAVEIS(WS-IDX-DIM, WS-IDX-CAMPO, 1)
              IF WS-BASE-VALIDADE IS GREATER THAN ZERO THEN
                 COMPUTE WS-PCT-VALIDADE ROUNDED =
                    WS-DC-VALIDOS(WS-IDX-DIM, WS-IDX-CAMPO, 1) * 100
                    / WS-BASE-VALIDADE
                 IF WS-PCT-VALIDADE IS LESS THAN
                    WS-META-CAMPO(WS-IDX-CAMPO) THEN
                    MOVE 'S' TO WS-ABAIXO-META
                 END-IF
              END-IF
           END-IF.
           IF WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, 2) IS GREATER THAN
              ZERO THEN
              MOVE 'S' TO WS-TEM-ANTERIOR
              COMPUTE WS-BASE-VALIDADE =
                 WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, 2) -
                 WS-DC-INVERIFICAVEIS(WS-IDX-DIM, WS-IDX-CAMPO, 2)
              IF WS-BASE-VALIDADE IS GREATER THAN ZERO THEN
                 COMPUTE WS-PCT-ANTERIOR ROUNDED =
                    WS-DC-VALIDOS(WS-IDX-DIM, WS-IDX-CAMPO, 2) * 100
                    / WS-BASE-VALIDADE
              END-IF
              COMPUTE WS-VARIACAO-PP =
                 WS-PCT-VALIDADE - WS-PCT-ANTERIOR
              IF WS-DC-TOTAL(WS-IDX-DIM, WS-IDX-CAMPO, 1) IS
                 GREATER THAN ZERO AND
                 WS-VARIACAO-PP + WS-TOLERANCIA-PP IS LESS THAN ZERO
              THEN
                 MOVE 'S' TO WS-PIORA
              END-IF
           END-IF.
           MOVE WS-PCT-COMPLETUDE TO WS-PCT-COMPL-ED.
           MOVE WS-PCT-VALIDADE TO WS-PCT-VALID-ED.
           MOVE WS-PCT-ANTERIOR TO WS-PCT-ANT-ED.
           MOVE WS-VARIACAO-PP TO WS-VAR-ED.
           IF WS-TEM-ANTERIOR IS EQUAL TO 'S' THEN
              MOVE WS-PCT-ANT-ED TO WS-TXT-ANT
              MOVE WS-VAR-ED TO WS-TXT-VAR
           ELSE
              MOVE '     -' TO WS-TXT-ANT
              MOVE '      -' TO WS-TXT-VAR
           END-IF.
           EVALUATE TRUE
             WHEN WS-PIORA IS EQUAL TO 'S' AND
                  WS-ABAIXO-META IS EQUAL TO 'S'
                MOVE '*** PIORA / ABAIXO DA META' TO WS-SITUACAO
             WHEN WS-PIORA IS EQUAL TO 'S'
                MOVE '*** PIORA' TO WS-SITUACAO
             WHEN WS-ABAIXO-META IS EQUAL TO 'S'
                MOVE 'ABAIXO DA META' TO WS-SITUACAO
             WHEN OTHER
                MOVE 'OK' TO WS-SITUACAO
           END-EVALUATE.

       0011-LOCALIZAR-UF.
           MOVE 'N' TO WS-UF-ACHADA.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
                OR WS-UF-ACHADA IS EQUAL TO 'S'
             IF WS-UF-SIGLA(WS-IDX-UF) IS EQUAL TO WS-HIS-UF THEN
                MOVE 'S' TO WS-UF-ACHADA
                SUBTRACT 1 FROM WS-IDX-UF
             END-IF
           END-PERFORM.
           IF WS-UF-ACHADA IS EQUAL TO 'N' THEN
              IF WS-QTD-UFS IS LESS THAN 30 THEN
                 ADD 1 TO WS-QTD-UFS
                 MOVE WS-QTD-UFS TO WS-IDX-UF
                 MOVE WS-HIS-UF TO WS-UF-SIGLA(WS-IDX-UF)
              ELSE
                 MOVE ZERO TO WS-IDX-UF
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
           MOVE SPACES TO WS-CAM-HISTORICO-QUALIDADE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-qualidade-dados.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-QUALIDADE
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-QUALIDADE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-qualidade-dados.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-QUALIDADE
           END-STRING.

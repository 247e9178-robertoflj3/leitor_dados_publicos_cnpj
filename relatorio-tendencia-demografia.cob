       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-TENDENCIA-DEMOGRAFIA.

      ****************************************************************
      * TENDENCIA DA DEMOGRAFIA EMPRESARIAL SOBRE A SERIE HISTORICA   *
      * DO COLETOR-DEMOGRAFIA-EMPRESARIAL (HISTORICO-DEMOGRAFIA.DAT:  *
      * MES;COMPETENCIA;UF;SECAO;ESTOQUE;NASCIMENTOS;MORTES;          *
      * REATIVACOES;SALDO;DATA). A JANELA TERMINA NO ULTIMO MES DA    *
      * SERIE E COBRE DEMOG-JANELA-MESES MESES (PADRAO 24, MAXIMO     *
      * 36), PARA O RELATORIO DE UM MES PUBLICADO SAIR IGUAL QUANDO   *
      * REFEITO. PARA O BRASIL, CADA UF E CADA SECAO CNAE, MES A MES: *
      * ESTOQUE DE ATIVAS E SUA VARIACAO (ABSOLUTA E %) SOBRE O MES   *
      * APURADO ANTERIOR, NASCIMENTOS, MORTES, REATIVACOES, SALDO     *
      * LIQUIDO E A MEDIA MOVEL DO SALDO NOS ULTIMOS                  *
      * DEMOG-MEDIA-MOVEL MESES APURADOS (PADRAO 3). QUANDO O MESMO   *
      * MES TEM MAIS DE UMA COMPETENCIA, OS FLUXOS SE SOMAM E O       *
      * ESTOQUE E O DA ULTIMA.                                        *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO
                   WS-CAM-HISTORICO-DEMOGRAFIA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-HIS.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-DEMOGRAFIA
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
       01 REG-RELATORIO               PIC X(160).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-HISTORICO-DEMOGRAFIA    PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-DEMOGRAFIA    PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-HIS              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.

      *    PARAMETROS
       01 WS-JANELA-MESES             PIC 99 VALUE 24.
       01 WS-MEDIA-MOVEL              PIC 99 VALUE 3.

      *    LINHA DA SERIE
       01 WS-HIS-MES                  PIC X(006) VALUE SPACES.
       01 WS-HIS-MES-R REDEFINES WS-HIS-MES.
          05 WS-HIS-ANO               PIC 9(004).
          05 WS-HIS-MM                PIC 99.
       01 WS-HIS-SUFIXO               PIC X(006) VALUE SPACES.
       01 WS-HIS-UF                   PIC X(002) VALUE SPACES.
       01 WS-HIS-SECAO                PIC X(001) VALUE SPACES.
       01 WS-HIS-ESTOQUE              PIC X(009) VALUE SPACES.
       01 WS-HIS-ESTOQUE-N REDEFINES WS-HIS-ESTOQUE
                                     PIC 9(009).
       01 WS-HIS-NASCIMENTOS          PIC X(009) VALUE SPACES.
       01 WS-HIS-NASCIMENTOS-N REDEFINES WS-HIS-NASCIMENTOS
                                     PIC 9(009).
       01 WS-HIS-MORTES               PIC X(009) VALUE SPACES.
       01 WS-HIS-MORTES-N REDEFINES WS-HIS-MORTES
                                     PIC 9(009).
       01 WS-HIS-REATIVACOES          PIC X(009) VALUE SPACES.
       01 WS-HIS-REATIVACOES-N REDEFINES WS-HIS-REATIVACOES
                                     PIC 9(009).

      *    JANELA EM MESES CORRIDOS (ANO * 12 + MES - 1).
       01 WS-ULTIMO-MES               PIC X(006) VALUE SPACES.
       01 WS-MES-CORRIDO              PIC 9(006) VALUE ZERO.
       01 WS-INICIO-JANELA            PIC 9(006) VALUE ZERO.
       01 WS-ROTULO-ANO               PIC 9(004) VALUE ZERO.
       01 WS-ROTULO-MES               PIC 99 VALUE ZERO.

       01 WS-LETRAS-SECAO             PIC X(022)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTU?'.
       01 WS-IDX-SECAO                PIC 99 VALUE ZERO.

      *    UFS ENCONTRADAS NA SERIE (DIMENSOES 2 A 31).
       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-TAB-UFS.
          05 WS-UF-SIGLA OCCURS 30 TIMES PIC X(002).

      *    DIMENSOES: 1 = BRASIL, 2 A 31 = UF, 32 A 53 = SECAO CNAE.
       01 WS-IDX-DIM                  PIC 99 VALUE ZERO.
       01 WS-IDX-MES                  PIC 99 VALUE ZERO.
       01 WS-IDX-MM                   PIC 99 VALUE ZERO.
       01 WS-TAB-MESES.
          05 WS-MES-SUFIXO OCCURS 36 TIMES PIC X(006).
       01 WS-TAB-DIMENSOES.
          05 WS-DIM-OCR OCCURS 53 TIMES.
             10 WS-DIM-TEM-DADOS      PIC X.
             10 WS-DIM-MES OCCURS 36 TIMES.
                15 WS-DM-APURADO      PIC X.
                15 WS-DM-ESTOQUE      PIC 9(009).
                15 WS-DM-NASCIMENTOS  PIC 9(009).
                15 WS-DM-MORTES       PIC 9(009).
                15 WS-DM-REATIVACOES  PIC 9(009).

      *    APURACAO DA LINHA DO MES
       01 WS-ESTOQUE-ANTERIOR         PIC 9(009) VALUE ZERO.
       01 WS-TEM-ANTERIOR             PIC X VALUE 'N'.
       01 WS-VARIACAO                 PIC S9(009) VALUE ZERO.
       01 WS-VARIACAO-PCT             PIC S9(005)V99 VALUE ZERO.
       01 WS-SALDO                    PIC S9(009) VALUE ZERO.
       01 WS-SOMA-MM                  PIC S9(011) VALUE ZERO.
       01 WS-QTD-MM                   PIC 99 VALUE ZERO.
       01 WS-MEDIA-SALDO              PIC S9(009) VALUE ZERO.
       01 WS-ROTULO-DIM               PIC X(030) VALUE SPACES.

       01 WS-QTD-ED                   PIC Z(008)9.
       01 WS-NASC-ED                  PIC Z(008)9.
       01 WS-MORT-ED                  PIC Z(008)9.
       01 WS-REAT-ED                  PIC Z(008)9.
       01 WS-VAR-ED                   PIC -(009)9.
       01 WS-PCT-ED                   PIC -(005)9,99.
       01 WS-SALDO-ED                 PIC -(009)9.
       01 WS-MM-ED                    PIC -(009)9.

       01 WS-TOTAL-LINHAS-LIDAS       PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-LINHAS-JANELA      PIC 9(009) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'RELATORIO DE TENDENCIA DA DEMOGRAFIA EMPRESARIAL'.
           PERFORM 0002-LER-PARAMETROS.
           PERFORM 0003-LOCALIZAR-ULTIMO-MES.
           IF WS-ULTIMO-MES IS EQUAL TO SPACES THEN
              DISPLAY '*** SERIE DE DEMOGRAFIA VAZIA OU AUSENTE ***'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-ULTIMO-MES TO WS-HIS-MES.
           COMPUTE WS-INICIO-JANELA = WS-HIS-ANO * 12 + WS-HIS-MM - 1
              - WS-JANELA-MESES + 1.
           INITIALIZE WS-TAB-MESES.
           INITIALIZE WS-TAB-DIMENSOES.
           PERFORM 0004-CARREGAR-SERIE.
           PERFORM 0007-EMITIR-RELATORIO.
           DISPLAY 'ULTIMO MES DA SERIE..........: ' WS-ULTIMO-MES.
           DISPLAY 'LINHAS DA SERIE LIDAS........: '
              WS-TOTAL-LINHAS-LIDAS.
           DISPLAY 'LINHAS DENTRO DA JANELA......: '
              WS-TOTAL-LINHAS-JANELA.
           DISPLAY 'FIM DO RELATORIO DE TENDENCIA DA DEMOGRAFIA.'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'DEMOG-JANELA-MESES' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC AND
              WS-PARAM-VALOR(1:2) IS NOT EQUAL TO '00' AND
              WS-PARAM-VALOR(1:2) IS NOT GREATER THAN '36' THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-JANELA-MESES
           END-IF.
           MOVE 'DEMOG-MEDIA-MOVEL' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC AND
              WS-PARAM-VALOR(1:2) IS NOT EQUAL TO '00' AND
              WS-PARAM-VALOR(1:2) IS NOT GREATER THAN '12' THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-MEDIA-MOVEL
           END-IF.
           DISPLAY 'JANELA DA TENDENCIA (MESES)..: ' WS-JANELA-MESES.
           DISPLAY 'MEDIA MOVEL DO SALDO (MESES).: ' WS-MEDIA-MOVEL.

       0003-LOCALIZAR-ULTIMO-MES.
           MOVE SPACES TO WS-ULTIMO-MES.
           OPEN INPUT ARQ-HISTORICO.
           IF ST-ARQUIVO-HIS IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-HISTORICO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-HISTORICO(1:6) TO WS-HIS-MES
                     IF WS-HIS-MES IS NUMERIC AND
                        (WS-ULTIMO-MES IS EQUAL TO SPACES OR
                         WS-HIS-MES IS GREATER THAN WS-ULTIMO-MES)
                     THEN
                        MOVE WS-HIS-MES TO WS-ULTIMO-MES
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
           MOVE SPACES TO WS-HIS-SECAO.
           MOVE SPACES TO WS-HIS-ESTOQUE.
           MOVE SPACES TO WS-HIS-NASCIMENTOS.
           MOVE SPACES TO WS-HIS-MORTES.
           MOVE SPACES TO WS-HIS-REATIVACOES.
           UNSTRING REG-HISTORICO DELIMITED BY ';'
             INTO WS-HIS-MES
                  WS-HIS-SUFIXO
                  WS-HIS-UF
                  WS-HIS-SECAO
                  WS-HIS-ESTOQUE
                  WS-HIS-NASCIMENTOS
                  WS-HIS-MORTES
                  WS-HIS-REATIVACOES
           END-UNSTRING.
           MOVE ZERO TO WS-IDX-MES.
           IF WS-HIS-MES IS NUMERIC AND
              WS-HIS-ESTOQUE IS NUMERIC AND
              WS-HIS-NASCIMENTOS IS NUMERIC AND
              WS-HIS-MORTES IS NUMERIC AND
              WS-HIS-REATIVACOES IS NUMERIC THEN
              COMPUTE WS-MES-CORRIDO = WS-HIS-ANO * 12 + WS-HIS-MM - 1
              IF WS-MES-CORRIDO IS NOT LESS THAN WS-INICIO-JANELA
              THEN
                 COMPUTE WS-IDX-MES =
                    WS-MES-CORRIDO - WS-INICIO-JANELA + 1
              END-IF
           END-IF.
           IF WS-IDX-MES IS GREATER THAN ZERO THEN
              ADD 1 TO WS-TOTAL-LINHAS-JANELA
      *       NOVA COMPETENCIA NO MESMO MES: O ESTOQUE PASSA A SER O
      *       DELA, OS FLUXOS CONTINUAM SOMANDO.
              IF WS-MES-SUFIXO(WS-IDX-MES) IS NOT EQUAL TO
                 WS-HIS-SUFIXO THEN
                 IF WS-MES-SUFIXO(WS-IDX-MES) IS NOT EQUAL TO SPACES
                 THEN
                    PERFORM VARYING WS-IDX-DIM FROM 1 BY 1
                      UNTIL WS-IDX-DIM IS GREATER THAN 53
                      MOVE ZERO TO
                        WS-DM-ESTOQUE(WS-IDX-DIM, WS-IDX-MES)
                    END-PERFORM
                 END-IF
                 MOVE WS-HIS-SUFIXO TO WS-MES-SUFIXO(WS-IDX-MES)
              END-IF
              MOVE 1 TO WS-IDX-DIM
              PERFORM 0006-ACUMULAR-DIMENSAO
              PERFORM 0010-LOCALIZAR-UF
              IF WS-IDX-UF IS GREATER THAN ZERO THEN
                 COMPUTE WS-IDX-DIM = 1 + WS-IDX-UF
                 PERFORM 0006-ACUMULAR-DIMENSAO
              END-IF
              MOVE ZERO TO WS-IDX-SECAO
              PERFORM VARYING WS-IDX-DIM FROM 1 BY 1
                UNTIL WS-IDX-DIM IS GREATER THAN 22 OR
                      WS-IDX-SECAO IS GREATER THAN ZERO
                IF WS-LETRAS-SECAO(WS-IDX-DIM:1) IS EQUAL TO
                   WS-HIS-SECAO THEN
                   MOVE WS-IDX-DIM TO WS-IDX-SECAO
                END-IF
              END-PERFORM
              IF WS-IDX-SECAO IS GREATER THAN ZERO THEN
                 COMPUTE WS-IDX-DIM = 31 + WS-IDX-SECAO
                 PERFORM 0006-ACUMULAR-DIMENSAO
              END-IF
           END-IF.

       0006-ACUMULAR-DIMENSAO.
           MOVE 'S' TO WS-DIM-TEM-DADOS(WS-IDX-DIM).
           MOVE 'S' TO WS-DM-APURADO(WS-IDX-DIM, WS-IDX-MES).
           ADD WS-HIS-ESTOQUE-N TO
             WS-DM-ESTOQUE(WS-IDX-DIM, WS-IDX-MES).
           ADD WS-HIS-NASCIMENTOS-N TO
             WS-DM-NASCIMENTOS(WS-IDX-DIM, WS-IDX-MES).
           ADD WS-HIS-MORTES-N TO
             WS-DM-MORTES(WS-IDX-DIM, WS-IDX-MES).
           ADD WS-HIS-REATIVACOES-N TO
             WS-DM-REATIVACOES(WS-IDX-DIM, WS-IDX-MES).

       0007-EMITIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TENDENCIA DA DEMOGRAFIA EMPRESARIAL - ULTIMOS '
                    DELIMITED BY SIZE
                  WS-JANELA-MESES DELIMITED BY SIZE
                  ' MESES ATE ' DELIMITED BY SIZE
                  WS-ULTIMO-MES(1:4) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-ULTIMO-MES(5:2) DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SALDO = NASCIMENTOS + REATIVACOES - MORTES; MEDIA M'
                    DELIMITED BY SIZE
                  'OVEL DO SALDO NOS ULTIMOS ' DELIMITED BY SIZE
                  WS-MEDIA-MOVEL DELIMITED BY SIZE
                  ' MESES APURADOS' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-DIM FROM 1 BY 1
             UNTIL WS-IDX-DIM IS GREATER THAN 53
             IF WS-DIM-TEM-DADOS(WS-IDX-DIM) IS EQUAL TO 'S' THEN
                PERFORM 0008-EMITIR-DIMENSAO
             END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       0008-EMITIR-DIMENSAO.
           EVALUATE TRUE
             WHEN WS-IDX-DIM IS EQUAL TO 1
                MOVE 'BRASIL' TO WS-ROTULO-DIM
             WHEN WS-IDX-DIM IS LESS THAN 32
                MOVE SPACES TO WS-ROTULO-DIM
                STRING 'UF ' DELIMITED BY SIZE
                       WS-UF-SIGLA(WS-IDX-DIM - 1) DELIMITED BY SIZE
                  INTO WS-ROTULO-DIM
                END-STRING
             WHEN OTHER
                MOVE SPACES TO WS-ROTULO-DIM
                STRING 'SECAO CNAE ' DELIMITED BY SIZE
                       WS-LETRAS-SECAO(WS-IDX-DIM - 31:1)
                         DELIMITED BY SIZE
                  INTO WS-ROTULO-DIM
                END-STRING
           END-EVALUATE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-ROTULO-DIM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE '    MES   ESTOQUE   VARIACAO    VAR %  NASCIMENTOS    M
      -       'ORTES REATIVACOES      SALDO MEDIA MOVEL'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WS-TEM-ANTERIOR.
           MOVE ZERO TO WS-ESTOQUE-ANTERIOR.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
             UNTIL WS-IDX-MES IS GREATER THAN WS-JANELA-MESES
             PERFORM 0009-EMITIR-MES
           END-PERFORM.

       0009-EMITIR-MES.
           COMPUTE WS-MES-CORRIDO = WS-INICIO-JANELA + WS-IDX-MES - 1.
           DIVIDE WS-MES-CORRIDO BY 12 GIVING WS-ROTULO-ANO
              REMAINDER WS-ROTULO-MES.
           ADD 1 TO WS-ROTULO-MES.
           MOVE SPACES TO REG-RELATORIO.
           IF WS-DM-APURADO(WS-IDX-DIM, WS-IDX-MES) IS NOT EQUAL TO
              'S' THEN
              STRING WS-ROTULO-ANO DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-ROTULO-MES DELIMITED BY SIZE
                     '   SEM APURACAO' DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           ELSE
              COMPUTE WS-SALDO =
                 WS-DM-NASCIMENTOS(WS-IDX-DIM, WS-IDX-MES) +
                 WS-DM-REATIVACOES(WS-IDX-DIM, WS-IDX-MES) -
                 WS-DM-MORTES(WS-IDX-DIM, WS-IDX-MES)
      *       MEDIA MOVEL SOBRE OS ULTIMOS MESES APURADOS DA JANELA,
      *       INCLUINDO O PROPRIO MES.
              MOVE ZERO TO WS-SOMA-MM
              MOVE ZERO TO WS-QTD-MM
              PERFORM VARYING WS-IDX-MM FROM WS-IDX-MES BY -1
                UNTIL WS-IDX-MM IS LESS THAN 1 OR
                      WS-QTD-MM IS NOT LESS THAN WS-MEDIA-MOVEL
                IF WS-DM-APURADO(WS-IDX-DIM, WS-IDX-MM) IS EQUAL TO
                   'S' THEN
                   ADD 1 TO WS-QTD-MM
                   COMPUTE WS-SOMA-MM = WS-SOMA-MM +
                      WS-DM-NASCIMENTOS(WS-IDX-DIM, WS-IDX-MM) +
                      WS-DM-REATIVACOES(WS-IDX-DIM, WS-IDX-MM) -
                      WS-DM-MORTES(WS-IDX-DIM, WS-IDX-MM)
                END-IF
              END-PERFORM
              COMPUTE WS-MEDIA-SALDO ROUNDED = WS-SOMA-MM / WS-QTD-MM
              MOVE ZERO TO WS-VARIACAO
              MOVE ZERO TO WS-VARIACAO-PCT
              IF WS-TEM-ANTERIOR IS EQUAL TO 'S' THEN
                 COMPUTE WS-VARIACAO =
                    WS-DM-ESTOQUE(WS-IDX-DIM, WS-IDX-MES) -
                    WS-ESTOQUE-ANTERIOR
                 IF WS-ESTOQUE-ANTERIOR IS GREATER THAN ZERO THEN
                    COMPUTE WS-VARIACAO-PCT ROUNDED =
                       WS-VARIACAO * 100 / WS-ESTOQUE-ANTERIOR
                 END-IF
              END-IF
              MOVE WS-DM-ESTOQUE(WS-IDX-DIM, WS-IDX-MES) TO WS-QTD-ED
              MOVE WS-DM-NASCIMENTOS(WS-IDX-DIM, WS-IDX-MES) TO
                WS-NASC-ED
              MOVE WS-DM-MORTES(WS-IDX-DIM, WS-IDX-MES) TO WS-MORT-ED
              MOVE WS-DM-REATIVACOES(WS-IDX-DIM, WS-IDX-MES) TO
                WS-REAT-ED
              MOVE WS-VARIACAO TO WS-VAR-ED
              MOVE WS-VARIACAO-PCT TO WS-PCT-ED
              MOVE WS-SALDO TO WS-SALDO-ED
              MOVE WS-MEDIA-SALDO TO WS-MM-ED
              STRING WS-ROTULO-ANO DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-ROTULO-MES DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-QTD-ED DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-VAR-ED DELIMITED BY SIZE
                     WS-PCT-ED DELIMITED BY SIZE
                     '    ' DELIMITED BY SIZE
                     WS-NASC-ED DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-MORT-ED DELIMITED BY SIZE
                     '   ' DELIMITED BY SIZE
                     WS-REAT-ED DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SALDO-ED DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-MM-ED DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
              MOVE 'S' TO WS-TEM-ANTERIOR
              MOVE WS-DM-ESTOQUE(WS-IDX-DIM, WS-IDX-MES) TO
                WS-ESTOQUE-ANTERIOR
           END-IF.

       0010-LOCALIZAR-UF.
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
           MOVE SPACES TO WS-CAM-HISTORICO-DEMOGRAFIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-demografia.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-DEMOGRAFIA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-DEMOGRAFIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-tendencia-demografia.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-DEMOGRAFIA
           END-STRING.

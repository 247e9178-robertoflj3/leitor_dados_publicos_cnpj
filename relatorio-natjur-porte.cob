                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-VARREDURA ASSIGN TO WS-CAM-VARREDURA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VAR.

           SELECT ARQ-VARREDURA-CTL ASSIGN TO
                   WS-CAM-VARREDURA-CONTROLE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VCT.

           SELECT ARQ-NAT-JURIDICA ASSIGN TO
                   "TABELASRFB/NATUREZA-JURIDICA"
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

       FD ARQ-VARREDURA.
       01 REG-VARREDURA               PIC X(1200).

       FD ARQ-VARREDURA-CTL.
       01 REG-VARREDURA-CTL           PIC X(150).

       FD ARQ-NAT-JURIDICA.
       01 FD-NAT-JURIDICA.
           03 FD-NATJUR-COD         PIC 9999.
       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG          PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-VAR              PIC XX.
       01 ST-ARQUIVO-VCT              PIC XX.
       01 WS-CAM-VARREDURA            PIC X(060) VALUE SPACES.
       01 WS-CAM-VARREDURA-CONTROLE   PIC X(060) VALUE SPACES.
       01 WS-USA-VARREDURA            PIC X VALUE 'N'.
       01 WS-EOF-VCT                  PIC X VALUE 'N'.
       01 WS-VAR-PROGRAMA             PIC X(040) VALUE
          'RELATORIO-NATJUR-PORTE'.
       01 WS-VAR-FILTRO-PROPRIO       PIC X(015) VALUE 'TODOS'.
       01 WS-VAR-DATA-HOJE            PIC 9(008) VALUE ZERO.
       01 WS-VCT-PROGRAMA             PIC X(040) VALUE SPACES.
       01 WS-VCT-FILTRO               PIC X(015) VALUE SPACES.
       01 WS-VCT-ARQUIVO              PIC X(040) VALUE SPACES.
       01 WS-VCT-DATA                 PIC X(008) VALUE SPACES.
       01 WS-VCT-HORA                 PIC X(008) VALUE SPACES.
       01 WS-VCT-EXTRAIDOS            PIC X(009) VALUE SPACES.
       01 WS-VCT-LIDOS-BASE           PIC X(009) VALUE SPACES.
       01 ST-ARQ-NAT-JURIDICA         PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-EMPRESAS2            PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO            PIC X(060) VALUE SPACES.
       01 WS-EOF                      PIC X VALUE 'N'.
           INITIALIZE WS-TAB-NATJUR.
           PERFORM 0002-CARREGAR-NATUREZAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'COMBINACOES ANOMALAS (LTDA 2062 COM CAPITAL ZERO):'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0003-ACUMULAR-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
      *    NA REEMISSAO SOBRE COMPETENCIA PASSADA O EXTRATO DO DIA
      *    NAO SERVE: A LEITURA E SEMPRE NA BASE GUARDADA.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              PERFORM 0006-LOCALIZAR-VARREDURA
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             PERFORM 0007-LER-EMPRESA
             IF WS-EOF IS NOT EQUAL TO 'Y' THEN
                ADD 1 TO WS-TOTAL-LIDAS
                PERFORM 0004-ACUMULAR-REGISTRO
             END-IF
           END-PERFORM.
           CLOSE ARQ-EMPRESAS.
           IF WS-USA-VARREDURA IS EQUAL TO 'S' THEN
              CLOSE ARQ-VARREDURA
              IF WS-VCT-LIDOS-BASE IS NUMERIC THEN
                 MOVE WS-VCT-LIDOS-BASE TO WS-TOTAL-LIDAS
              END-IF
           END-IF.

       0004-ACUMULAR-REGISTRO.
           EVALUATE FRE-PORTE-EMPRESA
             END-PERFORM
           END-PERFORM.

       0006-LOCALIZAR-VARREDURA.
      *    COM A VARREDURA COMPARTILHADA DO DIA (LINHA DESTE PROGRAMA
      *    EM VARREDURA-CONTROLE.DAT) A LEITURA E FEITA NO EXTRATO
      *    GRAVADO PELA VARREDURA-COMPARTILHADA-BASE, NO LUGAR DE
      *    EMPRESAS2.DAT; O FILTRO DO PROPRIO RELATORIO CONTINUA
      *    APLICADO. SEM LINHA DO DIA, COM FILTRO QUE NAO COBRE O DO
      *    RELATORIO OU COM EXTRATO AUSENTE, A LEITURA E NA BASE.
           MOVE 'N' TO WS-USA-VARREDURA.
           MOVE SPACES TO WS-CAM-VARREDURA.
           ACCEPT WS-VAR-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-VARREDURA-CTL.
           IF ST-ARQUIVO-VCT IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-VCT
              PERFORM UNTIL WS-EOF-VCT IS EQUAL TO 'Y'
                READ ARQ-VARREDURA-CTL
                  AT END MOVE 'Y' TO WS-EOF-VCT
                  NOT AT END
                     MOVE SPACES TO WS-VCT-PROGRAMA
                     MOVE SPACES TO WS-VCT-FILTRO
                     MOVE SPACES TO WS-VCT-ARQUIVO
                     MOVE SPACES TO WS-VCT-DATA
                     MOVE SPACES TO WS-VCT-HORA
                     MOVE SPACES TO WS-VCT-EXTRAIDOS
                     MOVE SPACES TO WS-VCT-LIDOS-BASE
                     UNSTRING REG-VARREDURA-CTL DELIMITED BY ';'
                       INTO WS-VCT-PROGRAMA
                            WS-VCT-FILTRO
                            WS-VCT-ARQUIVO
                            WS-VCT-DATA
                            WS-VCT-HORA
                            WS-VCT-EXTRAIDOS
                            WS-VCT-LIDOS-BASE
                     END-UNSTRING
                     IF WS-VCT-PROGRAMA IS EQUAL TO WS-VAR-PROGRAMA
                        AND WS-VCT-DATA IS EQUAL TO WS-VAR-DATA-HOJE
                        AND (WS-VCT-FILTRO IS EQUAL TO 'TODOS' OR
                             WS-VCT-FILTRO IS EQUAL TO
                             WS-VAR-FILTRO-PROPRIO) THEN
                        MOVE 'Y' TO WS-EOF-VCT
                        STRING WS-DIR-DADOS DELIMITED BY SPACE
                               WS-VCT-ARQUIVO DELIMITED BY SPACE
                          INTO WS-CAM-VARREDURA
                        END-STRING
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-VARREDURA-CTL
           END-IF.
           IF WS-CAM-VARREDURA IS NOT EQUAL TO SPACES THEN
              OPEN INPUT ARQ-VARREDURA
              IF ST-ARQUIVO-VAR IS EQUAL TO '00' THEN
                 MOVE 'S' TO WS-USA-VARREDURA
                 DISPLAY 'LENDO O EXTRATO DA VARREDURA COMPARTILHADA: '
                    WS-VCT-ARQUIVO
              ELSE
                 DISPLAY 'EXTRATO DA VARREDURA INDISPONIVEL - STATUS '
                    ST-ARQUIVO-VAR ' - LENDO EMPRESAS2.DAT'
              END-IF
           END-IF.

       0007-LER-EMPRESA.
           IF WS-USA-VARREDURA IS EQUAL TO 'S' THEN
              READ ARQ-VARREDURA INTO FD-REG-EMPRESA
                AT END MOVE 'Y' TO WS-EOF
              END-READ
           ELSE
              READ ARQ-EMPRESAS NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
              END-READ
           END-IF.

       9900-RESOLVER-AMBIENTE.
           MOVE 'P' TO WS-AMBIENTE.
           OPEN INPUT ARQ-AMBIENTE.
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-VARREDURA-CONTROLE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'varredura-controle.dat' DELIMITED BY SIZE
             INTO WS-CAM-VARREDURA-CONTROLE
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-natjur-porte.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO
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
              MOVE SPACES TO REG-RELATORIO
              STRING 'COMPETENCIA DE REFERENCIA: ' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SIZE
                     ' - REEMISSAO SOBRE A BASE GUARDADA'
                       DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.

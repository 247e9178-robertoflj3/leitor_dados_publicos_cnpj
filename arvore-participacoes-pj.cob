                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

           SELECT ARQ-COMPETENCIA-REF ASSIGN TO
                   "competencia-referencia.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CRF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SOCIOS.
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
       01 WS-CAM-ARVORE-PARTICIPACOES-T  PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
           OPEN INPUT ARQ-SOCIOS.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ARVORE DE PARTICIPACOES DO CNPJ '
                    DELIMITED BY SIZE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
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
              MOVE SPACES TO WS-CAM-SOCIOS2
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'socios2-' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SPACE
                     '.dat' DELIMITED BY SIZE
                INTO WS-CAM-SOCIOS2
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

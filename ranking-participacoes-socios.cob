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
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RANKING-PARTICIPACOES   PIC X(060) VALUE SPACES.
       01 WS-TAMANHO-RANKING          PIC 99 VALUE 20.
       01 WS-TAMANHO-RANKING-IN       PIC 99.
       01 WS-CPF-ATUAL                PIC X(014) VALUE LOW-VALUES.
       01 WS-CPF-PUBLICO              PIC X(014) VALUE SPACES.
       01 WS-NOME-ATUAL               PIC X(060) VALUE SPACES.
       01 WS-QTD-GRUPO                PIC 9(005) VALUE ZERO.
       01 WS-QTD-ATIVAS               PIC 9(005) VALUE ZERO.
                  IF FRS-CPF-SOCIO IS NOT EQUAL TO WS-CPF-ATUAL THEN
                     PERFORM 0004-FECHAR-GRUPO
                     MOVE FRS-CPF-SOCIO TO WS-CPF-ATUAL
                     PERFORM 0008-CPF-PUBLICO
                     MOVE FRS-NOME-SOCIO TO WS-NOME-ATUAL
                  END-IF
                  IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 THEN
                MOVE WS-RANK-OCR(WS-IDX-RANK - 1) TO
                  WS-RANK-OCR(WS-IDX-RANK)
              END-PERFORM
              MOVE WS-CPF-PUBLICO TO WS-RANK-CPF(WS-IDX-RANK2)
              MOVE WS-NOME-ATUAL TO WS-RANK-NOME(WS-IDX-RANK2)
              MOVE WS-QTD-GRUPO TO WS-RANK-QTD(WS-IDX-RANK2)
              MOVE WS-QTD-ATIVAS TO WS-RANK-ATIVAS(WS-IDX-RANK2)

       0006-EMITIR-RANKING.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'RANKING DE PESSOAS POR NUMERO DE PARTICIPACOES '
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       0008-CPF-PUBLICO.
      *    O CPF ESTA CIFRADO NA BASE: A QUEBRA USA O VALOR CIFRADO (A
      *    CIFRA E DETERMINISTICA) E O RANKING SAI NO PADRAO DOS DADOS
      *    ABERTOS (SO O MIOLO).
           MOVE SPACES TO WS-CPF-PUBLICO.
           STRING '***' DELIMITED BY SIZE
                  FRS-CPF-MIOLO DELIMITED BY SIZE
                  '**' DELIMITED BY SIZE
             INTO WS-CPF-PUBLICO
           END-STRING.

       9700-LER-PARAMETRO.
      *    BUSCA UM PARAMETRO NO ARQUIVO CENTRAL DE PARAMETROS DO
      *    SISTEMA; PARAMETRO AUSENTE MANTEM O VALOR PADRAO DO
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

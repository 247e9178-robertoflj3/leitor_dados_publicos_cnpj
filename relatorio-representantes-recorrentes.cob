      * QUEBRA POR QUALIFICACAO DO REPRESENTANTE                      *
      * (FRS-COD-QUALIFICACAO-REP), E LISTA OS MAIORES EM ORDEM       *
      * DECRESCENTE - REPRESENTANTE RECORRENTE E SINAL CLASSICO DE    *
      * LARANJA. CPF E NOME DO REPRESENTANTE ESTAO CIFRADOS NA BASE:  *
      * A QUEBRA USA O VALOR CIFRADO (A CIFRA E DETERMINISTICA) E O   *
      * RELATORIO SAI COM O VALOR DECIFRADO; SEM A CHAVE DO REGISTRO  *
      * O REPRESENTANTE SAI MASCARADO E O CONSOLE ACUSA O TOTAL.      *
      ****************************************************************

       ENVIRONMENT DIVISION.
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
       01 WS-CAM-RELATORIO-REPRESENTANTE PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 WS-PRIMEIRO-GRUPO           PIC X VALUE 'S'.
       01 WS-QTD-REPRESENTADOS        PIC 9(005) VALUE ZERO.
       01 WS-NOME-REP-ATUAL           PIC X(060) VALUE SPACES.
       01 WS-CPF-REP-IMPRESSO         PIC X(011) VALUE SPACES.
       01 WS-CONT-SEM-CHAVE           PIC 9(005) VALUE ZERO.
       01 WS-QTD-QUALIF-GRUPO         PIC 99 VALUE ZERO.
       01 WS-IDX-QUA                  PIC 99 VALUE ZERO.
       01 WS-QUALIF-ACHADA            PIC X VALUE 'N'.
       01 WS-PONTEIRO-QUALIF          PIC 999 VALUE 1.
       01 WS-CONT-LISTADOS            PIC 9(005) VALUE ZERO.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           END-IF.
           OPEN INPUT ARQ-SOCIOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'REPRESENTANTES LEGAIS RECORRENTES (CPF;NOME;
      -       'REPRESENTADOS;QUALIFICACOES):' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE ARQ-SOCIOS.
           DISPLAY 'REPRESENTANTES ACIMA DO MINIMO: '
              WS-CONT-LISTADOS.
           IF WS-CONT-SEM-CHAVE IS GREATER THAN ZERO THEN
              DISPLAY '*** REPRESENTANTES MASCARADOS (CHAVE DO REGISTRO'
                 ' INDISPONIVEL): ' WS-CONT-SEM-CHAVE
           END-IF.
           DISPLAY 'FIM DO RELATORIO DE REPRESENTANTES.'.
           GOBACK.

                        END-IF
                        MOVE 'N' TO WS-PRIMEIRO-GRUPO
                        MOVE FRS-CPF-REPRESENTANTE TO WS-CPF-ATUAL
                        PERFORM 0005-DECIFRAR-REPRESENTANTE
                        MOVE ZERO TO WS-QTD-REPRESENTADOS
                        INITIALIZE WS-TAB-QUALIF-GRUPO
                        MOVE ZERO TO WS-QTD-QUALIF-GRUPO
                END-STRING
              END-PERFORM
              MOVE SPACES TO REG-RELATORIO
              STRING WS-CPF-REP-IMPRESSO DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-NOME-REP-ATUAL DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
              WRITE REG-RELATORIO
           END-IF.

       0005-DECIFRAR-REPRESENTANTE.
           MOVE FD-REG-SOCIO TO RCF-REG-SOCIO.
           MOVE 'D' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           IF RCF-RETORNO IS EQUAL TO '00' THEN
              MOVE RCF-CPF-REPRESENTANTE TO WS-CPF-REP-IMPRESSO
              MOVE RCF-NOME-REPRESENTANTE TO WS-NOME-REP-ATUAL
           ELSE
              MOVE ALL '*' TO WS-CPF-REP-IMPRESSO
              MOVE '*** NOME PROTEGIDO ***' TO WS-NOME-REP-ATUAL
              ADD 1 TO WS-CONT-SEM-CHAVE
           END-IF.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
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

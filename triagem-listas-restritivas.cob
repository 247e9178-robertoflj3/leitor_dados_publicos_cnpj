                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

           SELECT ARQ-COMPETENCIA-REF ASSIGN TO
                   "competencia-referencia.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CRF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LISTA.
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
       01 WS-CAM-LISTA-RESTRITIVA        PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-TRIAGEM       PIC X(060) VALUE SPACES.
       01 WS-LST-CPF                  PIC X(014) VALUE SPACES.
       01 WS-LST-CATEGORIA            PIC X(020) VALUE SPACES.
       01 WS-LST-MIOLO                PIC 9(006) VALUE ZERO.
       01 WS-CPF-PUBLICO              PIC X(014) VALUE SPACES.
       01 WS-LST-FONETICO             PIC X(150) VALUE SPACES.
       01 WS-CONFIANCA                PIC X(005) VALUE SPACES.
       01 WS-RAZAO-VINCULO            PIC X(150) VALUE SPACES.
           OPEN INPUT ARQ-SOCIOS.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'SUSPEITAS DA TRIAGEM (NOME-LISTA;CATEGORIA;CONFIANCA;
      -       'NOME-NA-BASE;CPF-NA-BASE;CNPJ;RAZAO SOCIAL):'
             TO REG-RELATORIO.
             NOT INVALID KEY
                MOVE FRE-RAZAO-SOCIAL TO WS-RAZAO-VINCULO
           END-READ.
           PERFORM 0008-CPF-PUBLICO.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-LST-NOME DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRS-NOME-SOCIO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-CPF-PUBLICO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRS-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
           END-IF.
           MOVE WS-FON-CHAR TO WS-FON-ULT.

       0008-CPF-PUBLICO.
      *    O CPF DO SOCIO PESSOA FISICA ESTA CIFRADO NA BASE; NO
      *    RELATORIO SAI NO PADRAO DOS DADOS ABERTOS (SO O MIOLO).
      *    SOCIO PESSOA JURIDICA TRAZ O CNPJ, QUE NAO E CIFRADO.
           MOVE SPACES TO WS-CPF-PUBLICO.
           IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
              MOVE FRS-CPF-SOCIO TO WS-CPF-PUBLICO
           ELSE
              STRING '***' DELIMITED BY SIZE
                     FRS-CPF-MIOLO DELIMITED BY SIZE
                     '**' DELIMITED BY SIZE
                INTO WS-CPF-PUBLICO
              END-STRING
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

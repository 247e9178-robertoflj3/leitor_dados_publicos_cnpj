      * POSSUEM REPRESENTANTE LEGAL PREENCHIDO (RRS-CPF-REPRESENTANTE *
      * OU RRS-NOME-REPRESENTANTE), CASO TIPICO DE SOCIO MENOR DE     *
      * IDADE OU INCAPAZ REPRESENTADO POR TERCEIROS, PARA O           *
      * LEVANTAMENTO PERIODICO DO JURIDICO. CPF DO SOCIO E CPF/NOME   *
      * DO REPRESENTANTE ESTAO CIFRADOS NA BASE: O CPF DO SOCIO SAI   *
      * NO PADRAO DOS DADOS ABERTOS (SO O MIOLO) E O REPRESENTANTE    *
      * SAI MASCARADO, COMO NA FICHA SEM EXIBICAO COMPLETA.           *
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
       01 WS-CAM-RELATORIO-SOCIOS-REPRE  PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-TOTAL-LIDOS              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-COM-REPRESENTANTE  PIC 9(007) VALUE ZERO.
       01 WS-CPF-PUBLICO              PIC X(014) VALUE SPACES.
       01 WS-CPF-REPRESENTANTE-EXIBIDO PIC X(011) VALUE SPACES.
       01 WS-NOME-REPRESENTANTE-EXIBIDO PIC X(060) VALUE SPACES.

       COPY "REGISTRO-RFB-SOCIO.cpy".

       0002-PROCESSAR-SOCIOS.
           OPEN INPUT ARQ-SOCIOS.
           OPEN OUTPUT ARQ-SAIDA.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
           CLOSE ARQ-SAIDA.

       0003-GRAVAR-DETALHE.
           PERFORM 0004-CPF-PUBLICO.
           PERFORM 0005-MASCARAR-REPRESENTANTE.
           MOVE SPACES TO REG-SAIDA.
           STRING RRS-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  RRS-NOME-SOCIO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CPF-PUBLICO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-NOME-REPRESENTANTE-EXIBIDO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CPF-REPRESENTANTE-EXIBIDO DELIMITED BY SIZE
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.

       0004-CPF-PUBLICO.
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

       0005-MASCARAR-REPRESENTANTE.
      *    CPF E NOME DO REPRESENTANTE ESTAO CIFRADOS NA BASE (A CIFRA
      *    SO ATUA SOBRE CAMPO PREENCHIDO) E SAEM MASCARADOS, COMO NA
      *    FICHA DO LEITOR-RFB2 SEM A EXIBICAO COMPLETA AUTORIZADA.
           MOVE SPACES TO WS-CPF-REPRESENTANTE-EXIBIDO.
           MOVE SPACES TO WS-NOME-REPRESENTANTE-EXIBIDO.
           IF RRS-CPF-REPRESENTANTE IS GREATER THAN ZERO THEN
              MOVE RRS-CPF-REPRESENTANTE TO
                WS-CPF-REPRESENTANTE-EXIBIDO
              MOVE '******' TO WS-CPF-REPRESENTANTE-EXIBIDO(4:6)
           END-IF.
           IF RRS-NOME-REPRESENTANTE IS NOT EQUAL TO SPACES THEN
              MOVE '*** NOME PROTEGIDO ***' TO
                WS-NOME-REPRESENTANTE-EXIBIDO
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
              MOVE SPACES TO REG-SAIDA
              STRING 'COMPETENCIA DE REFERENCIA: ' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SIZE
                     ' - REEMISSAO SOBRE A BASE GUARDADA'
                       DELIMITED BY SIZE
                INTO REG-SAIDA
              END-STRING
              WRITE REG-SAIDA
           END-IF.

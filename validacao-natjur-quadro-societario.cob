       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDACAO-NATJUR-QUADRO-SOCIETARIO.

      ****************************************************************
      * JOB BATCH POS-CARGA: CONFRONTA A NATUREZA JURIDICA DE CADA    *
      * MATRIZ DE EMPRESAS2.DAT COM O QUADRO SOCIETARIO GRAVADO EM    *
      * SOCIOS2.DAT E COM A QUALIFICACAO DO RESPONSAVEL, SEGUNDO AS   *
      * REGRAS DE TABELASRFB/REGRA-NATJUR-QSA (NATUREZA, QUANTIDADE   *
      * MINIMA E MAXIMA DE SOCIOS E ATE 20 QUALIFICACOES PERMITIDAS   *
      * AO RESPONSAVEL - LISTA EM BRANCO ACEITA QUALQUER UMA).        *
      * NATUREZA SEM REGRA NA TABELA NAO E CRITICADA. AS OCORRENCIAS  *
      * PASSAM POR SORT (REGRA, UF, CNPJ) E SAEM AGRUPADAS POR REGRA  *
      * VIOLADA E POR UF, COM SUBTOTAIS. O RELATORIO-NATJUR-PORTE SO  *
      * CRUZA NATUREZA COM PORTE; ESTE PASSO COBRE O QUADRO.          *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
                   ALTERNATE KEY IS FRE-UF-MUNICIPIO WITH DUPLICATES
                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-SOCIOS ASSIGN TO WS-CAM-SOCIOS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRS-COD-SOCIO
                   ALTERNATE RECORD KEY IS FRS-NOME-SOCIO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CNPJ WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CPF-SOCIO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CPF-MIOLO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-NOME-FONETICO WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-REGRA-NATJUR ASSIGN TO
                   "TABELASRFB/REGRA-NATJUR-QSA"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RNQ.

           SELECT SORT-WORK ASSIGN TO WS-CAM-NATJURQSA-SRT.

           SELECT ARQ-SAIDA ASSIGN TO
                   WS-CAM-VALIDACAO-NATJUR-QSA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SAI.

           SELECT ARQ-SUMARIO-EXEC ASSIGN TO
                   WS-CAM-SUMARIO-EXECUCOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SUX.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
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

       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-REGRA-NATJUR.
       01 REG-REGRA-NATJUR.
           03 RNQ-COD-NAT-JURIDICA    PIC 9999.
           03 RNQ-MIN-SOCIOS          PIC 9(003).
           03 RNQ-MAX-SOCIOS          PIC 9(003).
           03 RNQ-QUALIF-PERMITIDAS   PIC X(040).
           03 RNQ-DESCRICAO           PIC X(060).

       SD SORT-WORK.
       01 SD-REG-TEMP.
          05 SD-REGRA                 PIC X(020).
          05 SD-UF                    PIC X(002).
          05 SD-CNPJ                  PIC X(014).
          05 SD-NAT-JURIDICA          PIC 9999.
          05 SD-RAZAO-SOCIAL          PIC X(100).
          05 SD-DETALHE               PIC X(080).

       FD ARQ-SAIDA.
       01 REG-SAIDA                   PIC X(250).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-CAM-SUMARIO-EXECUCOES    PIC X(060) VALUE SPACES.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'VALIDACAO-NATJUR-QSA'.

       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-NATJURQSA-SRT           PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-VALIDACAO-NATJUR-QSA    PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-RNQ              PIC XX.
       01 ST-ARQUIVO-SAI              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-PRIMEIRA-LINHA           PIC X VALUE 'S'.

       01 WS-QTD-REGRAS               PIC 999 VALUE ZERO.
       01 WS-IDX-REGRA                PIC 999 VALUE ZERO.
       01 WS-IDX-REGRA-ACHADA         PIC 999 VALUE ZERO.
       01 WS-IDX-QUALIF               PIC 99 VALUE ZERO.
       01 WS-TAB-REGRAS.
          05 WS-RNQ-OCR OCCURS 200 TIMES.
             10 WS-RNQ-NAT-JURIDICA   PIC 9999.
             10 WS-RNQ-MIN-SOCIOS     PIC 9(003).
             10 WS-RNQ-MAX-SOCIOS     PIC 9(003).
             10 WS-RNQ-QUALIFS.
                15 WS-RNQ-QUALIF OCCURS 20 TIMES PIC XX.

       01 WS-QTD-SOCIOS               PIC 9(003) VALUE ZERO.
       01 WS-QUALIF-RESP              PIC XX VALUE SPACES.
       01 WS-QUALIF-OK                PIC X VALUE 'N'.

       01 WS-QUEBRA-REGRA             PIC X(020) VALUE SPACES.
       01 WS-QUEBRA-UF                PIC X(002) VALUE SPACES.
       01 WS-SUBTOTAL-UF              PIC 9(007) VALUE ZERO.
       01 WS-SUBTOTAL-REGRA           PIC 9(007) VALUE ZERO.

       01 WS-TOTAL-LIDOS              PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-AVALIADAS          PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-SEM-REGRA          PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-OCORRENCIAS        PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'VALIDACAO NATUREZA JURIDICA X QUADRO SOCIETARIO'.
           PERFORM 0002-CARREGAR-REGRAS.
           IF WS-QTD-REGRAS IS EQUAL TO ZERO THEN
              DISPLAY '*** TABELASRFB/REGRA-NATJUR-QSA AUSENTE OU '
                 'VAZIA - PASSO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              MOVE 'REGRAS=0' TO WS-SUM-CONTADORES
              IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
                 PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              END-IF
              GOBACK
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SD-REGRA SD-UF SD-CNPJ
               INPUT PROCEDURE IS 0003-SELECIONAR-EMPRESAS
               OUTPUT PROCEDURE IS 0007-CONSOLIDAR-SAIDA.
           DISPLAY 'TOTAL DE ESTABELECIMENTOS LIDOS.....: '
              WS-TOTAL-LIDOS.
           DISPLAY 'MATRIZES AVALIADAS PELAS REGRAS.....: '
              WS-TOTAL-AVALIADAS.
           DISPLAY 'MATRIZES COM NATUREZA SEM REGRA.....: '
              WS-TOTAL-SEM-REGRA.
           DISPLAY 'TOTAL DE OCORRENCIAS................: '
              WS-TOTAL-OCORRENCIAS.
           DISPLAY 'FIM DA VALIDACAO NATUREZA X QUADRO SOCIETARIO.'.
      *    ACHADOS VIRAM CODIGO DE RETORNO 4 PARA O CONTROLADOR DA
      *    MALHA PODER INTERROMPER UM PASSO OBRIGATORIO COM FALHA.
           IF WS-TOTAL-OCORRENCIAS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'LIDOS=' DELIMITED BY SIZE
                  WS-TOTAL-LIDOS DELIMITED BY SIZE
                  ' AVALIADAS=' DELIMITED BY SIZE
                  WS-TOTAL-AVALIADAS DELIMITED BY SIZE
                  ' OCORRENCIAS=' DELIMITED BY SIZE
                  WS-TOTAL-OCORRENCIAS DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
           END-IF.
           GOBACK.

       0002-CARREGAR-REGRAS.
           INITIALIZE WS-TAB-REGRAS.
           MOVE ZERO TO WS-QTD-REGRAS.
           OPEN INPUT ARQ-REGRA-NATJUR.
           IF ST-ARQUIVO-RNQ IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-REGRA-NATJUR
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-REGRAS IS LESS THAN 200 AND
                        RNQ-COD-NAT-JURIDICA IS NUMERIC THEN
                        ADD 1 TO WS-QTD-REGRAS
                        MOVE RNQ-COD-NAT-JURIDICA TO
                          WS-RNQ-NAT-JURIDICA(WS-QTD-REGRAS)
                        MOVE RNQ-MIN-SOCIOS TO
                          WS-RNQ-MIN-SOCIOS(WS-QTD-REGRAS)
                        MOVE RNQ-MAX-SOCIOS TO
                          WS-RNQ-MAX-SOCIOS(WS-QTD-REGRAS)
                        MOVE RNQ-QUALIF-PERMITIDAS TO
                          WS-RNQ-QUALIFS(WS-QTD-REGRAS)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-REGRA-NATJUR
           END-IF.

       0003-SELECIONAR-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-EMP '/' ST-ARQUIVO-SOC
                 ') - PASSO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-LIDOS
      *           O QUADRO SOCIETARIO E GRAVADO SO PARA A MATRIZ.
                  IF FRE-IND-MATRIZ-FILIAL IS EQUAL TO 1 THEN
                     PERFORM 0004-AVALIAR-EMPRESA
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.

       0004-AVALIAR-EMPRESA.
           MOVE ZERO TO WS-IDX-REGRA-ACHADA.
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
             UNTIL WS-IDX-REGRA IS GREATER THAN WS-QTD-REGRAS
                OR WS-IDX-REGRA-ACHADA IS GREATER THAN ZERO
             IF WS-RNQ-NAT-JURIDICA(WS-IDX-REGRA) IS EQUAL TO
                FRE-COD-NAT-JURIDICA THEN
                MOVE WS-IDX-REGRA TO WS-IDX-REGRA-ACHADA
             END-IF
           END-PERFORM.
           IF WS-IDX-REGRA-ACHADA IS EQUAL TO ZERO THEN
              ADD 1 TO WS-TOTAL-SEM-REGRA
           ELSE
              ADD 1 TO WS-TOTAL-AVALIADAS
              PERFORM 0005-CONTAR-SOCIOS
              IF WS-QTD-SOCIOS IS GREATER THAN
                 WS-RNQ-MAX-SOCIOS(WS-IDX-REGRA-ACHADA) THEN
                 MOVE 'SOCIOS-ACIMA-MAXIMO' TO SD-REGRA
                 MOVE SPACES TO SD-DETALHE
                 STRING 'NATUREZA ADMITE NO MAXIMO ' DELIMITED BY SIZE
                        WS-RNQ-MAX-SOCIOS(WS-IDX-REGRA-ACHADA)
                          DELIMITED BY SIZE
                        ' SOCIOS; QUADRO COM ' DELIMITED BY SIZE
                        WS-QTD-SOCIOS DELIMITED BY SIZE
                   INTO SD-DETALHE
                 END-STRING
                 PERFORM 0006-LIBERAR-OCORRENCIA
              END-IF
              IF WS-QTD-SOCIOS IS LESS THAN
                 WS-RNQ-MIN-SOCIOS(WS-IDX-REGRA-ACHADA) THEN
                 MOVE 'SOCIOS-ABAIXO-MINIMO' TO SD-REGRA
                 MOVE SPACES TO SD-DETALHE
                 STRING 'NATUREZA EXIGE NO MINIMO ' DELIMITED BY SIZE
                        WS-RNQ-MIN-SOCIOS(WS-IDX-REGRA-ACHADA)
                          DELIMITED BY SIZE
                        ' SOCIOS; QUADRO COM ' DELIMITED BY SIZE
                        WS-QTD-SOCIOS DELIMITED BY SIZE
                   INTO SD-DETALHE
                 END-STRING
                 PERFORM 0006-LIBERAR-OCORRENCIA
              END-IF
              IF WS-RNQ-QUALIFS(WS-IDX-REGRA-ACHADA) IS NOT EQUAL
                 TO SPACES THEN
                 MOVE FRE-QUALIFICACAO-RESPONSAVEL TO WS-QUALIF-RESP
                 MOVE 'N' TO WS-QUALIF-OK
                 PERFORM VARYING WS-IDX-QUALIF FROM 1 BY 1
                   UNTIL WS-IDX-QUALIF IS GREATER THAN 20
                      OR WS-QUALIF-OK IS EQUAL TO 'S'
                   IF WS-RNQ-QUALIF(WS-IDX-REGRA-ACHADA WS-IDX-QUALIF)
                      IS EQUAL TO WS-QUALIF-RESP THEN
                      MOVE 'S' TO WS-QUALIF-OK
                   END-IF
                 END-PERFORM
                 IF WS-QUALIF-OK IS EQUAL TO 'N' THEN
                    MOVE 'QUALIF-RESP-INVALIDA' TO SD-REGRA
                    MOVE SPACES TO SD-DETALHE
                    STRING 'QUALIFICACAO DO RESPONSAVEL '
                             DELIMITED BY SIZE
                           WS-QUALIF-RESP DELIMITED BY SIZE
                           ' NAO PERMITIDA (ACEITAS: ' DELIMITED BY SIZE
                           WS-RNQ-QUALIFS(WS-IDX-REGRA-ACHADA)
                             DELIMITED BY SPACE
                           ')' DELIMITED BY SIZE
                      INTO SD-DETALHE
                    END-STRING
                    PERFORM 0006-LIBERAR-OCORRENCIA
                 END-IF
              END-IF
           END-IF.

       0005-CONTAR-SOCIOS.
           MOVE ZERO TO WS-QTD-SOCIOS.
           MOVE FRE-CNPJ TO FRS-CNPJ.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CNPJ IS NOT EQUAL TO FRE-CNPJ THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF WS-QTD-SOCIOS IS LESS THAN 999 THEN
                        ADD 1 TO WS-QTD-SOCIOS
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0006-LIBERAR-OCORRENCIA.
           ADD 1 TO WS-TOTAL-OCORRENCIAS.
           MOVE FRE-UF TO SD-UF.
           MOVE FRE-CNPJ TO SD-CNPJ.
           MOVE FRE-COD-NAT-JURIDICA TO SD-NAT-JURIDICA.
           MOVE FRE-RAZAO-SOCIAL TO SD-RAZAO-SOCIAL.
           RELEASE SD-REG-TEMP.

       0007-CONSOLIDAR-SAIDA.
           OPEN OUTPUT ARQ-SAIDA.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'REGRA;UF;CNPJ;NATUREZA;RAZAO SOCIAL;DETALHE' TO
             REG-SAIDA.
           WRITE REG-SAIDA.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END PERFORM 0008-TRATAR-OCORRENCIA
             END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRA-LINHA IS EQUAL TO 'N' THEN
              PERFORM 0009-FECHAR-UF
              PERFORM 0010-FECHAR-REGRA
           END-IF.
           MOVE SPACES TO REG-SAIDA.
           STRING 'TOTAL GERAL;' DELIMITED BY SIZE
                  WS-TOTAL-OCORRENCIAS DELIMITED BY SIZE
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.
           MOVE SPACES TO REG-SAIDA.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.
           CLOSE ARQ-SAIDA.

       0008-TRATAR-OCORRENCIA.
           IF WS-PRIMEIRA-LINHA IS EQUAL TO 'S' THEN
              MOVE 'N' TO WS-PRIMEIRA-LINHA
              MOVE SD-REGRA TO WS-QUEBRA-REGRA
              MOVE SD-UF TO WS-QUEBRA-UF
           END-IF.
           IF SD-REGRA IS NOT EQUAL TO WS-QUEBRA-REGRA THEN
              PERFORM 0009-FECHAR-UF
              PERFORM 0010-FECHAR-REGRA
              MOVE SD-REGRA TO WS-QUEBRA-REGRA
              MOVE SD-UF TO WS-QUEBRA-UF
           ELSE
              IF SD-UF IS NOT EQUAL TO WS-QUEBRA-UF THEN
                 PERFORM 0009-FECHAR-UF
                 MOVE SD-UF TO WS-QUEBRA-UF
              END-IF
           END-IF.
           ADD 1 TO WS-SUBTOTAL-UF.
           ADD 1 TO WS-SUBTOTAL-REGRA.
           MOVE SPACES TO REG-SAIDA.
           STRING SD-REGRA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  SD-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-NAT-JURIDICA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-RAZAO-SOCIAL DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  SD-DETALHE DELIMITED BY '  '
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.

       0009-FECHAR-UF.
           MOVE SPACES TO REG-SAIDA.
           STRING 'SUBTOTAL UF;' DELIMITED BY SIZE
                  WS-QUEBRA-REGRA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-QUEBRA-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUBTOTAL-UF DELIMITED BY SIZE
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.
           MOVE ZERO TO WS-SUBTOTAL-UF.

       0010-FECHAR-REGRA.
           MOVE SPACES TO REG-SAIDA.
           STRING 'TOTAL DA REGRA;' DELIMITED BY SIZE
                  WS-QUEBRA-REGRA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-SUBTOTAL-REGRA DELIMITED BY SIZE
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.
           MOVE ZERO TO WS-SUBTOTAL-REGRA.

       9600-GRAVAR-SUMARIO-EXECUCAO.
      *    SUMARIO DE EXECUCAO EM LAYOUT UNICO (PROGRAMA;DATA;HORA;
      *    RC;VEREDICTO;CONTADORES), ACRESCENTADO A
      *    SUMARIO-EXECUCOES.DAT. O CODIGO DE RETORNO SEGUE O PADRAO
      *    DA CASA: 0=OK, 4=OK COM RESSALVAS, 8=ERRO DE DADOS,
      *    12=ERRO DE AMBIENTE - E O QUE O CONTROLADOR DA MALHA USA
      *    PARA PROSSEGUIR, ALERTAR OU ABORTAR SEM INTERPRETAR
      *    RELATORIO.
           ACCEPT WS-SUM-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-SUM-HORA FROM TIME.
           MOVE RETURN-CODE TO WS-SUM-RC.
           EVALUATE RETURN-CODE
             WHEN 0 MOVE 'OK' TO WS-SUM-VEREDICTO
             WHEN 4 MOVE 'OK-RESSALVAS' TO WS-SUM-VEREDICTO
             WHEN 8 MOVE 'ERRO-DADOS' TO WS-SUM-VEREDICTO
             WHEN 12 MOVE 'ERRO-AMBIENTE' TO WS-SUM-VEREDICTO
             WHEN OTHER MOVE 'ERRO' TO WS-SUM-VEREDICTO
           END-EVALUATE.
           OPEN EXTEND ARQ-SUMARIO-EXEC.
           IF ST-ARQUIVO-SUX IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-SUMARIO-EXEC
           END-IF.
           MOVE SPACES TO REG-SUMARIO-EXEC.
           STRING WS-SUM-PROGRAMA DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SUM-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-HORA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-RC DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-VEREDICTO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SUM-CONTADORES DELIMITED BY '  '
             INTO REG-SUMARIO-EXEC
           END-STRING.
           WRITE REG-SUMARIO-EXEC.
           CLOSE ARQ-SUMARIO-EXEC.

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
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-NATJURQSA-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'natjurqsa.srt' DELIMITED BY SIZE
             INTO WS-CAM-NATJURQSA-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-VALIDACAO-NATJUR-QSA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'validacao-natjur-qsa.dat' DELIMITED BY SIZE
             INTO WS-CAM-VALIDACAO-NATJUR-QSA
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
              MOVE SPACES TO REG-SAIDA
              STRING 'COMPETENCIA DE REFERENCIA: ' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SIZE
                     ' - REEMISSAO SOBRE A BASE GUARDADA'
                       DELIMITED BY SIZE
                INTO REG-SAIDA
              END-STRING
              WRITE REG-SAIDA
           END-IF.

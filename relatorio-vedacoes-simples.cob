       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-VEDACOES-SIMPLES.

      ****************************************************************
      * AUDITORIA PREVENTIVA DAS VEDACOES DA LC 123 AO SIMPLES        *
      * NACIONAL E AO MEI. VARRE EMPRESAS2.DAT E, PARA CADA OPTANTE   *
      * (SITUACAO DO SIMPLES-RAIZ.DAT QUANDO A RAIZ CONSTA NELE,      *
      * SENAO FRE-OPCAO-SIMPLES / FRE-OPCAO-MEI), CONFRONTA O QUADRO  *
      * DE SOCIOS E O CADASTRO COM AS SITUACOES VEDADAS:              *
      *   SOCIO-PJ ........ SOCIO PESSOA JURIDICA;                    *
      *   SOCIO-EXTERIOR .. SOCIO COM PAIS DIFERENTE DO BRASIL;       *
      *   NATJUR-SA ....... SOCIEDADE POR ACOES (2046 / 2054);        *
      *   MEI-FILIAL ...... MEI COM ESTABELECIMENTO FILIAL;           *
      *   MEI-TITULAR-SOCIO TITULAR DO MEI SOCIO DE OUTRA EMPRESA;    *
      *   SOCIO-10PCT ..... SOCIO PF COM MAIS DE 10% DE OUTRA         *
      *                     EMPRESA NAO OPTANTE.                      *
      * O TITULAR DO MEI VEM DO QUADRO QUANDO HA SOCIO PF; SEM        *
      * QUADRO, VEM DO CPF NO FIM DA RAZAO SOCIAL (PADRAO DO MEI).    *
      * A PESSOA E CASADA NAS OUTRAS EMPRESAS POR CPF-MIOLO + NOME.   *
      * COMPLEMENTA O RELATORIO-EXCLUSOES-SIMPLES, QUE SO MOSTRA QUEM *
      * JA FOI EXCLUIDO.                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
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

           SELECT ARQ-SIMPLES-RAIZ ASSIGN TO WS-CAM-SIMPLES-RAIZ
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FSR-CNPJ-RAIZ
                   STATUS ST-ARQUIVO-SIM.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-VEDACOES-SIMP
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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

       FD ARQ-SIMPLES-RAIZ.
       COPY "FD-REG-SIMPLES-RAIZ.cpy".

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(250).

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
       01 WS-CAM-RELATORIO-VEDACOES-SIMP PIC X(060) VALUE SPACES.
       01 WS-CAM-SIMPLES-RAIZ            PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-SIM              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-MIOLO                PIC X VALUE 'N'.
       01 WS-SIMPLES-DISPONIVEL       PIC X VALUE 'N'.
       01 WS-REPOSICIONAR             PIC X VALUE 'N'.
       01 WS-COD-PAIS-BRASIL          PIC XXX VALUE '105'.
       01 WS-PERC-LIMITE-OUTRA        PIC 9(005) VALUE 1000.

      *    EMPRESA AVALIADA (COPIADA ANTES DAS LEITURAS ALEATORIAS
      *    DAS EMPRESAS SOCIAS, QUE SOBREPOEM O REGISTRO DO FD).
       01 WS-CNPJ-AVALIADO            PIC X(014) VALUE SPACES.
       01 WS-EMP-UF                   PIC X(002) VALUE SPACES.
       01 WS-EMP-RAZAO                PIC X(150) VALUE SPACES.
       01 WS-EMP-NAT-JURIDICA         PIC 9(004) VALUE ZERO.
       01 WS-EMP-MATRIZ-FILIAL        PIC 9 VALUE ZERO.
       01 WS-EMP-OPTANTE-SIMPLES      PIC X VALUE 'N'.
       01 WS-EMP-OPTANTE-MEI          PIC X VALUE 'N'.
       01 WS-EMP-IRREGULAR            PIC X VALUE 'N'.
       01 WS-RAIZ-MEI-FILIAL          PIC X(008) VALUE SPACES.

      *    SITUACAO DE OPCAO DE UMA RAIZ (EMPRESA AVALIADA OU
      *    EMPRESA DE QUE O SOCIO PARTICIPA).
       01 WS-RAIZ-CONSULTA            PIC X(008) VALUE SPACES.
       01 WS-OPCAO-SIMPLES-CONS       PIC X VALUE SPACE.
       01 WS-OPCAO-MEI-CONS           PIC X VALUE SPACE.
       01 WS-OPTANTE-SIMPLES          PIC X VALUE 'N'.
       01 WS-OPTANTE-MEI              PIC X VALUE 'N'.

       01 WS-QTD-QUADRO               PIC 99 VALUE ZERO.
       01 WS-IDX-QUADRO               PIC 99 VALUE ZERO.
       01 WS-QTD-PF-QUADRO            PIC 99 VALUE ZERO.
       01 WS-TAB-QUADRO.
          05 WS-QD-OCR OCCURS 50 TIMES.
             10 WS-QD-MIOLO           PIC 9(006).
             10 WS-QD-NOME            PIC X(150).
       01 WS-TAM-RAZAO                PIC 9(003) VALUE ZERO.
       01 WS-TITULAR-SOCIO-OUTRA      PIC X VALUE 'N'.
       01 WS-MIOLO-PESSOA             PIC 9(006) VALUE ZERO.
       01 WS-NOME-PESSOA              PIC X(150) VALUE SPACES.
       01 WS-CNPJ-OUTRA               PIC X(014) VALUE SPACES.
       01 WS-PERC-OUTRA               PIC 9(005) VALUE ZERO.
       01 WS-PERC-V99                 PIC 9(003)V99 VALUE ZERO.
       01 WS-PERC-ED                  PIC ZZ9.99.

       01 WS-REGRA                    PIC X(017) VALUE SPACES.
       01 WS-DETALHE                  PIC X(100) VALUE SPACES.

       01 WS-TOTAL-OPTANTES           PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-MEI                PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-IRREGULARES        PIC 9(007) VALUE ZERO.
       01 WS-TOT-SOCIO-PJ             PIC 9(007) VALUE ZERO.
       01 WS-TOT-SOCIO-EXTERIOR       PIC 9(007) VALUE ZERO.
       01 WS-TOT-NATJUR-SA            PIC 9(007) VALUE ZERO.
       01 WS-TOT-MEI-FILIAL           PIC 9(007) VALUE ZERO.
       01 WS-TOT-MEI-TITULAR          PIC 9(007) VALUE ZERO.
       01 WS-TOT-SOCIO-10PCT          PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'AUDITORIA DE VEDACOES AO SIMPLES NACIONAL E MEI'.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-EMP '/' ST-ARQUIVO-SOC
                 ') - RELATORIO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQ-SIMPLES-RAIZ.
           IF ST-ARQUIVO-SIM IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-SIMPLES-DISPONIVEL
           ELSE
              DISPLAY 'SIMPLES-RAIZ.DAT AUSENTE - USANDO A OPCAO '
                 'GRAVADA NO ESTABELECIMENTO'
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'VEDACOES AO SIMPLES NACIONAL / MEI (REGRA;UF;CNPJ;
      -       'RAZAO SOCIAL;DETALHE):' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0002-VARRER-EMPRESAS.
           MOVE 'TOTAL DE OCORRENCIAS POR REGRA:' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SOCIO-PJ;' DELIMITED BY SIZE
                  WS-TOT-SOCIO-PJ DELIMITED BY SIZE
                  ';SOCIO-EXTERIOR;' DELIMITED BY SIZE
                  WS-TOT-SOCIO-EXTERIOR DELIMITED BY SIZE
                  ';NATJUR-SA;' DELIMITED BY SIZE
                  WS-TOT-NATJUR-SA DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'MEI-FILIAL;' DELIMITED BY SIZE
                  WS-TOT-MEI-FILIAL DELIMITED BY SIZE
                  ';MEI-TITULAR-SOCIO;' DELIMITED BY SIZE
                  WS-TOT-MEI-TITULAR DELIMITED BY SIZE
                  ';SOCIO-10PCT;' DELIMITED BY SIZE
                  WS-TOT-SOCIO-10PCT DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAIS;OPTANTES=' DELIMITED BY SIZE
                  WS-TOTAL-OPTANTES DELIMITED BY SIZE
                  ';MEI=' DELIMITED BY SIZE
                  WS-TOTAL-MEI DELIMITED BY SIZE
                  ';IRREGULARES=' DELIMITED BY SIZE
                  WS-TOTAL-IRREGULARES DELIMITED BY SIZE
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
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           IF WS-SIMPLES-DISPONIVEL IS EQUAL TO 'S' THEN
              CLOSE ARQ-SIMPLES-RAIZ
           END-IF.
           DISPLAY 'OPTANTES AVALIADOS (SIMPLES/MEI): '
              WS-TOTAL-OPTANTES.
           DISPLAY 'DOS QUAIS MEI..................: ' WS-TOTAL-MEI.
           DISPLAY 'EMPRESAS COM VEDACAO...........: '
              WS-TOTAL-IRREGULARES.
           DISPLAY 'FIM DA AUDITORIA DE VEDACOES AO SIMPLES.'.
           GOBACK.

       0002-VARRER-EMPRESAS.
      *    A CHECAGEM DA OPCAO DAS EMPRESAS DE QUE O SOCIO PARTICIPA
      *    LE EMPRESAS2 POR CHAVE; NESSE CASO A VARREDURA E
      *    REPOSICIONADA LOGO APOS O CNPJ AVALIADO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  MOVE 'N' TO WS-REPOSICIONAR
                  PERFORM 0003-AVALIAR-EMPRESA
                  IF WS-REPOSICIONAR IS EQUAL TO 'S' THEN
                     MOVE WS-CNPJ-AVALIADO TO FRE-CNPJ
                     START ARQ-EMPRESAS KEY IS GREATER THAN FRE-CNPJ
                       INVALID KEY MOVE 'Y' TO WS-EOF
                     END-START
                  END-IF
             END-READ
           END-PERFORM.

       0003-AVALIAR-EMPRESA.
           MOVE FRE-CNPJ TO WS-CNPJ-AVALIADO.
           MOVE FRE-UF TO WS-EMP-UF.
           MOVE FRE-RAZAO-SOCIAL TO WS-EMP-RAZAO.
           MOVE FRE-COD-NAT-JURIDICA TO WS-EMP-NAT-JURIDICA.
           MOVE FRE-IND-MATRIZ-FILIAL TO WS-EMP-MATRIZ-FILIAL.
           MOVE FRE-CNPJ(1:8) TO WS-RAIZ-CONSULTA.
           PERFORM 0004-DETERMINAR-OPCAO.
           MOVE WS-OPTANTE-SIMPLES TO WS-EMP-OPTANTE-SIMPLES.
           MOVE WS-OPTANTE-MEI TO WS-EMP-OPTANTE-MEI.
           MOVE 'N' TO WS-EMP-IRREGULAR.
           IF WS-EMP-OPTANTE-SIMPLES IS EQUAL TO 'S' OR
              WS-EMP-OPTANTE-MEI IS EQUAL TO 'S' THEN
              IF WS-EMP-MATRIZ-FILIAL IS EQUAL TO 2 THEN
                 IF WS-EMP-OPTANTE-MEI IS EQUAL TO 'S' AND
                    WS-RAIZ-CONSULTA IS NOT EQUAL TO
                    WS-RAIZ-MEI-FILIAL THEN
                    MOVE WS-RAIZ-CONSULTA TO WS-RAIZ-MEI-FILIAL
                    MOVE 'MEI-FILIAL' TO WS-REGRA
                    MOVE 'ESTABELECIMENTO FILIAL DE MEI' TO WS-DETALHE
                    ADD 1 TO WS-TOT-MEI-FILIAL
                    PERFORM 0009-ESCREVER-VEDACAO
                 END-IF
              ELSE
                 ADD 1 TO WS-TOTAL-OPTANTES
                 IF WS-EMP-OPTANTE-MEI IS EQUAL TO 'S' THEN
                    ADD 1 TO WS-TOTAL-MEI
                 END-IF
                 PERFORM 0005-AVALIAR-MATRIZ
              END-IF
              IF WS-EMP-IRREGULAR IS EQUAL TO 'S' THEN
                 ADD 1 TO WS-TOTAL-IRREGULARES
              END-IF
           END-IF.

       0004-DETERMINAR-OPCAO.
      *    A SITUACAO DO SIMPLES-RAIZ.DAT PREVALECE SOBRE A GRAVADA NO
      *    ESTABELECIMENTO (FRE-*) QUANDO A RAIZ CONSTA NELE. O
      *    REGISTRO DE EMPRESA CORRESPONDENTE JA DEVE ESTAR LIDO.
           MOVE FRE-OPCAO-SIMPLES TO WS-OPCAO-SIMPLES-CONS.
           MOVE FRE-OPCAO-MEI TO WS-OPCAO-MEI-CONS.
           IF WS-SIMPLES-DISPONIVEL IS EQUAL TO 'S' THEN
              MOVE WS-RAIZ-CONSULTA TO FSR-CNPJ-RAIZ
              READ ARQ-SIMPLES-RAIZ
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FSR-OPCAO-SIMPLES TO WS-OPCAO-SIMPLES-CONS
                   MOVE FSR-OPCAO-MEI TO WS-OPCAO-MEI-CONS
              END-READ
           END-IF.
           MOVE 'N' TO WS-OPTANTE-SIMPLES.
           MOVE 'N' TO WS-OPTANTE-MEI.
           IF WS-OPCAO-SIMPLES-CONS IS EQUAL TO 'S' OR
              WS-OPCAO-SIMPLES-CONS IS EQUAL TO '5' OR
              WS-OPCAO-SIMPLES-CONS IS EQUAL TO '7' THEN
              MOVE 'S' TO WS-OPTANTE-SIMPLES
           END-IF.
           IF WS-OPCAO-MEI-CONS IS EQUAL TO 'S' THEN
              MOVE 'S' TO WS-OPTANTE-MEI
           END-IF.

       0005-AVALIAR-MATRIZ.
           IF WS-EMP-NAT-JURIDICA IS EQUAL TO 2046 OR
              WS-EMP-NAT-JURIDICA IS EQUAL TO 2054 THEN
              MOVE 'NATJUR-SA' TO WS-REGRA
              MOVE SPACES TO WS-DETALHE
              STRING 'NATUREZA JURIDICA ' DELIMITED BY SIZE
                     WS-EMP-NAT-JURIDICA DELIMITED BY SIZE
                     ' (SOCIEDADE POR ACOES)' DELIMITED BY SIZE
                INTO WS-DETALHE
              END-STRING
              ADD 1 TO WS-TOT-NATJUR-SA
              PERFORM 0009-ESCREVER-VEDACAO
           END-IF.
           PERFORM 0006-CARREGAR-QUADRO.
           IF WS-EMP-OPTANTE-MEI IS EQUAL TO 'S' AND
              WS-QTD-PF-QUADRO IS EQUAL TO ZERO THEN
              PERFORM 0007-TITULAR-PELA-RAZAO
           END-IF.
           PERFORM VARYING WS-IDX-QUADRO FROM 1 BY 1
             UNTIL WS-IDX-QUADRO IS GREATER THAN WS-QTD-QUADRO
             MOVE WS-QD-MIOLO(WS-IDX-QUADRO) TO WS-MIOLO-PESSOA
             MOVE WS-QD-NOME(WS-IDX-QUADRO) TO WS-NOME-PESSOA
             PERFORM 0008-VERIFICAR-OUTRAS-EMPRESAS
           END-PERFORM.

       0006-CARREGAR-QUADRO.
      *    SOCIO PJ E SOCIO NO EXTERIOR SAO APONTADOS NA PROPRIA
      *    LEITURA DO QUADRO; OS SOCIOS PF (COM CPF-MIOLO) VAO PARA
      *    A TABELA DE PESSOAS A CONFERIR NAS OUTRAS EMPRESAS.
           INITIALIZE WS-TAB-QUADRO.
           MOVE ZERO TO WS-QTD-QUADRO.
           MOVE ZERO TO WS-QTD-PF-QUADRO.
           MOVE WS-CNPJ-AVALIADO TO FRS-CNPJ.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CNPJ IS NOT EQUAL TO WS-CNPJ-AVALIADO THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
                        MOVE 'SOCIO-PJ' TO WS-REGRA
                        MOVE SPACES TO WS-DETALHE
                        STRING FRS-CPF-SOCIO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               FRS-NOME-SOCIO DELIMITED BY '  '
                          INTO WS-DETALHE
                        END-STRING
                        ADD 1 TO WS-TOT-SOCIO-PJ
                        PERFORM 0009-ESCREVER-VEDACAO
                     END-IF
                     IF FRS-CODIGO-PAIS IS NOT EQUAL TO SPACES AND
                        FRS-CODIGO-PAIS IS NOT EQUAL TO '000' AND
                        FRS-CODIGO-PAIS IS NOT EQUAL TO
                        WS-COD-PAIS-BRASIL THEN
                        MOVE 'SOCIO-EXTERIOR' TO WS-REGRA
                        MOVE SPACES TO WS-DETALHE
                        STRING 'PAIS ' DELIMITED BY SIZE
                               FRS-CODIGO-PAIS DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               FRS-NOME-SOCIO DELIMITED BY '  '
                          INTO WS-DETALHE
                        END-STRING
                        ADD 1 TO WS-TOT-SOCIO-EXTERIOR
                        PERFORM 0009-ESCREVER-VEDACAO
                     END-IF
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 AND
                        FRS-CPF-MIOLO IS GREATER THAN ZERO AND
                        WS-QTD-QUADRO IS LESS THAN 50 THEN
                        ADD 1 TO WS-QTD-QUADRO
                        ADD 1 TO WS-QTD-PF-QUADRO
                        MOVE FRS-CPF-MIOLO TO
                          WS-QD-MIOLO(WS-QTD-QUADRO)
                        MOVE FRS-NOME-SOCIO TO
                          WS-QD-NOME(WS-QTD-QUADRO)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0007-TITULAR-PELA-RAZAO.
      *    RAZAO SOCIAL DO MEI = NOME DO TITULAR + CPF (11 DIGITOS).
      *    O MIOLO SAO OS DIGITOS 4 A 9 DO CPF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMP-RAZAO TRAILING))
             TO WS-TAM-RAZAO.
           IF WS-TAM-RAZAO IS GREATER THAN 12 THEN
              IF WS-EMP-RAZAO(WS-TAM-RAZAO - 10:11) IS NUMERIC THEN
                 ADD 1 TO WS-QTD-QUADRO
                 MOVE WS-EMP-RAZAO(WS-TAM-RAZAO - 7:6) TO
                   WS-QD-MIOLO(WS-QTD-QUADRO)
                 MOVE SPACES TO WS-QD-NOME(WS-QTD-QUADRO)
                 MOVE WS-EMP-RAZAO(1:WS-TAM-RAZAO - 12) TO
                   WS-QD-NOME(WS-QTD-QUADRO)
              END-IF
           END-IF.

       0008-VERIFICAR-OUTRAS-EMPRESAS.
      *    PERCORRE AS PARTICIPACOES DA PESSOA (CPF-MIOLO + NOME) EM
      *    OUTRAS RAIZES. PARA MEI QUALQUER PARTICIPACAO JA E VEDADA;
      *    PARA OS DEMAIS, SO A PARTICIPACAO ACIMA DE 10% EM EMPRESA
      *    NAO OPTANTE.
           MOVE 'N' TO WS-TITULAR-SOCIO-OUTRA.
           MOVE WS-MIOLO-PESSOA TO FRS-CPF-MIOLO.
           MOVE 'N' TO WS-EOF-MIOLO.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-MIOLO
             INVALID KEY MOVE 'Y' TO WS-EOF-MIOLO
           END-START.
           PERFORM UNTIL WS-EOF-MIOLO IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-MIOLO
               NOT AT END
                  IF FRS-CPF-MIOLO IS NOT EQUAL TO WS-MIOLO-PESSOA
                  THEN
                     MOVE 'Y' TO WS-EOF-MIOLO
                  ELSE
                     IF FRS-NOME-SOCIO IS EQUAL TO WS-NOME-PESSOA AND
                        FRS-CNPJ(1:8) IS NOT EQUAL TO
                        WS-CNPJ-AVALIADO(1:8) THEN
                        MOVE FRS-CNPJ TO WS-CNPJ-OUTRA
                        MOVE FRS-PERCENTUAL-CAPITAL TO WS-PERC-OUTRA
                        PERFORM 0010-AVALIAR-PARTICIPACAO
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0010-AVALIAR-PARTICIPACAO.
           IF WS-EMP-OPTANTE-MEI IS EQUAL TO 'S' AND
              WS-TITULAR-SOCIO-OUTRA IS EQUAL TO 'N' THEN
              MOVE 'S' TO WS-TITULAR-SOCIO-OUTRA
              MOVE 'MEI-TITULAR-SOCIO' TO WS-REGRA
              MOVE SPACES TO WS-DETALHE
              STRING WS-NOME-PESSOA DELIMITED BY '  '
                     ' SOCIO DE ' DELIMITED BY SIZE
                     WS-CNPJ-OUTRA DELIMITED BY SIZE
                INTO WS-DETALHE
              END-STRING
              ADD 1 TO WS-TOT-MEI-TITULAR
              PERFORM 0009-ESCREVER-VEDACAO
           END-IF.
           IF WS-PERC-OUTRA IS GREATER THAN WS-PERC-LIMITE-OUTRA THEN
              MOVE 'S' TO WS-REPOSICIONAR
              MOVE WS-CNPJ-OUTRA TO FRE-CNPJ
              READ ARQ-EMPRESAS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FRE-CNPJ(1:8) TO WS-RAIZ-CONSULTA
                   PERFORM 0004-DETERMINAR-OPCAO
                   IF WS-OPTANTE-SIMPLES IS EQUAL TO 'N' AND
                      WS-OPTANTE-MEI IS EQUAL TO 'N' THEN
                      MOVE WS-PERC-OUTRA TO WS-PERC-V99
                      DIVIDE WS-PERC-V99 BY 100 GIVING WS-PERC-V99
                      MOVE WS-PERC-V99 TO WS-PERC-ED
                      MOVE 'SOCIO-10PCT' TO WS-REGRA
                      MOVE SPACES TO WS-DETALHE
                      STRING WS-NOME-PESSOA DELIMITED BY '  '
                             ' COM ' DELIMITED BY SIZE
                             WS-PERC-ED DELIMITED BY SIZE
                             ' PCT DE ' DELIMITED BY SIZE
                             WS-CNPJ-OUTRA DELIMITED BY SIZE
                             ' (NAO OPTANTE)' DELIMITED BY SIZE
                        INTO WS-DETALHE
                      END-STRING
                      ADD 1 TO WS-TOT-SOCIO-10PCT
                      PERFORM 0009-ESCREVER-VEDACAO
                   END-IF
              END-READ
           END-IF.

       0009-ESCREVER-VEDACAO.
           MOVE 'S' TO WS-EMP-IRREGULAR.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-REGRA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-EMP-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CNPJ-AVALIADO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-EMP-RAZAO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-DETALHE DELIMITED BY '   '
             INTO REG-RELATORIO
           END-STRING.
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
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-VEDACOES-SIMP.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-vedacoes-simples.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-VEDACOES-SIMP
           END-STRING.
           MOVE SPACES TO WS-CAM-SIMPLES-RAIZ.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'simples-raiz.dat' DELIMITED BY SIZE
             INTO WS-CAM-SIMPLES-RAIZ
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-DIVERGENCIAS-IE.

      ****************************************************************
      * DIVERGENCIAS ENTRE O CADASTRO CNPJ (EMPRESAS2.DAT) E O        *
      * CADASTRO DE CONTRIBUINTES DO ICMS (INSCRICOES-ESTADUAIS.DAT,  *
      * CARREGADO PELO CARGA-INSCRICOES-ESTADUAIS). PERCORRE TODOS OS *
      * ESTABELECIMENTOS E APONTA:                                    *
      *   IE-ATIVA-CNPJ-INATIVO - IE ATIVA EM CNPJ BAIXADO (08) OU    *
      *                           INAPTO (04);                        *
      *   SEM-IE                - CNPJ ATIVO DE CNAE FISCAL INDUSTRIAL*
      *                           (SECAO C, DIVISOES 10 A 33) OU      *
      *                           COMERCIAL (SECAO G, 45 A 47) SEM    *
      *                           NENHUMA IE CADASTRADA;              *
      *   UF-DIVERGENTE         - IE DE UF DIFERENTE DA FRE-UF DO     *
      *                           ESTABELECIMENTO.                    *
      * GERA RELATORIO-DIVERGENCIAS-IE.TXT COM UMA LINHA POR          *
      * DIVERGENCIA E O TOTAL DE CADA TIPO NO RODAPE.                 *
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

           SELECT ARQ-INSCRICOES ASSIGN TO WS-CAM-INSCRICOES-ESTADUAIS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IEE-CHAVE
                   STATUS ST-ARQUIVO-IEE.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-DIVERGENCIAS-IE
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

       FD ARQ-INSCRICOES.
       COPY "FD-REG-INSCRICAO-ESTADUAL.cpy".

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
       01 WS-CAM-INSCRICOES-ESTADUAIS    PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-DIVERGENCIAS-IE PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-IEE              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-IEE                  PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-DIVISAO                  PIC 99 VALUE ZERO.
       01 WS-QTD-IE-EMPRESA           PIC 99 VALUE ZERO.

      *    CAMPOS DA LINHA DE DIVERGENCIA
       01 WS-TIPO-DIVERGENCIA         PIC X(021) VALUE SPACES.
       01 WS-SIT-CNPJ-ED              PIC X(008) VALUE SPACES.
       01 WS-SIT-IE-ED                PIC X(009) VALUE SPACES.
       01 WS-UF-IE-ED                 PIC XX VALUE SPACES.
       01 WS-INSCRICAO-ED             PIC X(014) VALUE SPACES.

       01 WS-CONT-EMPRESAS            PIC 9(009) VALUE ZERO.
       01 WS-CONT-COM-IE              PIC 9(009) VALUE ZERO.
       01 WS-CONT-IE-ATIVA-INATIVO    PIC 9(009) VALUE ZERO.
       01 WS-CONT-SEM-IE              PIC 9(009) VALUE ZERO.
       01 WS-CONT-UF-DIVERGENTE       PIC 9(009) VALUE ZERO.
       01 WS-CONT-Z                   PIC Z(008)9.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'DIVERGENCIAS ENTRE CADASTRO CNPJ E INSCRICAO '
              'ESTADUAL'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-INSCRICOES.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-IEE IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-EMP '/' ST-ARQUIVO-IEE
                 ') - PASSO ABORTADO ***'
              DISPLAY '*** RODAR ANTES O CARGA-INSCRICOES-ESTADUAIS ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DIVERGENCIAS CADASTRO CNPJ X INSCRICAO ESTADUAL EM '
                    DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DIVERGENCIA;CNPJ;RAZAO SOCIAL;UF;SITUACAO CNPJ;'
                    DELIMITED BY SIZE
                  'CNAE FISCAL;UF DA IE;INSCRICAO;SITUACAO IE'
                    DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-CONT-EMPRESAS
                  PERFORM 0002-AVALIAR-EMPRESA
             END-READ
           END-PERFORM.
           PERFORM 0006-GRAVAR-RODAPE.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-INSCRICOES.
           DISPLAY 'ESTABELECIMENTOS LIDOS......: ' WS-CONT-EMPRESAS.
           DISPLAY 'COM INSCRICAO ESTADUAL......: ' WS-CONT-COM-IE.
           DISPLAY 'IE ATIVA EM CNPJ INATIVO....: '
              WS-CONT-IE-ATIVA-INATIVO.
           DISPLAY 'ATIVO IND./COM. SEM IE......: ' WS-CONT-SEM-IE.
           DISPLAY 'UF DA IE DIVERGENTE.........: '
              WS-CONT-UF-DIVERGENTE.
           DISPLAY 'FIM DO RELATORIO DE DIVERGENCIAS DE IE.'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0002-AVALIAR-EMPRESA.
           EVALUATE FRE-SIT-CADASTRAL
             WHEN 01
                MOVE 'NULA' TO WS-SIT-CNPJ-ED
             WHEN 02
                MOVE 'ATIVA' TO WS-SIT-CNPJ-ED
             WHEN 03
                MOVE 'SUSPENSA' TO WS-SIT-CNPJ-ED
             WHEN 04
                MOVE 'INAPTA' TO WS-SIT-CNPJ-ED
             WHEN 08
                MOVE 'BAIXADA' TO WS-SIT-CNPJ-ED
             WHEN OTHER
                MOVE SPACES TO WS-SIT-CNPJ-ED
           END-EVALUATE.
           MOVE ZERO TO WS-QTD-IE-EMPRESA.
           MOVE FRE-CNPJ TO IEE-CNPJ.
           MOVE LOW-VALUES TO IEE-UF.
           MOVE 'N' TO WS-EOF-IEE.
           START ARQ-INSCRICOES
             KEY IS GREATER THAN OR EQUAL TO IEE-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EOF-IEE
           END-START.
           PERFORM UNTIL WS-EOF-IEE IS EQUAL TO 'Y'
             READ ARQ-INSCRICOES NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-IEE
               NOT AT END
                  IF IEE-CNPJ IS NOT EQUAL TO FRE-CNPJ THEN
                     MOVE 'Y' TO WS-EOF-IEE
                  ELSE
                     IF WS-QTD-IE-EMPRESA IS LESS THAN 99 THEN
                        ADD 1 TO WS-QTD-IE-EMPRESA
                     END-IF
                     PERFORM 0003-AVALIAR-INSCRICAO
                  END-IF
             END-READ
           END-PERFORM.
           IF WS-QTD-IE-EMPRESA IS GREATER THAN ZERO THEN
              ADD 1 TO WS-CONT-COM-IE
           ELSE
              IF FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
                 MOVE FRE-CNAE-FISCAL(1:2) TO WS-DIVISAO
                 IF (WS-DIVISAO IS NOT LESS THAN 10 AND
                     WS-DIVISAO IS NOT GREATER THAN 33) OR
                    (WS-DIVISAO IS NOT LESS THAN 45 AND
                     WS-DIVISAO IS NOT GREATER THAN 47) THEN
                    MOVE 'SEM-IE' TO WS-TIPO-DIVERGENCIA
                    MOVE SPACES TO WS-UF-IE-ED
                    MOVE SPACES TO WS-INSCRICAO-ED
                    MOVE SPACES TO WS-SIT-IE-ED
                    ADD 1 TO WS-CONT-SEM-IE
                    PERFORM 0005-GRAVAR-DIVERGENCIA
                 END-IF
              END-IF
           END-IF.

       0003-AVALIAR-INSCRICAO.
           MOVE IEE-UF TO WS-UF-IE-ED.
           MOVE IEE-INSCRICAO TO WS-INSCRICAO-ED.
           PERFORM 0004-EDITAR-SITUACAO-IE.
           IF IEE-SITUACAO IS EQUAL TO 'A' AND
              (FRE-SIT-CADASTRAL IS EQUAL TO 04 OR
               FRE-SIT-CADASTRAL IS EQUAL TO 08) THEN
              MOVE 'IE-ATIVA-CNPJ-INATIVO' TO WS-TIPO-DIVERGENCIA
              ADD 1 TO WS-CONT-IE-ATIVA-INATIVO
              PERFORM 0005-GRAVAR-DIVERGENCIA
           END-IF.
           IF IEE-UF IS NOT EQUAL TO FRE-UF THEN
              MOVE 'UF-DIVERGENTE' TO WS-TIPO-DIVERGENCIA
              ADD 1 TO WS-CONT-UF-DIVERGENTE
              PERFORM 0005-GRAVAR-DIVERGENCIA
           END-IF.

       0004-EDITAR-SITUACAO-IE.
           EVALUATE IEE-SITUACAO
             WHEN 'A'
                MOVE 'ATIVA' TO WS-SIT-IE-ED
             WHEN 'S'
                MOVE 'SUSPENSA' TO WS-SIT-IE-ED
             WHEN 'I'
                MOVE 'INAPTA' TO WS-SIT-IE-ED
             WHEN 'B'
                MOVE 'BAIXADA' TO WS-SIT-IE-ED
             WHEN 'C'
                MOVE 'CANCELADA' TO WS-SIT-IE-ED
             WHEN OTHER
                MOVE SPACES TO WS-SIT-IE-ED
           END-EVALUATE.

       0005-GRAVAR-DIVERGENCIA.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-TIPO-DIVERGENCIA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  FRE-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-RAZAO-SOCIAL DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  FRE-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SIT-CNPJ-ED DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  FRE-CNAE-FISCAL DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-UF-IE-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-INSCRICAO-ED DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-SIT-IE-ED DELIMITED BY SPACE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0006-GRAVAR-RODAPE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-EMPRESAS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ESTABELECIMENTOS LIDOS..: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-COM-IE TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'COM INSCRICAO ESTADUAL..: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-IE-ATIVA-INATIVO TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'IE-ATIVA-CNPJ-INATIVO...: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-SEM-IE TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SEM-IE..................: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-UF-DIVERGENTE TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'UF-DIVERGENTE...........: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
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
           MOVE SPACES TO WS-CAM-INSCRICOES-ESTADUAIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'inscricoes-estaduais.dat' DELIMITED BY SIZE
             INTO WS-CAM-INSCRICOES-ESTADUAIS
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-DIVERGENCIAS-IE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-divergencias-ie.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-DIVERGENCIAS-IE
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

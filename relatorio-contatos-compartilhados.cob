       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-CONTATOS-COMPARTILHADOS.

      ****************************************************************
      * CONTATOS (TELEFONE/FAX OU E-MAIL) COMPARTILHADOS POR MAIS DE  *
      * N CNPJS (PARAMETRO LIMITE-CONTATO-COMP, PADRAO 5), LIDOS DO   *
      * INDICE DE CONTATOS MONTADO NA CARGA (INDICE-CONTATOS.DAT).    *
      * CADA CONTATO E CLASSIFICADO PARA A PREVENCAO A FRAUDES:       *
      *   INDICIO-FRAUDE ...... POUCOS SOCIOS DISTINTOS (ATE O        *
      *                         PARAMETRO MAX-SOCIOS-FRAUDE, PADRAO   *
      *                         3) COM SOCIO SE REPETINDO EM MAIS DE  *
      *                         UMA RAIZ DO GRUPO;                    *
      *   ESCRITORIO-CONTABIL . MUITAS EMPRESAS COM CNAES FISCAIS     *
      *                         VARIADOS (A PARTIR DO PARAMETRO       *
      *                         MIN-CNAES-ESCRITORIO, PADRAO 4);      *
      *   NAO-CLASSIFICADO .... DEMAIS CASOS.                         *
      * AS ENTRADAS DO INDICE SAO CONFERIDAS CONTRA O REGISTRO DA     *
      * EMPRESA (A CARGA DIARIA NAO REMOVE CONTATO SUBSTITUIDO). O    *
      * RESULTADO PASSA POR SORT (CLASSE, QTD DE EMPRESAS DECRESCENTE)*
      * E SAI SEPARADO POR CLASSE, COM ATE 8 CNPJS DE AMOSTRA.        *
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

           SELECT ARQ-INDICE-CONTATO ASSIGN TO
                   WS-CAM-INDICE-CONTATOS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ICT-CHAVE
                   STATUS ST-ARQUIVO-ICT.

           SELECT SORT-WORK ASSIGN TO WS-CAM-CONTATOS-SRT.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-CONTATOS-COMP
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

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

       FD ARQ-INDICE-CONTATO.
       COPY "FD-REG-INDICE-CONTATO.cpy".

       SD SORT-WORK.
       01 SD-REG-TEMP.
          05 SD-CLASSE                PIC X(020).
          05 SD-QTD-EMPRESAS          PIC 9(005).
          05 SD-CONTATO.
             10 SD-TIPO               PIC X.
             10 SD-VALOR              PIC X(115).
          05 SD-QTD-CNAES             PIC 9(003).
          05 SD-QTD-SOCIOS            PIC 9(003).
          05 SD-QTD-RECORRENTES       PIC 9(003).
          05 SD-AMOSTRA-CNPJS         PIC X(120).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(250).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

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
       01 WS-CAM-CONTATOS-SRT            PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-INDICE-CONTATOS         PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-CONTATOS-COMP PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-ICT              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-LIMITE-CNPJS             PIC 9(003) VALUE 5.
       01 WS-MIN-CNAES-ESCRITORIO     PIC 9(003) VALUE 4.
       01 WS-MAX-SOCIOS-FRAUDE        PIC 9(003) VALUE 3.

      *    GRUPO CORRENTE: EMPRESAS QUE AINDA TEM O CONTATO, COM AS
      *    RAIZES JA PERCORRIDAS NO QUADRO, OS CNAES FISCAIS
      *    DISTINTOS E OS SOCIOS DISTINTOS (COM QUANTAS RAIZES DO
      *    GRUPO CADA UM PARTICIPA).
       01 WS-CONTATO-GRUPO.
          05 WS-GRP-TIPO              PIC X VALUE SPACE.
          05 WS-GRP-VALOR             PIC X(115) VALUE SPACES.
       01 WS-CTT-DDD-EMP              PIC X(004) VALUE SPACES.
       01 WS-CTT-FONE-EMP             PIC X(008) VALUE SPACES.
       01 WS-CTT-VALOR-EMP            PIC X(115) VALUE SPACES.
       01 WS-CTT-MATCH                PIC X VALUE 'N'.
       01 WS-GRP-QTD-EMPRESAS         PIC 9(005) VALUE ZERO.
       01 WS-AMOSTRA-CNPJS            PIC X(120) VALUE SPACES.
       01 WS-AMOSTRA-PTR              PIC 9(003) VALUE 1.
       01 WS-QTD-RAIZES               PIC 9(003) VALUE ZERO.
       01 WS-IDX-RAIZ                 PIC 9(003) VALUE ZERO.
       01 WS-RAIZ-NOVA                PIC X VALUE 'S'.
       01 WS-TAB-RAIZES.
          05 WS-RAIZ-OCR OCCURS 500 TIMES PIC X(008).
       01 WS-QTD-CNAES                PIC 9(003) VALUE ZERO.
       01 WS-IDX-CNAE                 PIC 9(003) VALUE ZERO.
       01 WS-CNAE-NOVO                PIC X VALUE 'S'.
       01 WS-TAB-CNAES.
          05 WS-CNAE-OCR OCCURS 200 TIMES PIC 9(007).
       01 WS-QTD-SOCIOS               PIC 9(003) VALUE ZERO.
       01 WS-IDX-SOCIO                PIC 9(003) VALUE ZERO.
       01 WS-SOCIO-ACHADO             PIC X VALUE 'N'.
       01 WS-QTD-RECORRENTES          PIC 9(003) VALUE ZERO.
       01 WS-TAB-SOCIOS.
          05 WS-SOC-OCR OCCURS 300 TIMES.
             10 WS-SOC-CPF            PIC X(014).
             10 WS-SOC-NOME           PIC X(060).
             10 WS-SOC-QTD-RAIZES     PIC 9(003).
       01 WS-RAIZ-CORRENTE            PIC X(008) VALUE SPACES.

       01 WS-TIPO-ROTULO              PIC X(008) VALUE SPACES.
       01 WS-QUEBRA-CLASSE            PIC X(020) VALUE SPACES.
       01 WS-PRIMEIRA-LINHA           PIC X VALUE 'S'.
       01 WS-SUBTOTAL-CLASSE          PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-ENTRADAS           PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-CONTATOS           PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-COMPARTILHADOS     PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-FRAUDE             PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-ESCRITORIO         PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-NAO-CLASSIF        PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'RELATORIO DE CONTATOS COMPARTILHADOS'.
           MOVE 'LIMITE-CONTATO-COMP' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-LIMITE-CNPJS
           END-IF.
           MOVE 'MIN-CNAES-ESCRITORIO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-MIN-CNAES-ESCRITORIO
           END-IF.
           MOVE 'MAX-SOCIOS-FRAUDE' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-MAX-SOCIOS-FRAUDE
           END-IF.
           DISPLAY 'CONTATO LISTADO A PARTIR DE CNPJS.: '
              WS-LIMITE-CNPJS ' (EXCLUSIVE)'.
           OPEN INPUT ARQ-INDICE-CONTATO.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-ICT IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-ICT '/' ST-ARQUIVO-EMP '/'
                 ST-ARQUIVO-SOC ') - RELATORIO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SD-CLASSE
               ON DESCENDING KEY SD-QTD-EMPRESAS
               ON ASCENDING KEY SD-CONTATO
               INPUT PROCEDURE IS 0002-AGRUPAR-CONTATOS
               OUTPUT PROCEDURE IS 0008-EMITIR-RELATORIO.
           CLOSE ARQ-INDICE-CONTATO.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           DISPLAY 'ENTRADAS DO INDICE LIDAS..........: '
              WS-TOTAL-ENTRADAS.
           DISPLAY 'CONTATOS DISTINTOS AVALIADOS......: '
              WS-TOTAL-CONTATOS.
           DISPLAY 'CONTATOS COMPARTILHADOS LISTADOS..: '
              WS-TOTAL-COMPARTILHADOS.
           DISPLAY '  INDICIO DE FRAUDE...............: '
              WS-TOTAL-FRAUDE.
           DISPLAY '  ESCRITORIO CONTABIL.............: '
              WS-TOTAL-ESCRITORIO.
           DISPLAY '  NAO CLASSIFICADOS...............: '
              WS-TOTAL-NAO-CLASSIF.
           DISPLAY 'FIM DO RELATORIO DE CONTATOS COMPARTILHADOS.'.
           GOBACK.

       0002-AGRUPAR-CONTATOS.
      *    O INDICE VEM ORDENADO POR CONTATO E CNPJ: CADA QUEBRA DE
      *    CONTATO FECHA UM GRUPO.
           MOVE SPACES TO WS-CONTATO-GRUPO.
           PERFORM 0003-INICIAR-GRUPO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-INDICE-CONTATO NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-ENTRADAS
                  IF ICT-CONTATO IS NOT EQUAL TO WS-CONTATO-GRUPO
                  THEN
                     PERFORM 0006-FECHAR-GRUPO
                     MOVE ICT-CONTATO TO WS-CONTATO-GRUPO
                     PERFORM 0003-INICIAR-GRUPO
                     ADD 1 TO WS-TOTAL-CONTATOS
                  END-IF
                  PERFORM 0004-CONFERIR-CONTATO-EMPRESA
                  IF WS-CTT-MATCH IS EQUAL TO 'S' THEN
                     PERFORM 0005-ACUMULAR-EMPRESA
                  END-IF
             END-READ
           END-PERFORM.
           PERFORM 0006-FECHAR-GRUPO.

       0003-INICIAR-GRUPO.
           MOVE ZERO TO WS-GRP-QTD-EMPRESAS.
           MOVE SPACES TO WS-AMOSTRA-CNPJS.
           MOVE 1 TO WS-AMOSTRA-PTR.
           MOVE ZERO TO WS-QTD-RAIZES.
           MOVE ZERO TO WS-QTD-CNAES.
           MOVE ZERO TO WS-QTD-SOCIOS.
           INITIALIZE WS-TAB-SOCIOS.

       0004-CONFERIR-CONTATO-EMPRESA.
      *    MESMA CONFERENCIA DA BUSCA REVERSA DA TELA: A EMPRESA TEM
      *    DE EXISTIR E AINDA MANTER O CONTATO NO CAMPO DE ORIGEM.
           MOVE 'N' TO WS-CTT-MATCH.
           MOVE ICT-CNPJ TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             INVALID KEY CONTINUE
             NOT INVALID KEY
                IF ICT-TIPO IS EQUAL TO 'E' THEN
                   MOVE FUNCTION UPPER-CASE
                     (FUNCTION TRIM(FRE-CORREIO-ELETRONICO)) TO
                     WS-CTT-VALOR-EMP
                ELSE
                   EVALUATE ICT-ORIGEM
                     WHEN 'TL1'
                        MOVE FRE-DDD-1 TO WS-CTT-DDD-EMP
                        MOVE FRE-TELEFONE-1 TO WS-CTT-FONE-EMP
                     WHEN 'TL2'
                        MOVE FRE-DDD-2 TO WS-CTT-DDD-EMP
                        MOVE FRE-TELEFONE-2 TO WS-CTT-FONE-EMP
                     WHEN OTHER
                        MOVE FRE-NU-DDD-FAX TO WS-CTT-DDD-EMP
                        MOVE FRE-NU-FAX TO WS-CTT-FONE-EMP
                   END-EVALUATE
                   MOVE SPACES TO WS-CTT-VALOR-EMP
                   STRING FUNCTION TRIM(WS-CTT-DDD-EMP)
                            DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CTT-FONE-EMP)
                            DELIMITED BY SIZE
                     INTO WS-CTT-VALOR-EMP
                   END-STRING
                END-IF
                IF WS-CTT-VALOR-EMP IS EQUAL TO ICT-VALOR THEN
                   MOVE 'S' TO WS-CTT-MATCH
                END-IF
           END-READ.

       0005-ACUMULAR-EMPRESA.
           ADD 1 TO WS-GRP-QTD-EMPRESAS.
           IF WS-GRP-QTD-EMPRESAS IS LESS THAN 9 THEN
              STRING FRE-CNPJ DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                INTO WS-AMOSTRA-CNPJS
                WITH POINTER WS-AMOSTRA-PTR
              END-STRING
           END-IF.
           MOVE 'S' TO WS-CNAE-NOVO.
           PERFORM VARYING WS-IDX-CNAE FROM 1 BY 1
             UNTIL WS-IDX-CNAE IS GREATER THAN WS-QTD-CNAES
             IF WS-CNAE-OCR(WS-IDX-CNAE) IS EQUAL TO FRE-CNAE-FISCAL
             THEN
                MOVE 'N' TO WS-CNAE-NOVO
             END-IF
           END-PERFORM.
           IF WS-CNAE-NOVO IS EQUAL TO 'S' AND
              WS-QTD-CNAES IS LESS THAN 200 THEN
              ADD 1 TO WS-QTD-CNAES
              MOVE FRE-CNAE-FISCAL TO WS-CNAE-OCR(WS-QTD-CNAES)
           END-IF.
      *    O QUADRO SOCIETARIO E LIDO UMA VEZ POR RAIZ DO GRUPO
      *    (MATRIZ E FILIAIS COM O MESMO CONTATO CONTAM UMA VEZ).
           MOVE FRE-CNPJ(1:8) TO WS-RAIZ-CORRENTE.
           MOVE 'S' TO WS-RAIZ-NOVA.
           PERFORM VARYING WS-IDX-RAIZ FROM 1 BY 1
             UNTIL WS-IDX-RAIZ IS GREATER THAN WS-QTD-RAIZES
             IF WS-RAIZ-OCR(WS-IDX-RAIZ) IS EQUAL TO WS-RAIZ-CORRENTE
             THEN
                MOVE 'N' TO WS-RAIZ-NOVA
             END-IF
           END-PERFORM.
           IF WS-RAIZ-NOVA IS EQUAL TO 'S' AND
              WS-QTD-RAIZES IS LESS THAN 500 THEN
              ADD 1 TO WS-QTD-RAIZES
              MOVE WS-RAIZ-CORRENTE TO WS-RAIZ-OCR(WS-QTD-RAIZES)
              PERFORM 0007-ACUMULAR-SOCIOS-RAIZ
           END-IF.

       0006-FECHAR-GRUPO.
           IF WS-GRP-QTD-EMPRESAS IS GREATER THAN WS-LIMITE-CNPJS
           THEN
              MOVE ZERO TO WS-QTD-RECORRENTES
              PERFORM VARYING WS-IDX-SOCIO FROM 1 BY 1
                UNTIL WS-IDX-SOCIO IS GREATER THAN WS-QTD-SOCIOS
                IF WS-SOC-QTD-RAIZES(WS-IDX-SOCIO) IS GREATER THAN 1
                THEN
                   ADD 1 TO WS-QTD-RECORRENTES
                END-IF
              END-PERFORM
              ADD 1 TO WS-TOTAL-COMPARTILHADOS
              IF WS-QTD-RECORRENTES IS GREATER THAN ZERO AND
                 WS-QTD-SOCIOS IS NOT GREATER THAN
                 WS-MAX-SOCIOS-FRAUDE THEN
                 MOVE 'INDICIO-FRAUDE' TO SD-CLASSE
                 ADD 1 TO WS-TOTAL-FRAUDE
              ELSE
                 IF WS-QTD-CNAES IS NOT LESS THAN
                    WS-MIN-CNAES-ESCRITORIO THEN
                    MOVE 'ESCRITORIO-CONTABIL' TO SD-CLASSE
                    ADD 1 TO WS-TOTAL-ESCRITORIO
                 ELSE
                    MOVE 'NAO-CLASSIFICADO' TO SD-CLASSE
                    ADD 1 TO WS-TOTAL-NAO-CLASSIF
                 END-IF
              END-IF
              MOVE WS-GRP-QTD-EMPRESAS TO SD-QTD-EMPRESAS
              MOVE WS-CONTATO-GRUPO TO SD-CONTATO
              MOVE WS-QTD-CNAES TO SD-QTD-CNAES
              MOVE WS-QTD-SOCIOS TO SD-QTD-SOCIOS
              MOVE WS-QTD-RECORRENTES TO SD-QTD-RECORRENTES
              MOVE WS-AMOSTRA-CNPJS TO SD-AMOSTRA-CNPJS
              RELEASE SD-REG-TEMP
           END-IF.

       0007-ACUMULAR-SOCIOS-RAIZ.
           MOVE WS-RAIZ-CORRENTE TO FRS-CNPJ.
           MOVE '000000' TO FRS-CNPJ(9:6).
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS GREATER THAN OR EQUAL TO FRS-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CNPJ(1:8) IS NOT EQUAL TO WS-RAIZ-CORRENTE
                  THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     MOVE 'N' TO WS-SOCIO-ACHADO
                     PERFORM VARYING WS-IDX-SOCIO FROM 1 BY 1
                       UNTIL WS-IDX-SOCIO IS GREATER THAN
                             WS-QTD-SOCIOS
                          OR WS-SOCIO-ACHADO IS EQUAL TO 'S'
                       IF WS-SOC-CPF(WS-IDX-SOCIO) IS EQUAL TO
                          FRS-CPF-SOCIO AND
                          WS-SOC-NOME(WS-IDX-SOCIO) IS EQUAL TO
                          FRS-NOME-SOCIO(1:60) THEN
                          MOVE 'S' TO WS-SOCIO-ACHADO
                          ADD 1 TO WS-SOC-QTD-RAIZES(WS-IDX-SOCIO)
                       END-IF
                     END-PERFORM
                     IF WS-SOCIO-ACHADO IS EQUAL TO 'N' AND
                        WS-QTD-SOCIOS IS LESS THAN 300 THEN
                        ADD 1 TO WS-QTD-SOCIOS
                        MOVE FRS-CPF-SOCIO TO
                          WS-SOC-CPF(WS-QTD-SOCIOS)
                        MOVE FRS-NOME-SOCIO(1:60) TO
                          WS-SOC-NOME(WS-QTD-SOCIOS)
                        MOVE 1 TO WS-SOC-QTD-RAIZES(WS-QTD-SOCIOS)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0008-EMITIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CONTATOS COMPARTILHADOS POR MAIS DE '
                    DELIMITED BY SIZE
                  WS-LIMITE-CNPJS DELIMITED BY SIZE
                  ' CNPJS' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'CLASSE;TIPO;CONTATO;QTD-EMPRESAS;QTD-CNAES;QTD-SOCIOS;
      -       'SOCIOS-RECORRENTES;AMOSTRA DE CNPJS' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END PERFORM 0009-TRATAR-CONTATO
             END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRA-LINHA IS EQUAL TO 'N' THEN
              PERFORM 0010-FECHAR-CLASSE
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAIS;INDICIO-FRAUDE=' DELIMITED BY SIZE
                  WS-TOTAL-FRAUDE DELIMITED BY SIZE
                  ';ESCRITORIO-CONTABIL=' DELIMITED BY SIZE
                  WS-TOTAL-ESCRITORIO DELIMITED BY SIZE
                  ';NAO-CLASSIFICADO=' DELIMITED BY SIZE
                  WS-TOTAL-NAO-CLASSIF DELIMITED BY SIZE
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

       0009-TRATAR-CONTATO.
           IF WS-PRIMEIRA-LINHA IS EQUAL TO 'S' THEN
              MOVE 'N' TO WS-PRIMEIRA-LINHA
              MOVE SD-CLASSE TO WS-QUEBRA-CLASSE
           END-IF.
           IF SD-CLASSE IS NOT EQUAL TO WS-QUEBRA-CLASSE THEN
              PERFORM 0010-FECHAR-CLASSE
              MOVE SD-CLASSE TO WS-QUEBRA-CLASSE
           END-IF.
           ADD 1 TO WS-SUBTOTAL-CLASSE.
           IF SD-TIPO IS EQUAL TO 'E' THEN
              MOVE 'E-MAIL' TO WS-TIPO-ROTULO
           ELSE
              MOVE 'TELEFONE' TO WS-TIPO-ROTULO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING SD-CLASSE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-TIPO-ROTULO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  SD-VALOR DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  SD-QTD-EMPRESAS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-QTD-CNAES DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-QTD-SOCIOS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-QTD-RECORRENTES DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-AMOSTRA-CNPJS DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0010-FECHAR-CLASSE.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAL DA CLASSE;' DELIMITED BY SIZE
                  WS-QUEBRA-CLASSE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-SUBTOTAL-CLASSE DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ZERO TO WS-SUBTOTAL-CLASSE.

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
           MOVE SPACES TO WS-CAM-CONTATOS-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'contatos.srt' DELIMITED BY SIZE
             INTO WS-CAM-CONTATOS-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-INDICE-CONTATOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'indice-contatos.dat' DELIMITED BY SIZE
             INTO WS-CAM-INDICE-CONTATOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-CONTATOS-COMP.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-contatos-compartilhados.txt'
                    DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-CONTATOS-COMP
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

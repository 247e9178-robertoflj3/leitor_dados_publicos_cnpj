       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-CNAES-GUARDA-CHUVA.

      ****************************************************************
      * CADASTROS "GUARDA-CHUVA" DE CNAES SECUNDARIAS. VARRE          *
      * CNAE2.DAT AGRUPANDO POR CNPJ E APONTA AS EMPRESAS COM:        *
      *   QTD-EXCESSIVA ..... MAIS SECUNDARIAS QUE O PARAMETRO        *
      *                       LIMITE-CNAES-SEC (PADRAO 15);           *
      *   SECOES-DISPERSAS .. SECUNDARIAS EM PELO MENOS               *
      *                       LIMITE-SECOES-CNAE (PADRAO 4) SECOES    *
      *                       DA CNAE DIFERENTES DA SECAO DA FISCAL;  *
      *   IGUAL-FISCAL ...... SECUNDARIA REPETINDO A CNAE FISCAL.     *
      * AS DESCRICOES VEM DE TABELASRFB/CNAE E O RESULTADO E          *
      * TOTALIZADO POR UF E POR SECAO DA CNAE FISCAL. ESSES CADASTROS *
      * SAO SINAL DE EMPRESA DE FACHADA E POLUEM A BUSCA REVERSA POR  *
      * CNAE SECUNDARIA DA TELA DE CONSULTA.                          *
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

           SELECT ARQ-CNAE ASSIGN TO WS-CAM-CNAE2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRC-CHAVE
                   ALTERNATE RECORD KEY IS
                     FRC-CNAE-SECUNDARIA WITH DUPLICATES
                   STATUS ST-ARQUIVO-CNAE.

           SELECT ARQ-CNAE-DESCR ASSIGN TO "TABELASRFB/CNAE"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQ-CNAE-DESCR.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-GUARDA-CHUVA
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

       FD ARQ-CNAE.
       COPY "FD-REG-CNAE.cpy".

       FD ARQ-CNAE-DESCR.
       01 FD-CNAE-DESCR.
           03 FD-CNAE-COD           PIC 9(007).
           03 FD-CNAE-DESCRICAO     PIC X(100).

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
       01 WS-CAM-CNAE2                   PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-GUARDA-CHUVA  PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-CNAE             PIC XX.
       01 ST-ARQ-CNAE-DESCR           PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-LIMITE-CNAES-SEC         PIC 9(003) VALUE 15.
       01 WS-LIMITE-SECOES            PIC 9(003) VALUE 4.

      *    DESCRICOES DA TABELASRFB/CNAE CARREGADAS EM MEMORIA.
       01 WS-QTD-DESCR                PIC 9(004) VALUE ZERO.
       01 WS-IDX-DESCR                PIC 9(004) VALUE ZERO.
       01 WS-TAB-DESCR.
          05 WS-DSC-OCR OCCURS 2000 TIMES.
             10 WS-DSC-COD            PIC 9(007).
             10 WS-DSC-TEXTO          PIC X(080).
       01 WS-CNAE-BUSCA               PIC 9(007) VALUE ZERO.
       01 WS-CNAE-DESCRICAO           PIC X(080) VALUE SPACES.
       01 WS-DESCR-FISCAL             PIC X(080) VALUE SPACES.
       01 WS-DESCR-IGUAL              PIC X(080) VALUE SPACES.

      *    EMPRESA CORRENTE (QUEBRA POR CNPJ EM CNAE2.DAT).
       01 WS-CNPJ-GRUPO               PIC X(014) VALUE SPACES.
       01 WS-EMPRESA-ACHADA           PIC X VALUE 'N'.
       01 WS-QTD-SECUNDARIAS          PIC 9(005) VALUE ZERO.
       01 WS-QTD-SECOES               PIC 9(003) VALUE ZERO.
       01 WS-IGUAL-FISCAL             PIC X VALUE 'N'.
       01 WS-SECAO-FISCAL             PIC X VALUE SPACE.
       01 WS-IDX-SECAO-FISCAL         PIC 99 VALUE ZERO.
       01 WS-SECOES-EMPRESA.
          05 WS-SEC-PRESENTE OCCURS 21 TIMES PIC X.
       01 WS-LISTA-SECOES             PIC X(021) VALUE SPACES.
       01 WS-LISTA-PTR                PIC 99 VALUE 1.
       01 WS-QTD-SEC-ED               PIC ZZZZ9.
       01 WS-ACHADOS-EMPRESA          PIC 9 VALUE ZERO.
       01 WS-REGRA                    PIC X(020) VALUE SPACES.
       01 WS-DETALHE                  PIC X(100) VALUE SPACES.

       01 WS-DIVISAO                  PIC 99 VALUE ZERO.
       01 WS-SECAO                    PIC X VALUE SPACE.
       01 WS-IDX-SECAO                PIC 99 VALUE ZERO.
       01 WS-LETRAS-SECAO             PIC X(021)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTU'.

       01 WS-TOTAL-EMPRESAS           PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-SEM-CADASTRO       PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-APONTADAS          PIC 9(007) VALUE ZERO.
       01 WS-TOT-EXCESSO              PIC 9(007) VALUE ZERO.
       01 WS-TOT-DISPERSAS            PIC 9(007) VALUE ZERO.
       01 WS-TOT-IGUAL                PIC 9(007) VALUE ZERO.

       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-TAB-UFS.
          05 WS-UF-OCR OCCURS 30 TIMES.
             10 WS-UF-SIGLA           PIC X(002).
             10 WS-UF-QTD             PIC 9(007).
             10 WS-UF-EXCESSO         PIC 9(007).
             10 WS-UF-DISPERSAS       PIC 9(007).
             10 WS-UF-IGUAL           PIC 9(007).
       01 WS-TAB-SECOES.
          05 WS-SECT-OCR OCCURS 21 TIMES.
             10 WS-SECT-QTD           PIC 9(007).
             10 WS-SECT-EXCESSO       PIC 9(007).
             10 WS-SECT-DISPERSAS     PIC 9(007).
             10 WS-SECT-IGUAL         PIC 9(007).

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'RELATORIO DE CNAES SECUNDARIAS GUARDA-CHUVA'.
           MOVE 'LIMITE-CNAES-SEC' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-LIMITE-CNAES-SEC
           END-IF.
           MOVE 'LIMITE-SECOES-CNAE' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-LIMITE-SECOES
           END-IF.
           DISPLAY 'LIMITE DE SECUNDARIAS.......: ' WS-LIMITE-CNAES-SEC.
           DISPLAY 'LIMITE DE SECOES DISTINTAS..: ' WS-LIMITE-SECOES.
           PERFORM 0002-CARREGAR-DESCRICOES.
           INITIALIZE WS-TAB-UFS.
           INITIALIZE WS-TAB-SECOES.
           OPEN INPUT ARQ-CNAE.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-CNAE IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-CNAE '/' ST-ARQUIVO-EMP
                 ') - RELATORIO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CNAES SECUNDARIAS GUARDA-CHUVA (LIMITE DE '
                    DELIMITED BY SIZE
                  WS-LIMITE-CNAES-SEC DELIMITED BY SIZE
                  ' SECUNDARIAS / ' DELIMITED BY SIZE
                  WS-LIMITE-SECOES DELIMITED BY SIZE
                  ' SECOES)' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'REGRA;UF;CNPJ;RAZAO SOCIAL;CNAE FISCAL;DESCRICAO FISCA
      -       'L;QTD-SECUNDARIAS;QTD-SECOES;DETALHE' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0003-VARRER-CNAES.
           PERFORM 0009-EMITIR-TOTAIS.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-CNAE.
           CLOSE ARQ-EMPRESAS.
           DISPLAY 'EMPRESAS COM SECUNDARIAS....: ' WS-TOTAL-EMPRESAS.
           DISPLAY 'SEM CADASTRO EM EMPRESAS2...: '
              WS-TOTAL-SEM-CADASTRO.
           DISPLAY 'EMPRESAS APONTADAS..........: '
              WS-TOTAL-APONTADAS.
           DISPLAY '  QTD-EXCESSIVA.............: ' WS-TOT-EXCESSO.
           DISPLAY '  SECOES-DISPERSAS..........: ' WS-TOT-DISPERSAS.
           DISPLAY '  IGUAL-FISCAL..............: ' WS-TOT-IGUAL.
           DISPLAY 'FIM DO RELATORIO DE CNAES GUARDA-CHUVA.'.
           GOBACK.

       0002-CARREGAR-DESCRICOES.
           MOVE ZERO TO WS-QTD-DESCR.
           OPEN INPUT ARQ-CNAE-DESCR.
           IF ST-ARQ-CNAE-DESCR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CNAE-DESCR
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-DESCR IS LESS THAN 2000 THEN
                        ADD 1 TO WS-QTD-DESCR
                        MOVE FD-CNAE-COD TO WS-DSC-COD(WS-QTD-DESCR)
                        MOVE FD-CNAE-DESCRICAO TO
                          WS-DSC-TEXTO(WS-QTD-DESCR)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CNAE-DESCR
           END-IF.

       0003-VARRER-CNAES.
      *    CNAE2.DAT VEM NA ORDEM DA CHAVE (CNPJ + SECUNDARIA): CADA
      *    QUEBRA DE CNPJ FECHA A AVALIACAO DA EMPRESA ANTERIOR.
           MOVE SPACES TO WS-CNPJ-GRUPO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-CNAE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF FRC-CNPJ IS NOT EQUAL TO WS-CNPJ-GRUPO THEN
                     IF WS-CNPJ-GRUPO IS NOT EQUAL TO SPACES THEN
                        PERFORM 0006-AVALIAR-EMPRESA
                     END-IF
                     MOVE FRC-CNPJ TO WS-CNPJ-GRUPO
                     PERFORM 0004-INICIAR-EMPRESA
                  END-IF
                  IF WS-EMPRESA-ACHADA IS EQUAL TO 'S' AND
                     FRC-CNAE-SECUNDARIA IS GREATER THAN ZERO THEN
                     PERFORM 0005-ACUMULAR-SECUNDARIA
                  END-IF
             END-READ
           END-PERFORM.
           IF WS-CNPJ-GRUPO IS NOT EQUAL TO SPACES THEN
              PERFORM 0006-AVALIAR-EMPRESA
           END-IF.

       0004-INICIAR-EMPRESA.
           MOVE ZERO TO WS-QTD-SECUNDARIAS.
           MOVE 'N' TO WS-IGUAL-FISCAL.
           MOVE SPACES TO WS-DESCR-IGUAL.
           INITIALIZE WS-SECOES-EMPRESA.
           ADD 1 TO WS-TOTAL-EMPRESAS.
           MOVE WS-CNPJ-GRUPO TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             INVALID KEY
                MOVE 'N' TO WS-EMPRESA-ACHADA
                ADD 1 TO WS-TOTAL-SEM-CADASTRO
             NOT INVALID KEY
                MOVE 'S' TO WS-EMPRESA-ACHADA
                MOVE FRE-CNAE-FISCAL(1:2) TO WS-DIVISAO
                PERFORM 0010-CLASSIFICAR-SECAO
                MOVE WS-SECAO TO WS-SECAO-FISCAL
                MOVE WS-IDX-SECAO TO WS-IDX-SECAO-FISCAL
                MOVE FRE-CNAE-FISCAL TO WS-CNAE-BUSCA
                PERFORM 0011-BUSCAR-DESCRICAO
                MOVE WS-CNAE-DESCRICAO TO WS-DESCR-FISCAL
           END-READ.

       0005-ACUMULAR-SECUNDARIA.
           ADD 1 TO WS-QTD-SECUNDARIAS.
           IF FRC-CNAE-SECUNDARIA IS EQUAL TO FRE-CNAE-FISCAL THEN
              MOVE 'S' TO WS-IGUAL-FISCAL
           END-IF.
           MOVE FRC-CNAE-SECUNDARIA(1:2) TO WS-DIVISAO.
           PERFORM 0010-CLASSIFICAR-SECAO.
           IF WS-IDX-SECAO IS NOT EQUAL TO WS-IDX-SECAO-FISCAL THEN
              MOVE 'S' TO WS-SEC-PRESENTE(WS-IDX-SECAO)
           END-IF.

       0006-AVALIAR-EMPRESA.
           IF WS-EMPRESA-ACHADA IS EQUAL TO 'S' THEN
              MOVE ZERO TO WS-ACHADOS-EMPRESA
              MOVE ZERO TO WS-QTD-SECOES
              MOVE SPACES TO WS-LISTA-SECOES
              MOVE 1 TO WS-LISTA-PTR
              PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
                UNTIL WS-IDX-SECAO IS GREATER THAN 21
                IF WS-SEC-PRESENTE(WS-IDX-SECAO) IS EQUAL TO 'S'
                THEN
                   ADD 1 TO WS-QTD-SECOES
                   STRING WS-LETRAS-SECAO(WS-IDX-SECAO:1)
                            DELIMITED BY SIZE
                     INTO WS-LISTA-SECOES
                     WITH POINTER WS-LISTA-PTR
                   END-STRING
                END-IF
              END-PERFORM
              PERFORM 0007-LOCALIZAR-UF
              IF WS-QTD-SECUNDARIAS IS GREATER THAN
                 WS-LIMITE-CNAES-SEC THEN
                 MOVE 'QTD-EXCESSIVA' TO WS-REGRA
                 MOVE WS-QTD-SECUNDARIAS TO WS-QTD-SEC-ED
                 MOVE SPACES TO WS-DETALHE
                 STRING FUNCTION TRIM(WS-QTD-SEC-ED)
                          DELIMITED BY SIZE
                        ' SECUNDARIAS' DELIMITED BY SIZE
                   INTO WS-DETALHE
                 END-STRING
                 ADD 1 TO WS-ACHADOS-EMPRESA
                 ADD 1 TO WS-TOT-EXCESSO
                 ADD 1 TO WS-SECT-EXCESSO(WS-IDX-SECAO-FISCAL)
                 IF WS-IDX-UF IS GREATER THAN ZERO THEN
                    ADD 1 TO WS-UF-EXCESSO(WS-IDX-UF)
                 END-IF
                 PERFORM 0008-ESCREVER-APONTAMENTO
              END-IF
              IF WS-QTD-SECOES IS NOT LESS THAN WS-LIMITE-SECOES
              THEN
                 MOVE 'SECOES-DISPERSAS' TO WS-REGRA
                 MOVE SPACES TO WS-DETALHE
                 STRING 'FISCAL NA SECAO ' DELIMITED BY SIZE
                        WS-SECAO-FISCAL DELIMITED BY SIZE
                        ', SECUNDARIAS NAS SECOES ' DELIMITED BY SIZE
                        WS-LISTA-SECOES DELIMITED BY SPACE
                   INTO WS-DETALHE
                 END-STRING
                 ADD 1 TO WS-ACHADOS-EMPRESA
                 ADD 1 TO WS-TOT-DISPERSAS
                 ADD 1 TO WS-SECT-DISPERSAS(WS-IDX-SECAO-FISCAL)
                 IF WS-IDX-UF IS GREATER THAN ZERO THEN
                    ADD 1 TO WS-UF-DISPERSAS(WS-IDX-UF)
                 END-IF
                 PERFORM 0008-ESCREVER-APONTAMENTO
              END-IF
              IF WS-IGUAL-FISCAL IS EQUAL TO 'S' THEN
                 MOVE 'IGUAL-FISCAL' TO WS-REGRA
                 MOVE 'SECUNDARIA REPETE A CNAE FISCAL' TO WS-DETALHE
                 ADD 1 TO WS-ACHADOS-EMPRESA
                 ADD 1 TO WS-TOT-IGUAL
                 ADD 1 TO WS-SECT-IGUAL(WS-IDX-SECAO-FISCAL)
                 IF WS-IDX-UF IS GREATER THAN ZERO THEN
                    ADD 1 TO WS-UF-IGUAL(WS-IDX-UF)
                 END-IF
                 PERFORM 0008-ESCREVER-APONTAMENTO
              END-IF
              IF WS-ACHADOS-EMPRESA IS GREATER THAN ZERO THEN
                 ADD 1 TO WS-TOTAL-APONTADAS
                 ADD 1 TO WS-SECT-QTD(WS-IDX-SECAO-FISCAL)
                 IF WS-IDX-UF IS GREATER THAN ZERO THEN
                    ADD 1 TO WS-UF-QTD(WS-IDX-UF)
                 END-IF
              END-IF
           END-IF.

       0007-LOCALIZAR-UF.
           MOVE 'N' TO WS-UF-ACHADA.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
                OR WS-UF-ACHADA IS EQUAL TO 'S'
             IF WS-UF-SIGLA(WS-IDX-UF) IS EQUAL TO FRE-UF THEN
                MOVE 'S' TO WS-UF-ACHADA
                SUBTRACT 1 FROM WS-IDX-UF
             END-IF
           END-PERFORM.
           IF WS-UF-ACHADA IS EQUAL TO 'N' THEN
              IF WS-QTD-UFS IS LESS THAN 30 THEN
                 ADD 1 TO WS-QTD-UFS
                 MOVE WS-QTD-UFS TO WS-IDX-UF
                 MOVE FRE-UF TO WS-UF-SIGLA(WS-IDX-UF)
              ELSE
                 MOVE ZERO TO WS-IDX-UF
              END-IF
           END-IF.

       0008-ESCREVER-APONTAMENTO.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-REGRA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  FRE-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-RAZAO-SOCIAL DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  FRE-CNAE-FISCAL DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DESCR-FISCAL DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-QTD-SECUNDARIAS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-QTD-SECOES DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DETALHE DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0009-EMITIR-TOTAIS.
           MOVE 'TOTAL POR UF (UF;EMPRESAS;QTD-EXCESSIVA;SECOES-DISPERS
      -       'AS;IGUAL-FISCAL):' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
             IF WS-UF-QTD(WS-IDX-UF) IS GREATER THAN ZERO THEN
                MOVE SPACES TO REG-RELATORIO
                STRING 'UF;' DELIMITED BY SIZE
                       WS-UF-SIGLA(WS-IDX-UF) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-UF-QTD(WS-IDX-UF) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-UF-EXCESSO(WS-IDX-UF) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-UF-DISPERSAS(WS-IDX-UF) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-UF-IGUAL(WS-IDX-UF) DELIMITED BY SIZE
                  INTO REG-RELATORIO
                END-STRING
                WRITE REG-RELATORIO
             END-IF
           END-PERFORM.
           MOVE 'TOTAL POR SECAO DA CNAE FISCAL (SECAO;EMPRESAS;QTD-EXC
      -       'ESSIVA;SECOES-DISPERSAS;IGUAL-FISCAL):' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
             UNTIL WS-IDX-SECAO IS GREATER THAN 21
             IF WS-SECT-QTD(WS-IDX-SECAO) IS GREATER THAN ZERO THEN
                MOVE SPACES TO REG-RELATORIO
                STRING 'SECAO;' DELIMITED BY SIZE
                       WS-LETRAS-SECAO(WS-IDX-SECAO:1)
                         DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-SECT-QTD(WS-IDX-SECAO) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-SECT-EXCESSO(WS-IDX-SECAO) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-SECT-DISPERSAS(WS-IDX-SECAO)
                         DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-SECT-IGUAL(WS-IDX-SECAO) DELIMITED BY SIZE
                  INTO REG-RELATORIO
                END-STRING
                WRITE REG-RELATORIO
             END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAIS;EMPRESAS=' DELIMITED BY SIZE
                  WS-TOTAL-APONTADAS DELIMITED BY SIZE
                  ';QTD-EXCESSIVA=' DELIMITED BY SIZE
                  WS-TOT-EXCESSO DELIMITED BY SIZE
                  ';SECOES-DISPERSAS=' DELIMITED BY SIZE
                  WS-TOT-DISPERSAS DELIMITED BY SIZE
                  ';IGUAL-FISCAL=' DELIMITED BY SIZE
                  WS-TOT-IGUAL DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0010-CLASSIFICAR-SECAO.
      *    SECAO DA CNAE PELAS FAIXAS OFICIAIS DE DIVISAO (A MESMA
      *    REGRA DO RELATORIO POR SECAO/DIVISAO), DEVOLVENDO A LETRA
      *    E A POSICAO DELA (1 A 21).
           EVALUATE TRUE
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 03
                MOVE 1 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 09
                MOVE 2 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 33
                MOVE 3 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS EQUAL TO 35
                MOVE 4 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 39
                MOVE 5 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 43
                MOVE 6 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 47
                MOVE 7 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 53
                MOVE 8 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 56
                MOVE 9 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 63
                MOVE 10 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 66
                MOVE 11 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS EQUAL TO 68
                MOVE 12 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 75
                MOVE 13 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 82
                MOVE 14 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS EQUAL TO 84
                MOVE 15 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS EQUAL TO 85
                MOVE 16 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 88
                MOVE 17 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 93
                MOVE 18 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 96
                MOVE 19 TO WS-IDX-SECAO
             WHEN WS-DIVISAO IS LESS THAN OR EQUAL TO 98
                MOVE 20 TO WS-IDX-SECAO
             WHEN OTHER
                MOVE 21 TO WS-IDX-SECAO
           END-EVALUATE.
           MOVE WS-LETRAS-SECAO(WS-IDX-SECAO:1) TO WS-SECAO.

       0011-BUSCAR-DESCRICAO.
           MOVE 'DESCRICAO NAO ENCONTRADA' TO WS-CNAE-DESCRICAO.
           PERFORM VARYING WS-IDX-DESCR FROM 1 BY 1
             UNTIL WS-IDX-DESCR IS GREATER THAN WS-QTD-DESCR
             IF WS-DSC-COD(WS-IDX-DESCR) IS EQUAL TO WS-CNAE-BUSCA
             THEN
                MOVE WS-DSC-TEXTO(WS-IDX-DESCR) TO WS-CNAE-DESCRICAO
                MOVE WS-QTD-DESCR TO WS-IDX-DESCR
             END-IF
           END-PERFORM.

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
           MOVE SPACES TO WS-CAM-CNAE2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cnae2.dat' DELIMITED BY SIZE
             INTO WS-CAM-CNAE2
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-GUARDA-CHUVA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-cnaes-guarda-chuva.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-GUARDA-CHUVA
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLETOR-DEMOGRAFIA-EMPRESARIAL.

      ****************************************************************
      * COLETOR DA SERIE HISTORICA DE DEMOGRAFIA EMPRESARIAL. CASA    *
      * POR BALANCE-LINE AS DUAS ULTIMAS COMPETENCIAS DO CATALOGO     *
      * (EMPRESAS2-<COMPETENCIA>.DAT, GUARDADAS PELO                  *
      * PROMOVER-BASE-CARGA) E ACRESCENTA A HISTORICO-DEMOGRAFIA.DAT  *
      * UMA LINHA POR UF X SECAO CNAE DA COMPETENCIA MAIS RECENTE:    *
      * MES(AAAAMM DA PROMOCAO);COMPETENCIA;UF;SECAO;ESTOQUE DE       *
      * ATIVAS;NASCIMENTOS;MORTES;REATIVACOES;SALDO LIQUIDO;DATA DA   *
      * APURACAO, ONDE                                                *
      *   - NASCIMENTO = CNPJ QUE NAO EXISTIA NA COMPETENCIA ANTERIOR;*
      *   - MORTE = CNPJ QUE PASSOU A BAIXADA (08) OU SAIU DA BASE    *
      *     SEM ESTAR BAIXADO;                                        *
      *   - REATIVACAO = CNPJ QUE VOLTOU A ATIVA (02) DEPOIS DE       *
      *     SUSPENSO (03), INAPTO (04) OU BAIXADO (08);               *
      *   - SALDO = NASCIMENTOS + REATIVACOES - MORTES.               *
      * A SECAO '?' REUNE OS CNPJS SEM CNAE FISCAL. O ARQUIVO E       *
      * PERMANENTE: UMA COMPETENCIA JA APURADA NAO E REGRAVADA, PARA  *
      * OS NUMEROS PUBLICADOS CONTINUAREM REPRODUZIVEIS. ALIMENTA O   *
      * RELATORIO-TENDENCIA-DEMOGRAFIA.                               *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CATALOGO ASSIGN TO
                   WS-CAM-CATALOGO-COMPETENCIAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAT.

           SELECT ARQ-COMPET-ANTERIOR ASSIGN TO WS-NOME-COMPET-ANT
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRA-CNPJ
                   STATUS ST-ARQUIVO-CANT.

           SELECT ARQ-COMPET-ATUAL ASSIGN TO WS-NOME-COMPET-ATU
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   STATUS ST-ARQUIVO-CATU.

           SELECT ARQ-HISTORICO ASSIGN TO
                   WS-CAM-HISTORICO-DEMOGRAFIA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-HIS.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CATALOGO.
       01 REG-CATALOGO.
           03 CAT-SUFIXO            PIC X(006).
           03 FILLER                PIC X(001).
           03 CAT-DATA              PIC X(008).

       FD ARQ-COMPET-ANTERIOR.
       COPY "FD-REG-EMPRESA-ANT.cpy".

       FD ARQ-COMPET-ATUAL.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-HISTORICO.
       01 REG-HISTORICO               PIC X(120).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-CATALOGO-COMPETENCIAS   PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-DEMOGRAFIA    PIC X(060) VALUE SPACES.
       01 WS-NOME-COMPET-ANT             PIC X(060) VALUE SPACES.
       01 WS-NOME-COMPET-ATU             PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-CAT              PIC XX.
       01 ST-ARQUIVO-CANT             PIC XX.
       01 ST-ARQUIVO-CATU             PIC XX.
       01 ST-ARQUIVO-HIS              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-ATUAL                PIC X VALUE 'N'.
       01 WS-EOF-ANTERIOR             PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

      *    COMPETENCIAS CASADAS (AS DUAS ULTIMAS DO CATALOGO, NA
      *    ORDEM EM QUE FORAM GUARDADAS).
       01 WS-QTD-COMPETENCIAS         PIC 9(005) VALUE ZERO.
       01 WS-SUFIXO-ANTERIOR          PIC X(006) VALUE SPACES.
       01 WS-DATA-COMPET-ANTERIOR     PIC X(008) VALUE SPACES.
       01 WS-SUFIXO-ATUAL             PIC X(006) VALUE SPACES.
       01 WS-DATA-COMPET-ATUAL        PIC X(008) VALUE SPACES.
       01 WS-JA-APURADA               PIC X VALUE 'N'.
       01 WS-HIS-MES                  PIC X(006) VALUE SPACES.
       01 WS-HIS-SUFIXO               PIC X(006) VALUE SPACES.

       01 WS-DIVISAO                  PIC 99 VALUE ZERO.
       01 WS-IDX-SECAO                PIC 99 VALUE ZERO.
       01 WS-SECAO                    PIC X VALUE SPACE.
       01 WS-LETRAS-SECAO             PIC X(022)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTU?'.

      *    CONTADORES POR UF X SECAO DA COMPETENCIA APURADA.
       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-UF-PROCURADA             PIC X(002) VALUE SPACES.
       01 WS-TAB-UFS.
          05 WS-UF-OCR OCCURS 30 TIMES.
             10 WS-UF-SIGLA           PIC X(002).
             10 WS-UF-SEC OCCURS 22 TIMES.
                15 WS-CEL-ESTOQUE     PIC 9(009).
                15 WS-CEL-NASCIMENTOS PIC 9(009).
                15 WS-CEL-MORTES      PIC 9(009).
                15 WS-CEL-REATIVACOES PIC 9(009).
       01 WS-SALDO                    PIC S9(009)
                                     SIGN LEADING SEPARATE.

       01 WS-TOTAL-CASADOS            PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-ESTOQUE            PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-NASCIMENTOS        PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-MORTES             PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-REATIVACOES        PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-LINHAS             PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'COLETOR DE DEMOGRAFIA EMPRESARIAL'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-LER-CATALOGO.
           IF WS-QTD-COMPETENCIAS IS LESS THAN 2 THEN
              DISPLAY 'MENOS DE DUAS COMPETENCIAS NO CATALOGO - '
                 'SERIE NAO ACRESCIDA'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'COMPETENCIAS COMPARADAS.......: '
              WS-SUFIXO-ANTERIOR ' X ' WS-SUFIXO-ATUAL.
           PERFORM 0003-VERIFICAR-APURADA.
           IF WS-JA-APURADA IS EQUAL TO 'S' THEN
              DISPLAY 'COMPETENCIA ' WS-SUFIXO-ATUAL
                 ' JA CONSTA DA SERIE - NADA A ACRESCENTAR'
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQ-COMPET-ANTERIOR.
           OPEN INPUT ARQ-COMPET-ATUAL.
           IF ST-ARQUIVO-CANT IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-CATU IS NOT EQUAL TO '00' THEN
              DISPLAY '*** BASE DE COMPETENCIA INDISPONIVEL '
                 '(STATUS ' ST-ARQUIVO-CANT '/' ST-ARQUIVO-CATU
                 ') - SERIE NAO ACRESCIDA ***'
              CLOSE ARQ-COMPET-ANTERIOR
              CLOSE ARQ-COMPET-ATUAL
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE WS-TAB-UFS.
           PERFORM 0004-CASAR-COMPETENCIAS.
           CLOSE ARQ-COMPET-ANTERIOR.
           CLOSE ARQ-COMPET-ATUAL.
           PERFORM 0008-ACRESCENTAR-SERIE.
           DISPLAY 'CNPJS CASADOS ENTRE COMPETENCIAS: '
              WS-TOTAL-CASADOS.
           DISPLAY 'ESTOQUE DE ATIVAS.............: ' WS-TOTAL-ESTOQUE.
           DISPLAY 'NASCIMENTOS...................: '
              WS-TOTAL-NASCIMENTOS.
           DISPLAY 'MORTES........................: ' WS-TOTAL-MORTES.
           DISPLAY 'REATIVACOES...................: '
              WS-TOTAL-REATIVACOES.
           DISPLAY 'LINHAS ACRESCENTADAS A SERIE..: ' WS-TOTAL-LINHAS.
           DISPLAY 'FIM DO COLETOR DE DEMOGRAFIA EMPRESARIAL.'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0002-LER-CATALOGO.
           MOVE ZERO TO WS-QTD-COMPETENCIAS.
           OPEN INPUT ARQ-CATALOGO.
           IF ST-ARQUIVO-CAT IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CATALOGO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-QTD-COMPETENCIAS
                     MOVE WS-SUFIXO-ATUAL TO WS-SUFIXO-ANTERIOR
                     MOVE WS-DATA-COMPET-ATUAL TO
                       WS-DATA-COMPET-ANTERIOR
                     MOVE CAT-SUFIXO TO WS-SUFIXO-ATUAL
                     MOVE CAT-DATA TO WS-DATA-COMPET-ATUAL
                END-READ
              END-PERFORM
              CLOSE ARQ-CATALOGO
           END-IF.
           MOVE SPACES TO WS-NOME-COMPET-ANT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2-' DELIMITED BY SIZE
                  WS-SUFIXO-ANTERIOR DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
             INTO WS-NOME-COMPET-ANT
           END-STRING.
           MOVE SPACES TO WS-NOME-COMPET-ATU.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2-' DELIMITED BY SIZE
                  WS-SUFIXO-ATUAL DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
             INTO WS-NOME-COMPET-ATU
           END-STRING.

       0003-VERIFICAR-APURADA.
           MOVE 'N' TO WS-JA-APURADA.
           OPEN INPUT ARQ-HISTORICO.
           IF ST-ARQUIVO-HIS IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-HISTORICO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-HIS-MES
                     MOVE SPACES TO WS-HIS-SUFIXO
                     UNSTRING REG-HISTORICO DELIMITED BY ';'
                       INTO WS-HIS-MES
                            WS-HIS-SUFIXO
                     END-UNSTRING
                     IF WS-HIS-SUFIXO IS EQUAL TO WS-SUFIXO-ATUAL THEN
                        MOVE 'S' TO WS-JA-APURADA
                        MOVE 'Y' TO WS-EOF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO
           END-IF.

       0004-CASAR-COMPETENCIAS.
           MOVE 'N' TO WS-EOF-ATUAL.
           MOVE 'N' TO WS-EOF-ANTERIOR.
           READ ARQ-COMPET-ATUAL NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF-ATUAL
           END-READ.
           READ ARQ-COMPET-ANTERIOR NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF-ANTERIOR
           END-READ.
           PERFORM UNTIL WS-EOF-ATUAL IS EQUAL TO 'Y' AND
                   WS-EOF-ANTERIOR IS EQUAL TO 'Y'
             EVALUATE TRUE
               WHEN WS-EOF-ANTERIOR IS EQUAL TO 'Y'
                  PERFORM 0005-CNPJ-SO-NO-ATUAL
                  READ ARQ-COMPET-ATUAL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ATUAL
                  END-READ
               WHEN WS-EOF-ATUAL IS EQUAL TO 'Y'
                  PERFORM 0006-CNPJ-SO-NO-ANTERIOR
                  READ ARQ-COMPET-ANTERIOR NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ANTERIOR
                  END-READ
               WHEN FRE-CNPJ IS LESS THAN FRA-CNPJ
                  PERFORM 0005-CNPJ-SO-NO-ATUAL
                  READ ARQ-COMPET-ATUAL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ATUAL
                  END-READ
               WHEN FRE-CNPJ IS GREATER THAN FRA-CNPJ
                  PERFORM 0006-CNPJ-SO-NO-ANTERIOR
                  READ ARQ-COMPET-ANTERIOR NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ANTERIOR
                  END-READ
               WHEN OTHER
                  ADD 1 TO WS-TOTAL-CASADOS
                  PERFORM 0007-CNPJ-NAS-DUAS
                  READ ARQ-COMPET-ATUAL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ATUAL
                  END-READ
                  READ ARQ-COMPET-ANTERIOR NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ANTERIOR
                  END-READ
             END-EVALUATE
           END-PERFORM.

       0005-CNPJ-SO-NO-ATUAL.
           MOVE FRE-UF TO WS-UF-PROCURADA.
           MOVE FRE-CNAE-FISCAL(1:2) TO WS-DIVISAO.
           PERFORM 0009-CLASSIFICAR-CELULA.
           IF WS-IDX-UF IS GREATER THAN ZERO THEN
              ADD 1 TO WS-CEL-NASCIMENTOS(WS-IDX-UF, WS-IDX-SECAO)
              ADD 1 TO WS-TOTAL-NASCIMENTOS
              IF FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
                 ADD 1 TO WS-CEL-ESTOQUE(WS-IDX-UF, WS-IDX-SECAO)
                 ADD 1 TO WS-TOTAL-ESTOQUE
              END-IF
           END-IF.

       0006-CNPJ-SO-NO-ANTERIOR.
      *    CNPJ QUE SAIU DA BASE: SO CONTA COMO MORTE SE AINDA NAO
      *    ESTAVA BAIXADO (O EXPURGO RETIRA OS JA BAIXADOS).
           IF FRA-SIT-CADASTRAL IS NOT EQUAL TO 08 THEN
              MOVE FRA-UF TO WS-UF-PROCURADA
              MOVE FRA-CNAE-FISCAL(1:2) TO WS-DIVISAO
              PERFORM 0009-CLASSIFICAR-CELULA
              IF WS-IDX-UF IS GREATER THAN ZERO THEN
                 ADD 1 TO WS-CEL-MORTES(WS-IDX-UF, WS-IDX-SECAO)
                 ADD 1 TO WS-TOTAL-MORTES
              END-IF
           END-IF.

       0007-CNPJ-NAS-DUAS.
           MOVE FRE-UF TO WS-UF-PROCURADA.
           MOVE FRE-CNAE-FISCAL(1:2) TO WS-DIVISAO.
           PERFORM 0009-CLASSIFICAR-CELULA.
           IF WS-IDX-UF IS GREATER THAN ZERO THEN
              IF FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
                 ADD 1 TO WS-CEL-ESTOQUE(WS-IDX-UF, WS-IDX-SECAO)
                 ADD 1 TO WS-TOTAL-ESTOQUE
                 IF FRA-SIT-CADASTRAL IS EQUAL TO 03 OR
                    FRA-SIT-CADASTRAL IS EQUAL TO 04 OR
                    FRA-SIT-CADASTRAL IS EQUAL TO 08 THEN
                    ADD 1 TO
                      WS-CEL-REATIVACOES(WS-IDX-UF, WS-IDX-SECAO)
                    ADD 1 TO WS-TOTAL-REATIVACOES
                 END-IF
              END-IF
              IF FRE-SIT-CADASTRAL IS EQUAL TO 08 AND
                 FRA-SIT-CADASTRAL IS NOT EQUAL TO 08 THEN
                 ADD 1 TO WS-CEL-MORTES(WS-IDX-UF, WS-IDX-SECAO)
                 ADD 1 TO WS-TOTAL-MORTES
              END-IF
           END-IF.

       0008-ACRESCENTAR-SERIE.
           OPEN EXTEND ARQ-HISTORICO.
           IF ST-ARQUIVO-HIS IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-HISTORICO
           END-IF.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
             PERFORM VARYING WS-IDX-SECAO FROM 1 BY 1
               UNTIL WS-IDX-SECAO IS GREATER THAN 22
               IF WS-CEL-ESTOQUE(WS-IDX-UF, WS-IDX-SECAO) IS
                  GREATER THAN ZERO OR
                  WS-CEL-NASCIMENTOS(WS-IDX-UF, WS-IDX-SECAO) IS
                  GREATER THAN ZERO OR
                  WS-CEL-MORTES(WS-IDX-UF, WS-IDX-SECAO) IS
                  GREATER THAN ZERO OR
                  WS-CEL-REATIVACOES(WS-IDX-UF, WS-IDX-SECAO) IS
                  GREATER THAN ZERO THEN
                  COMPUTE WS-SALDO =
                     WS-CEL-NASCIMENTOS(WS-IDX-UF, WS-IDX-SECAO) +
                     WS-CEL-REATIVACOES(WS-IDX-UF, WS-IDX-SECAO) -
                     WS-CEL-MORTES(WS-IDX-UF, WS-IDX-SECAO)
                  MOVE SPACES TO REG-HISTORICO
                  STRING WS-DATA-COMPET-ATUAL(1:6) DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-SUFIXO-ATUAL DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-UF-SIGLA(WS-IDX-UF) DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-LETRAS-SECAO(WS-IDX-SECAO:1)
                           DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-CEL-ESTOQUE(WS-IDX-UF, WS-IDX-SECAO)
                           DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-CEL-NASCIMENTOS(WS-IDX-UF, WS-IDX-SECAO)
                           DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-CEL-MORTES(WS-IDX-UF, WS-IDX-SECAO)
                           DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-CEL-REATIVACOES(WS-IDX-UF, WS-IDX-SECAO)
                           DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-SALDO DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-DATA-HOJE DELIMITED BY SIZE
                    INTO REG-HISTORICO
                  END-STRING
                  WRITE REG-HISTORICO
                  ADD 1 TO WS-TOTAL-LINHAS
               END-IF
             END-PERFORM
           END-PERFORM.
           CLOSE ARQ-HISTORICO.

       0009-CLASSIFICAR-CELULA.
           PERFORM 0011-LOCALIZAR-UF.
           IF WS-DIVISAO IS EQUAL TO ZERO THEN
              MOVE 22 TO WS-IDX-SECAO
           ELSE
              PERFORM 0010-CLASSIFICAR-SECAO
           END-IF.

       0010-CLASSIFICAR-SECAO.
      *    SECAO DA CNAE PELAS FAIXAS OFICIAIS DE DIVISAO (A MESMA
      *    REGRA DO RELATORIO POR SECAO/DIVISAO).
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

       0011-LOCALIZAR-UF.
           MOVE 'N' TO WS-UF-ACHADA.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
                OR WS-UF-ACHADA IS EQUAL TO 'S'
             IF WS-UF-SIGLA(WS-IDX-UF) IS EQUAL TO WS-UF-PROCURADA
             THEN
                MOVE 'S' TO WS-UF-ACHADA
                SUBTRACT 1 FROM WS-IDX-UF
             END-IF
           END-PERFORM.
           IF WS-UF-ACHADA IS EQUAL TO 'N' THEN
              IF WS-QTD-UFS IS LESS THAN 30 THEN
                 ADD 1 TO WS-QTD-UFS
                 MOVE WS-QTD-UFS TO WS-IDX-UF
                 MOVE WS-UF-PROCURADA TO WS-UF-SIGLA(WS-IDX-UF)
              ELSE
                 MOVE ZERO TO WS-IDX-UF
              END-IF
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
           MOVE SPACES TO WS-CAM-CATALOGO-COMPETENCIAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'catalogo-competencias.dat' DELIMITED BY SIZE
             INTO WS-CAM-CATALOGO-COMPETENCIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-DEMOGRAFIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-demografia.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-DEMOGRAFIA
           END-STRING.

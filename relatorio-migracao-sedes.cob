       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-MIGRACAO-SEDES.

      ****************************************************************
      * MATRIZ DE MIGRACAO DE SEDES ENTRE MUNICIPIOS E UFS. DUAS      *
      * ETAPAS:                                                       *
      *   1) APURACAO - CASA POR BALANCE-LINE AS DUAS ULTIMAS         *
      *      COMPETENCIAS DO CATALOGO (EMPRESAS2-<COMPETENCIA>.DAT,   *
      *      GUARDADAS PELO PROMOVER-BASE-CARGA) E GRAVA EM           *
      *      HISTORICO-ENDERECO.DAT AS MUDANCAS DE UF/MUNICIPIO QUE   *
      *      A CARGA DIARIA AINDA NAO TINHA HISTORIZADO;              *
      *   2) MATRIZ - LE O HISTORICO DA JANELA (PARAMETRO             *
      *      JANELA-MIGRACAO-MES, PADRAO 12 MESES) E EMITE A MATRIZ   *
      *      ORIGEM X DESTINO POR PORTE E SECAO CNAE, O SALDO LIQUIDO *
      *      DE ATRACAO/EVASAO POR MUNICIPIO (TOTAL, POR PORTE E POR  *
      *      SECAO) E O SALDO POR UF.                                 *
      * A APURACAO E IDEMPOTENTE: RODAR DE NOVO A MESMA COMPETENCIA   *
      * NAO DUPLICA O HISTORICO.                                      *
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

           SELECT ARQ-HISTORICO-END ASSIGN TO
                   WS-CAM-HISTORICO-ENDERECO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS HEN-CHAVE
                   STATUS ST-ARQUIVO-HEND.

           SELECT SORT-MATRIZ ASSIGN TO WS-CAM-MIGRACAO-SRT.

           SELECT SORT-SALDO ASSIGN TO WS-CAM-SALDO-SRT.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-MIGRACAO
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

       FD ARQ-HISTORICO-END.
       COPY "FD-REG-HIST-END.cpy".

       SD SORT-MATRIZ.
       01 SD-REG-MATRIZ.
          05 SDM-UF-ORIGEM            PIC X(002).
          05 SDM-MUN-ORIGEM           PIC 9999.
          05 SDM-UF-DESTINO           PIC X(002).
          05 SDM-MUN-DESTINO          PIC 9999.
          05 SDM-PORTE                PIC XX.
          05 SDM-SECAO                PIC X.
          05 SDM-NOME-ORIGEM          PIC X(050).
          05 SDM-NOME-DESTINO         PIC X(050).

       SD SORT-SALDO.
       01 SD-REG-SALDO.
          05 SDS-UF                   PIC X(002).
          05 SDS-MUN                  PIC 9999.
          05 SDS-CORTE                PIC X.
          05 SDS-VALOR                PIC XX.
          05 SDS-NOME                 PIC X(050).
          05 SDS-ENTRADA              PIC 9.
          05 SDS-SAIDA                PIC 9.

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

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-CATALOGO-COMPETENCIAS   PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-ENDERECO      PIC X(060) VALUE SPACES.
       01 WS-CAM-MIGRACAO-SRT            PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-MIGRACAO      PIC X(060) VALUE SPACES.
       01 WS-CAM-SALDO-SRT               PIC X(060) VALUE SPACES.
       01 WS-NOME-COMPET-ANT             PIC X(060) VALUE SPACES.
       01 WS-NOME-COMPET-ATU             PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-CAT              PIC XX.
       01 ST-ARQUIVO-CANT             PIC XX.
       01 ST-ARQUIVO-CATU             PIC XX.
       01 ST-ARQUIVO-HEND             PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-ATUAL                PIC X VALUE 'N'.
       01 WS-EOF-ANTERIOR             PIC X VALUE 'N'.
       01 WS-EOF-HIST                 PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.

      *    COMPETENCIAS CASADAS NA APURACAO (AS DUAS ULTIMAS DO
      *    CATALOGO, NA ORDEM EM QUE FORAM GUARDADAS).
       01 WS-QTD-COMPETENCIAS         PIC 9(005) VALUE ZERO.
       01 WS-SUFIXO-ANTERIOR          PIC X(006) VALUE SPACES.
       01 WS-DATA-COMPET-ANTERIOR     PIC X(008) VALUE SPACES.
       01 WS-SUFIXO-ATUAL             PIC X(006) VALUE SPACES.
       01 WS-DATA-COMPET-ATUAL        PIC X(008) VALUE SPACES.
       01 WS-JA-HISTORIZADA           PIC X VALUE 'N'.
       01 WS-HIST-CNPJ                PIC X(014) VALUE SPACES.

      *    JANELA DA MATRIZ EM MESES, CONTADA DO MES CORRENTE.
       01 WS-JANELA-MESES             PIC 9(003) VALUE 12.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
          05 WS-HOJE-ANO              PIC 9(004).
          05 WS-HOJE-MES              PIC 99.
          05 WS-HOJE-DIA              PIC 99.
       01 WS-DATA-CORTE               PIC 9(008) VALUE ZERO.
       01 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
          05 WS-CORTE-ANO             PIC 9(004).
          05 WS-CORTE-MES             PIC 99.
          05 WS-CORTE-DIA             PIC 99.
       01 WS-TOTAL-MESES              PIC 9(006) VALUE ZERO.

       01 WS-DIVISAO                  PIC 99 VALUE ZERO.
       01 WS-IDX-SECAO                PIC 99 VALUE ZERO.
       01 WS-SECAO                    PIC X VALUE SPACE.
       01 WS-LETRAS-SECAO             PIC X(021)
                                     VALUE 'ABCDEFGHIJKLMNOPQRSTU'.
       01 WS-ROTULO-PORTE             PIC X(013) VALUE SPACES.
       01 WS-ROTULO-CORTE             PIC X(005) VALUE SPACES.
       01 WS-ROTULO-VALOR             PIC X(013) VALUE SPACES.

      *    QUEBRAS DA MATRIZ E DO SALDO.
       01 WS-PRIMEIRO                 PIC X VALUE 'S'.
       01 WS-CHAVE-MATRIZ-ANT         PIC X(015) VALUE SPACES.
       01 WS-NOME-ORIGEM-ANT          PIC X(050) VALUE SPACES.
       01 WS-NOME-DESTINO-ANT         PIC X(050) VALUE SPACES.
       01 WS-QTD-MATRIZ               PIC 9(007) VALUE ZERO.
       01 WS-CHAVE-SALDO-ANT.
          05 WS-SAL-UF                PIC X(002) VALUE SPACES.
          05 WS-SAL-MUN               PIC 9999 VALUE ZERO.
          05 WS-SAL-CORTE             PIC X VALUE SPACE.
          05 WS-SAL-VALOR             PIC XX VALUE SPACES.
       01 WS-SAL-NOME                 PIC X(050) VALUE SPACES.
       01 WS-SAL-ENTRADAS             PIC 9(007) VALUE ZERO.
       01 WS-SAL-SAIDAS               PIC 9(007) VALUE ZERO.
       01 WS-SAL-LIQUIDO              PIC S9(007) VALUE ZERO.
       01 WS-SAL-LIQUIDO-ED           PIC -9(007).

       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-UF-PROCURADA             PIC X(002) VALUE SPACES.
       01 WS-TAB-UFS.
          05 WS-UF-OCR OCCURS 30 TIMES.
             10 WS-UF-SIGLA           PIC X(002).
             10 WS-UF-ENTRADAS        PIC 9(007).
             10 WS-UF-SAIDAS          PIC 9(007).

       01 WS-TOTAL-CASADOS            PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-APURADAS           PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-JA-HISTORIZADAS    PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-MIGRACOES          PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-MUDANCA-UF         PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'MATRIZ DE MIGRACAO DE SEDES'.
           MOVE 'JANELA-MIGRACAO-MES' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-JANELA-MESES
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-TOTAL-MESES = WS-HOJE-ANO * 12 + WS-HOJE-MES
              - 1 - WS-JANELA-MESES.
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-CORTE-ANO
              REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.
           MOVE 01 TO WS-CORTE-DIA.
           DISPLAY 'JANELA DA MATRIZ A PARTIR DE.: ' WS-DATA-CORTE.
           OPEN I-O ARQ-HISTORICO-END.
           IF ST-ARQUIVO-HEND IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-HISTORICO-END
           END-IF.
           IF ST-ARQUIVO-HEND IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR O HISTORICO DE ENDERECO '
                 '(STATUS ' ST-ARQUIVO-HEND ') - RELATORIO '
                 'ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0002-APURAR-COMPETENCIAS.
           CLOSE ARQ-HISTORICO-END.
           INITIALIZE WS-TAB-UFS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'MIGRACAO DE SEDES A PARTIR DE ' DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'MATRIZ;UF-ORIGEM;MUN-ORIGEM;MUNICIPIO ORIGEM;UF-DESTINO
      -       ';MUN-DESTINO;MUNICIPIO DESTINO;PORTE;SECAO CNAE;QTD'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           SORT SORT-MATRIZ
               ON ASCENDING KEY SDM-UF-ORIGEM SDM-MUN-ORIGEM
                                SDM-UF-DESTINO SDM-MUN-DESTINO
                                SDM-PORTE SDM-SECAO
               INPUT PROCEDURE IS 0006-LER-HISTORICO-MATRIZ
               OUTPUT PROCEDURE IS 0007-EMITIR-MATRIZ.
           MOVE 'SALDO;UF;MUN;MUNICIPIO;CORTE;VALOR;ENTRADAS;SAIDAS;SAL
      -       'DO LIQUIDO' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           SORT SORT-SALDO
               ON ASCENDING KEY SDS-UF SDS-MUN SDS-CORTE SDS-VALOR
               INPUT PROCEDURE IS 0009-LER-HISTORICO-SALDO
               OUTPUT PROCEDURE IS 0011-EMITIR-SALDO.
           PERFORM 0013-EMITIR-SALDO-UF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAIS;MIGRACOES=' DELIMITED BY SIZE
                  WS-TOTAL-MIGRACOES DELIMITED BY SIZE
                  ';MUDANCAS-DE-UF=' DELIMITED BY SIZE
                  WS-TOTAL-MUDANCA-UF DELIMITED BY SIZE
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
           DISPLAY 'CNPJS CASADOS ENTRE COMPETENCIAS: '
              WS-TOTAL-CASADOS.
           DISPLAY 'MUDANCAS APURADAS NA COMPARACAO.: '
              WS-TOTAL-APURADAS.
           DISPLAY 'JA HISTORIZADAS PELA CARGA......: '
              WS-TOTAL-JA-HISTORIZADAS.
           DISPLAY 'MIGRACOES NA JANELA.............: '
              WS-TOTAL-MIGRACOES.
           DISPLAY 'FIM DA MATRIZ DE MIGRACAO DE SEDES.'.
           GOBACK.

       0002-APURAR-COMPETENCIAS.
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
           IF WS-QTD-COMPETENCIAS IS LESS THAN 2 THEN
              DISPLAY 'MENOS DE DUAS COMPETENCIAS NO CATALOGO - '
                 'MATRIZ SO COM O HISTORICO DA CARGA DIARIA'
           ELSE
              MOVE SPACES TO WS-NOME-COMPET-ANT
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'empresas2-' DELIMITED BY SIZE
                     WS-SUFIXO-ANTERIOR DELIMITED BY SIZE
                     '.dat' DELIMITED BY SIZE
                INTO WS-NOME-COMPET-ANT
              END-STRING
              MOVE SPACES TO WS-NOME-COMPET-ATU
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'empresas2-' DELIMITED BY SIZE
                     WS-SUFIXO-ATUAL DELIMITED BY SIZE
                     '.dat' DELIMITED BY SIZE
                INTO WS-NOME-COMPET-ATU
              END-STRING
              DISPLAY 'COMPETENCIAS COMPARADAS.......: '
                 WS-SUFIXO-ANTERIOR ' X ' WS-SUFIXO-ATUAL
              OPEN INPUT ARQ-COMPET-ANTERIOR
              OPEN INPUT ARQ-COMPET-ATUAL
              IF ST-ARQUIVO-CANT IS NOT EQUAL TO '00' OR
                 ST-ARQUIVO-CATU IS NOT EQUAL TO '00' THEN
                 DISPLAY '*** BASE DE COMPETENCIA INDISPONIVEL '
                    '(STATUS ' ST-ARQUIVO-CANT '/' ST-ARQUIVO-CATU
                    ') - APURACAO NAO REALIZADA ***'
              ELSE
                 PERFORM 0003-CASAR-COMPETENCIAS
              END-IF
              CLOSE ARQ-COMPET-ANTERIOR
              CLOSE ARQ-COMPET-ATUAL
           END-IF.

       0003-CASAR-COMPETENCIAS.
           MOVE 'N' TO WS-EOF-ATUAL.
           MOVE 'N' TO WS-EOF-ANTERIOR.
           READ ARQ-COMPET-ATUAL NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF-ATUAL
           END-READ.
           READ ARQ-COMPET-ANTERIOR NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF-ANTERIOR
           END-READ.
           PERFORM UNTIL WS-EOF-ATUAL IS EQUAL TO 'Y' OR
                   WS-EOF-ANTERIOR IS EQUAL TO 'Y'
             EVALUATE TRUE
               WHEN FRE-CNPJ IS LESS THAN FRA-CNPJ
                  READ ARQ-COMPET-ATUAL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ATUAL
                  END-READ
               WHEN FRE-CNPJ IS GREATER THAN FRA-CNPJ
                  READ ARQ-COMPET-ANTERIOR NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ANTERIOR
                  END-READ
               WHEN OTHER
                  ADD 1 TO WS-TOTAL-CASADOS
                  IF FRA-UF IS NOT EQUAL TO FRE-UF OR
                     FRA-COD-MUNICIPIO IS NOT EQUAL TO
                     FRE-COD-MUNICIPIO THEN
                     PERFORM 0004-GRAVAR-MUDANCA-COMPETENCIA
                  END-IF
                  READ ARQ-COMPET-ATUAL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ATUAL
                  END-READ
                  READ ARQ-COMPET-ANTERIOR NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ANTERIOR
                  END-READ
             END-EVALUATE
           END-PERFORM.

       0004-GRAVAR-MUDANCA-COMPETENCIA.
           PERFORM 0005-VERIFICAR-HISTORIZADA.
           IF WS-JA-HISTORIZADA IS EQUAL TO 'S' THEN
              ADD 1 TO WS-TOTAL-JA-HISTORIZADAS
           ELSE
              MOVE FRE-CNPJ TO HEN-CNPJ
              MOVE WS-DATA-COMPET-ATUAL TO HEN-DATA-MUDANCA
              MOVE ZERO TO HEN-HORA-MUDANCA
              MOVE 'C' TO HEN-ORIGEM
              MOVE WS-SUFIXO-ATUAL TO HEN-COMPETENCIA
              MOVE FRA-UF TO HEN-UF-ANTERIOR
              MOVE FRA-COD-MUNICIPIO TO HEN-COD-MUN-ANTERIOR
              MOVE FRA-MUNICIPIO TO HEN-MUNICIPIO-ANTERIOR
              MOVE FRE-UF TO HEN-UF-NOVO
              MOVE FRE-COD-MUNICIPIO TO HEN-COD-MUN-NOVO
              MOVE FRE-MUNICIPIO TO HEN-MUNICIPIO-NOVO
              MOVE FRE-PORTE-EMPRESA TO HEN-PORTE-EMPRESA
              MOVE FRE-CNAE-FISCAL TO HEN-CNAE-FISCAL
              WRITE FD-REG-HIST-END
                INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-HISTORIZADAS
                NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-APURADAS
              END-WRITE
           END-IF.

       0005-VERIFICAR-HISTORIZADA.
      *    A CARGA DIARIA JA HISTORIZOU A MUDANCA QUANDO HA, PARA O
      *    CNPJ, ENTRADA COM O MESMO DESTINO REGISTRADA DEPOIS DA
      *    COMPETENCIA ANTERIOR (MUDANCAS INTERMEDIARIAS A->B->C
      *    FICAM COM AS ENTRADAS DIARIAS, SEM DUPLICAR A->C).
           MOVE 'N' TO WS-JA-HISTORIZADA.
           MOVE FRE-CNPJ TO WS-HIST-CNPJ.
           MOVE FRE-CNPJ TO HEN-CNPJ.
           MOVE ZERO TO HEN-DATA-MUDANCA.
           MOVE ZERO TO HEN-HORA-MUDANCA.
           MOVE 'N' TO WS-EOF-HIST.
           START ARQ-HISTORICO-END KEY IS GREATER THAN OR EQUAL TO
             HEN-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EOF-HIST
           END-START.
           PERFORM UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             READ ARQ-HISTORICO-END NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                  IF HEN-CNPJ IS NOT EQUAL TO WS-HIST-CNPJ THEN
                     MOVE 'Y' TO WS-EOF-HIST
                  ELSE
                     IF HEN-UF-NOVO IS EQUAL TO FRE-UF AND
                        HEN-COD-MUN-NOVO IS EQUAL TO
                        FRE-COD-MUNICIPIO AND
                        HEN-DATA-MUDANCA IS NOT LESS THAN
                        WS-DATA-COMPET-ANTERIOR THEN
                        MOVE 'S' TO WS-JA-HISTORIZADA
                        MOVE 'Y' TO WS-EOF-HIST
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0006-LER-HISTORICO-MATRIZ.
           OPEN INPUT ARQ-HISTORICO-END.
           MOVE 'N' TO WS-EOF-HIST.
           PERFORM UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             READ ARQ-HISTORICO-END NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                  IF HEN-DATA-MUDANCA IS NOT LESS THAN WS-DATA-CORTE
                  THEN
                     ADD 1 TO WS-TOTAL-MIGRACOES
                     MOVE HEN-CNAE-FISCAL(1:2) TO WS-DIVISAO
                     PERFORM 0014-CLASSIFICAR-SECAO
                     MOVE HEN-UF-ANTERIOR TO SDM-UF-ORIGEM
                     MOVE HEN-COD-MUN-ANTERIOR TO SDM-MUN-ORIGEM
                     MOVE HEN-MUNICIPIO-ANTERIOR TO SDM-NOME-ORIGEM
                     MOVE HEN-UF-NOVO TO SDM-UF-DESTINO
                     MOVE HEN-COD-MUN-NOVO TO SDM-MUN-DESTINO
                     MOVE HEN-MUNICIPIO-NOVO TO SDM-NOME-DESTINO
                     MOVE HEN-PORTE-EMPRESA TO SDM-PORTE
                     MOVE WS-SECAO TO SDM-SECAO
                     RELEASE SD-REG-MATRIZ
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO-END.

       0007-EMITIR-MATRIZ.
           MOVE 'S' TO WS-PRIMEIRO.
           MOVE ZERO TO WS-QTD-MATRIZ.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-MATRIZ
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF WS-PRIMEIRO IS EQUAL TO 'N' AND
                     SD-REG-MATRIZ(1:15) IS NOT EQUAL TO
                     WS-CHAVE-MATRIZ-ANT THEN
                     PERFORM 0008-ESCREVER-MATRIZ
                  END-IF
                  MOVE 'N' TO WS-PRIMEIRO
                  MOVE SD-REG-MATRIZ(1:15) TO WS-CHAVE-MATRIZ-ANT
                  MOVE SDM-NOME-ORIGEM TO WS-NOME-ORIGEM-ANT
                  MOVE SDM-NOME-DESTINO TO WS-NOME-DESTINO-ANT
                  ADD 1 TO WS-QTD-MATRIZ
             END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO IS EQUAL TO 'N' THEN
              PERFORM 0008-ESCREVER-MATRIZ
           END-IF.

       0008-ESCREVER-MATRIZ.
      *    A CHAVE GUARDADA TEM O LEIAUTE DO INICIO DO REGISTRO DE
      *    SORT; OS NOMES DOS MUNICIPIOS FICAM A PARTE.
           MOVE WS-CHAVE-MATRIZ-ANT TO SD-REG-MATRIZ.
           MOVE SDM-PORTE TO WS-ROTULO-VALOR.
           PERFORM 0012-ROTULAR-PORTE.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'MATRIZ;' DELIMITED BY SIZE
                  SDM-UF-ORIGEM DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SDM-MUN-ORIGEM DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-NOME-ORIGEM-ANT DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  SDM-UF-DESTINO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SDM-MUN-DESTINO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-NOME-DESTINO-ANT DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-ROTULO-PORTE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  SDM-SECAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-QTD-MATRIZ DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ZERO TO WS-QTD-MATRIZ.

       0009-LER-HISTORICO-SALDO.
      *    CADA MIGRACAO GERA UMA SAIDA NA ORIGEM E UMA ENTRADA NO
      *    DESTINO, NOS CORTES TOTAL (1), PORTE (2) E SECAO CNAE (3).
           OPEN INPUT ARQ-HISTORICO-END.
           MOVE 'N' TO WS-EOF-HIST.
           PERFORM UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             READ ARQ-HISTORICO-END NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-HIST
               NOT AT END
                  IF HEN-DATA-MUDANCA IS NOT LESS THAN WS-DATA-CORTE
                  THEN
                     MOVE HEN-CNAE-FISCAL(1:2) TO WS-DIVISAO
                     PERFORM 0014-CLASSIFICAR-SECAO
                     MOVE HEN-UF-ANTERIOR TO SDS-UF
                     MOVE HEN-COD-MUN-ANTERIOR TO SDS-MUN
                     MOVE HEN-MUNICIPIO-ANTERIOR TO SDS-NOME
                     MOVE 0 TO SDS-ENTRADA
                     MOVE 1 TO SDS-SAIDA
                     PERFORM 0010-LIBERAR-CORTES
                     MOVE HEN-UF-NOVO TO SDS-UF
                     MOVE HEN-COD-MUN-NOVO TO SDS-MUN
                     MOVE HEN-MUNICIPIO-NOVO TO SDS-NOME
                     MOVE 1 TO SDS-ENTRADA
                     MOVE 0 TO SDS-SAIDA
                     PERFORM 0010-LIBERAR-CORTES
                     IF HEN-UF-ANTERIOR IS NOT EQUAL TO HEN-UF-NOVO
                     THEN
                        ADD 1 TO WS-TOTAL-MUDANCA-UF
                        MOVE HEN-UF-ANTERIOR TO WS-UF-PROCURADA
                        PERFORM 0015-LOCALIZAR-UF
                        IF WS-IDX-UF IS GREATER THAN ZERO THEN
                           ADD 1 TO WS-UF-SAIDAS(WS-IDX-UF)
                        END-IF
                        MOVE HEN-UF-NOVO TO WS-UF-PROCURADA
                        PERFORM 0015-LOCALIZAR-UF
                        IF WS-IDX-UF IS GREATER THAN ZERO THEN
                           ADD 1 TO WS-UF-ENTRADAS(WS-IDX-UF)
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO-END.

       0010-LIBERAR-CORTES.
           MOVE '1' TO SDS-CORTE.
           MOVE SPACES TO SDS-VALOR.
           RELEASE SD-REG-SALDO.
           MOVE '2' TO SDS-CORTE.
           MOVE HEN-PORTE-EMPRESA TO SDS-VALOR.
           RELEASE SD-REG-SALDO.
           MOVE '3' TO SDS-CORTE.
           MOVE WS-SECAO TO SDS-VALOR.
           RELEASE SD-REG-SALDO.

       0011-EMITIR-SALDO.
           MOVE 'S' TO WS-PRIMEIRO.
           MOVE ZERO TO WS-SAL-ENTRADAS.
           MOVE ZERO TO WS-SAL-SAIDAS.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-SALDO
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF WS-PRIMEIRO IS EQUAL TO 'N' AND
                     SD-REG-SALDO(1:9) IS NOT EQUAL TO
                     WS-CHAVE-SALDO-ANT THEN
                     PERFORM 0016-ESCREVER-SALDO
                  END-IF
                  MOVE 'N' TO WS-PRIMEIRO
                  MOVE SD-REG-SALDO(1:9) TO WS-CHAVE-SALDO-ANT
                  MOVE SDS-NOME TO WS-SAL-NOME
                  ADD SDS-ENTRADA TO WS-SAL-ENTRADAS
                  ADD SDS-SAIDA TO WS-SAL-SAIDAS
             END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO IS EQUAL TO 'N' THEN
              PERFORM 0016-ESCREVER-SALDO
           END-IF.

       0016-ESCREVER-SALDO.
           EVALUATE WS-SAL-CORTE
             WHEN '1'
                MOVE 'TOTAL' TO WS-ROTULO-CORTE
                MOVE 'TODAS' TO WS-ROTULO-PORTE
             WHEN '2'
                MOVE 'PORTE' TO WS-ROTULO-CORTE
                MOVE WS-SAL-VALOR TO WS-ROTULO-VALOR
                PERFORM 0012-ROTULAR-PORTE
             WHEN OTHER
                MOVE 'SECAO' TO WS-ROTULO-CORTE
                MOVE WS-SAL-VALOR TO WS-ROTULO-PORTE
           END-EVALUATE.
           COMPUTE WS-SAL-LIQUIDO = WS-SAL-ENTRADAS - WS-SAL-SAIDAS.
           MOVE WS-SAL-LIQUIDO TO WS-SAL-LIQUIDO-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SALDO;' DELIMITED BY SIZE
                  WS-SAL-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SAL-MUN DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SAL-NOME DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-ROTULO-CORTE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-ROTULO-PORTE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-SAL-ENTRADAS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SAL-SAIDAS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SAL-LIQUIDO-ED DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ZERO TO WS-SAL-ENTRADAS.
           MOVE ZERO TO WS-SAL-SAIDAS.

       0012-ROTULAR-PORTE.
           EVALUATE WS-ROTULO-VALOR(1:2)
             WHEN '01' MOVE 'ME' TO WS-ROTULO-PORTE
             WHEN '03' MOVE 'EPP' TO WS-ROTULO-PORTE
             WHEN '05' MOVE 'DEMAIS' TO WS-ROTULO-PORTE
             WHEN OTHER MOVE 'NAO-INFORMADO' TO WS-ROTULO-PORTE
           END-EVALUATE.

       0013-EMITIR-SALDO-UF.
           MOVE 'SALDO-UF;UF;ENTRADAS;SAIDAS;SALDO LIQUIDO'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
             COMPUTE WS-SAL-LIQUIDO = WS-UF-ENTRADAS(WS-IDX-UF) -
                WS-UF-SAIDAS(WS-IDX-UF)
             MOVE WS-SAL-LIQUIDO TO WS-SAL-LIQUIDO-ED
             MOVE SPACES TO REG-RELATORIO
             STRING 'SALDO-UF;' DELIMITED BY SIZE
                    WS-UF-SIGLA(WS-IDX-UF) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-UF-ENTRADAS(WS-IDX-UF) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-UF-SAIDAS(WS-IDX-UF) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-SAL-LIQUIDO-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.

       0014-CLASSIFICAR-SECAO.
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

       0015-LOCALIZAR-UF.
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
           MOVE SPACES TO WS-CAM-CATALOGO-COMPETENCIAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'catalogo-competencias.dat' DELIMITED BY SIZE
             INTO WS-CAM-CATALOGO-COMPETENCIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-ENDERECO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-endereco.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-ENDERECO
           END-STRING.
           MOVE SPACES TO WS-CAM-MIGRACAO-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'migracao.srt' DELIMITED BY SIZE
             INTO WS-CAM-MIGRACAO-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-MIGRACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-migracao-sedes.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-MIGRACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-SALDO-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'saldo-migracao.srt' DELIMITED BY SIZE
             INTO WS-CAM-SALDO-SRT
           END-STRING.

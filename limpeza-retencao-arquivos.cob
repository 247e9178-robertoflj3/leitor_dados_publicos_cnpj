       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMPEZA-RETENCAO-ARQUIVOS.

      ****************************************************************
      * LIMPEZA DOS ARQUIVOS DE LOG, HISTORICO E INTERMEDIARIOS PELA  *
      * TABELA DE RETENCAO (RETENCAO-ARQUIVOS.DAT, UMA REGRA POR      *
      * LINHA: ARQUIVO;TIPO;PRAZO-MINIMO;PRAZO-MAXIMO;DESTINO;DATA).  *
      * PRAZOS EM DIAS; O PRAZO MINIMO E O LEGAL E NUNCA E VIOLADO -  *
      * REGRA COM MAXIMO ABAIXO DO MINIMO APLICA O MINIMO E SAI COM   *
      * RESSALVA. TIPOS DE REGRA:                                     *
      *   L - ARQUIVO DE LINHAS DATADAS (LOG, AVISOS, HISTORICOS,     *
      *       JOURNAL): AS LINHAS VENCIDAS SAEM DO ARQUIVO. A DATA DA *
      *       LINHA E O CAMPO Cnn (SEPARADO POR ';') OU A POSICAO     *
      *       Pnnnn (8 BYTES AAAAMMDD);                               *
      *   I - INTERMEDIARIOS (PADRAO DE NOME): ARQUIVOS INTEIROS      *
      *       MAIS VELHOS QUE O PRAZO PELA DATA DE GRAVACAO;          *
      *   C - BASES DE COMPETENCIA EMPRESAS2-<SUFIXO>.DAT PELA DATA   *
      *       DO CATALOGO DE COMPETENCIAS (O SOCIOS2-<SUFIXO>.DAT DA  *
      *       MESMA COMPETENCIA SAI JUNTO); A ULTIMA NUNCA SAI.       *
      * DESTINO A ARQUIVA COMPACTADO (GZIP) NO DIRETORIO DE DADOS COM *
      * PREFIXO RETENCAO-<DATA>-; DESTINO E APAGA. SEM TABELA VALEM   *
      * AS REGRAS PADRAO DESTE PROGRAMA. TUDO O QUE SAI VAI PARA O    *
      * TERMO DE ELIMINACAO (TERMO-ELIMINACAO-<DATA>.TXT). COM CARGA  *
      * EM ANDAMENTO A LIMPEZA E ADIADA, PORQUE JOURNAL, HISTORICO E  *
      * INTERMEDIARIOS ESTAO EM USO. MODO S SO SIMULA E EMITE O TERMO.*
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETENCAO ASSIGN TO WS-CAM-RETENCAO-ARQUIVOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RET.

           SELECT ARQ-CONTROLE-CARGA ASSIGN TO
                   WS-CAM-CONTROLE-MANUTENCAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CTL.

           SELECT ARQ-ORIGEM ASSIGN TO WS-NOME-ARQ-ORIGEM
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-ORI.

           SELECT ARQ-MANTIDAS ASSIGN TO WS-NOME-ARQ-MANTIDAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-MAN.

           SELECT ARQ-EXPURGO ASSIGN TO WS-NOME-ARQ-EXPURGO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-EXP.

           SELECT ARQ-LISTA ASSIGN TO WS-CAM-LISTA-RETENCAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LST.

           SELECT ARQ-CATALOGO ASSIGN TO
                   WS-CAM-CATALOGO-COMPETENCIAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAT.

           SELECT ARQ-TERMO ASSIGN TO WS-CAM-TERMO-ELIMINACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-TRM.

           SELECT ARQ-SUMARIO-EXEC ASSIGN TO
                   WS-CAM-SUMARIO-EXECUCOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SUX.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RETENCAO.
       01 REG-RETENCAO                PIC X(120).

       FD ARQ-CONTROLE-CARGA.
       01 REG-CONTROLE-CARGA.
           03 RCC-STATUS              PIC X.
           03 RCC-HORA-PREVISTA       PIC X(005).

       FD ARQ-ORIGEM.
       01 REG-ORIGEM                  PIC X(1300).

       FD ARQ-MANTIDAS.
       01 REG-MANTIDAS                PIC X(1300).

       FD ARQ-EXPURGO.
       01 REG-EXPURGO                 PIC X(1300).

       FD ARQ-LISTA.
       01 REG-LISTA                   PIC X(120).

       FD ARQ-CATALOGO.
       01 REG-CATALOGO                PIC X(040).

       FD ARQ-TERMO.
       01 REG-TERMO                   PIC X(200).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-CAM-SUMARIO-EXECUCOES    PIC X(060) VALUE SPACES.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'LIMPEZA-RETENCAO-ARQUIVOS'.

       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-CATALOGO-COMPETENCIAS   PIC X(060) VALUE SPACES.
       01 WS-CAM-CONTROLE-MANUTENCAO     PIC X(060) VALUE SPACES.
       01 WS-CAM-LISTA-RETENCAO          PIC X(060) VALUE SPACES.
       01 WS-CAM-RETENCAO-ARQUIVOS       PIC X(060) VALUE SPACES.
       01 WS-CAM-TERMO-ELIMINACAO        PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-RET              PIC XX.
       01 ST-ARQUIVO-CTL              PIC XX.
       01 ST-ARQUIVO-ORI              PIC XX.
       01 ST-ARQUIVO-MAN              PIC XX.
       01 ST-ARQUIVO-EXP              PIC XX.
       01 ST-ARQUIVO-LST              PIC XX.
       01 ST-ARQUIVO-CAT              PIC XX.
       01 ST-ARQUIVO-TRM              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-MODO                     PIC X VALUE 'E'.
       01 WS-MODO-DESC                PIC X(010) VALUE SPACES.
       01 WS-CARGA-EM-ANDAMENTO       PIC X VALUE 'N'.
       01 WS-RESSALVA                 PIC X VALUE 'N'.

       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-DIAS-HOJE                PIC 9(007) VALUE ZERO.
       01 WS-IDADE-DIAS               PIC S9(007) VALUE ZERO.
       01 WS-DATA-CONVERTE.
          03 WS-DC-ANO                PIC 9(004).
          03 WS-DC-MES                PIC 9(002).
          03 WS-DC-DIA                PIC 9(002).
       01 WS-DIAS-APROX               PIC S9(007) VALUE ZERO.

       01 WS-QTD-REGRAS               PIC 9(003) VALUE ZERO.
       01 WS-IDX-REGRA                PIC 9(003) VALUE ZERO.
       01 WS-TAB-REGRAS.
          05 WS-REG-OCR OCCURS 50 TIMES.
             10 WS-REG-ARQUIVO        PIC X(040).
             10 WS-REG-TIPO           PIC X.
             10 WS-REG-PRAZO-MIN      PIC 9(005).
             10 WS-REG-PRAZO-MAX      PIC 9(005).
             10 WS-REG-DESTINO        PIC X.
             10 WS-REG-LOCAL-DATA     PIC X(005).
       01 WS-RET-ARQUIVO              PIC X(040) VALUE SPACES.
       01 WS-RET-TIPO                 PIC X(005) VALUE SPACES.
       01 WS-RET-PRAZO-MIN            PIC X(005) VALUE SPACES.
       01 WS-RET-PRAZO-MAX            PIC X(005) VALUE SPACES.
       01 WS-RET-DESTINO              PIC X(005) VALUE SPACES.
       01 WS-RET-LOCAL-DATA           PIC X(005) VALUE SPACES.
       01 WS-RET-NUM                  PIC 9(005) VALUE ZERO.

       01 WS-PRAZO-APLICADO           PIC 9(005) VALUE ZERO.
       01 WS-DESTINO-DESC             PIC X(010) VALUE SPACES.
       01 WS-LOCAL-TIPO               PIC X VALUE SPACE.
       01 WS-LOCAL-NUM                PIC 9(004) VALUE ZERO.
       01 WS-DATA-LINHA               PIC X(008) VALUE SPACES.
       01 WS-IDX-CAMPO                PIC 9(004) VALUE ZERO.
       01 WS-PONTEIRO                 PIC 9(004) VALUE ZERO.
       01 WS-CAMPO-LIDO               PIC X(040) VALUE SPACES.

       01 WS-NOME-ARQ-ORIGEM          PIC X(080) VALUE SPACES.
       01 WS-NOME-ARQ-MANTIDAS        PIC X(080) VALUE SPACES.
       01 WS-NOME-ARQ-EXPURGO         PIC X(080) VALUE SPACES.
       01 WS-NOME-ELIMINADO           PIC X(080) VALUE SPACES.
       01 WS-COMANDO-SISTEMA          PIC X(200) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.
       01 WS-PRAZO-EDIT               PIC 9(005) VALUE ZERO.

       01 WS-LINHA-MANTER             PIC X VALUE 'S'.
       01 WS-LINHA-TERMO              PIC X(200) VALUE SPACES.
       01 WS-LIN-LIDAS                PIC 9(009) VALUE ZERO.
       01 WS-LIN-VENCIDAS             PIC 9(009) VALUE ZERO.
       01 WS-LIN-MAIS-ANTIGA          PIC X(008) VALUE SPACES.
       01 WS-LIN-MAIS-RECENTE         PIC X(008) VALUE SPACES.

       01 WS-QTD-COMPET               PIC 9(004) VALUE ZERO.
       01 WS-IDX-COMPET               PIC 9(004) VALUE ZERO.
       01 WS-TAB-COMPET.
          05 WS-CMP-OCR OCCURS 500 TIMES.
             10 WS-CMP-LINHA          PIC X(040).
             10 WS-CMP-MANTER         PIC X.
       01 WS-CMP-SUFIXO               PIC X(006) VALUE SPACES.
       01 WS-CMP-DATA                 PIC X(008) VALUE SPACES.
       01 WS-CMP-ALTERADO             PIC X VALUE 'N'.

       01 WS-TOT-REGRAS-APLICADAS     PIC 9(005) VALUE ZERO.
       01 WS-TOT-LINHAS-ELIMINADAS    PIC 9(009) VALUE ZERO.
       01 WS-TOT-ARQUIVOS-ELIMINADOS  PIC 9(005) VALUE ZERO.
       01 WS-TOT-ARQUIVOS-ARQUIVADOS  PIC 9(005) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'LIMPEZA DE ARQUIVOS PELA TABELA DE RETENCAO'.
           DISPLAY 'MODO (E=EFETIVAR, S=SO SIMULAR): '.
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF WS-MODO IS EQUAL TO 'S' THEN
              MOVE 'SIMULACAO' TO WS-MODO-DESC
           ELSE
              MOVE 'E' TO WS-MODO
              MOVE 'EFETIVO' TO WS-MODO-DESC
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.
           MOVE WS-DATA-HOJE TO WS-DATA-CONVERTE.
           PERFORM 0050-DATA-EM-DIAS.
           MOVE WS-DIAS-APROX TO WS-DIAS-HOJE.
           PERFORM 0002-CONFERIR-CARGA.
           IF WS-CARGA-EM-ANDAMENTO IS EQUAL TO 'S' THEN
              DISPLAY '*** CARGA EM ANDAMENTO - LIMPEZA ADIADA ***'
              MOVE 4 TO RETURN-CODE
              MOVE 'ADIADA=CARGA-EM-ANDAMENTO' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0003-CARREGAR-REGRAS.
           PERFORM 0005-ABRIR-TERMO.
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
             UNTIL WS-IDX-REGRA IS GREATER THAN WS-QTD-REGRAS
             PERFORM 0006-APLICAR-REGRA
           END-PERFORM.
           PERFORM 0040-FECHAR-TERMO.
           DISPLAY 'REGRAS APLICADAS.......: ' WS-TOT-REGRAS-APLICADAS.
           DISPLAY 'LINHAS ELIMINADAS......: '
              WS-TOT-LINHAS-ELIMINADAS.
           DISPLAY 'ARQUIVOS ELIMINADOS....: '
              WS-TOT-ARQUIVOS-ELIMINADOS.
           DISPLAY 'ARQUIVOS ARQUIVADOS....: '
              WS-TOT-ARQUIVOS-ARQUIVADOS.
           DISPLAY 'TERMO DE ELIMINACAO....: ' WS-CAM-TERMO-ELIMINACAO.
           DISPLAY 'FIM DA LIMPEZA PELA RETENCAO.'.
           IF WS-RESSALVA IS EQUAL TO 'S' THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'REGRAS=' DELIMITED BY SIZE
                  WS-TOT-REGRAS-APLICADAS DELIMITED BY SIZE
                  ' LINHAS=' DELIMITED BY SIZE
                  WS-TOT-LINHAS-ELIMINADAS DELIMITED BY SIZE
                  ' ARQUIVOS=' DELIMITED BY SIZE
                  WS-TOT-ARQUIVOS-ELIMINADOS DELIMITED BY SIZE
                  ' MODO=' DELIMITED BY SIZE
                  WS-MODO DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           GOBACK.

       0002-CONFERIR-CARGA.
      *    MESMO SINALIZADOR QUE TIRA A CONSULTA DO AR DURANTE A
      *    CARGA (CONTROLE-MANUTENCAO.DAT COM STATUS M).
           MOVE 'N' TO WS-CARGA-EM-ANDAMENTO.
           OPEN INPUT ARQ-CONTROLE-CARGA.
           IF ST-ARQUIVO-CTL IS EQUAL TO '00' THEN
              READ ARQ-CONTROLE-CARGA
                AT END CONTINUE
                NOT AT END
                   IF RCC-STATUS IS EQUAL TO 'M' THEN
                      MOVE 'S' TO WS-CARGA-EM-ANDAMENTO
                   END-IF
              END-READ
              CLOSE ARQ-CONTROLE-CARGA
           END-IF.

       0003-CARREGAR-REGRAS.
           MOVE ZERO TO WS-QTD-REGRAS.
           OPEN INPUT ARQ-RETENCAO.
           IF ST-ARQUIVO-RET IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-RETENCAO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-RETENCAO IS NOT EQUAL TO SPACES AND
                        REG-RETENCAO(1:1) IS NOT EQUAL TO '*' THEN
                        PERFORM 0004-VALIDAR-REGRA
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-RETENCAO
           ELSE
              DISPLAY 'SEM RETENCAO-ARQUIVOS.DAT - APLICANDO REGRAS '
                 'PADRAO'
              MOVE 'log-consultas.dat;L;00180;00730;A;C01'
                TO REG-RETENCAO
              PERFORM 0004-VALIDAR-REGRA
              MOVE 'avisos-sistema.dat;L;00030;00180;E;C01'
                TO REG-RETENCAO
              PERFORM 0004-VALIDAR-REGRA
              MOVE 'malha-historico.dat;L;00090;00730;A;C07'
                TO REG-RETENCAO
              PERFORM 0004-VALIDAR-REGRA
              MOVE 'sumario-execucoes.dat;L;00090;00365;A;C02'
                TO REG-RETENCAO
              PERFORM 0004-VALIDAR-REGRA
              MOVE 'journal-carga.dat;L;00030;00090;A;P0007'
                TO REG-RETENCAO
              PERFORM 0004-VALIDAR-REGRA
              MOVE 'extrato-tipo*-lote*.dat;I;00002;00007;E;'
                TO REG-RETENCAO
              PERFORM 0004-VALIDAR-REGRA
              MOVE '*.novo;I;00002;00007;E;'
                TO REG-RETENCAO
              PERFORM 0004-VALIDAR-REGRA
              MOVE 'empresas2-;C;00365;01825;A;'
                TO REG-RETENCAO
              PERFORM 0004-VALIDAR-REGRA
           END-IF.
           DISPLAY 'REGRAS DE RETENCAO CARREGADAS: ' WS-QTD-REGRAS.

       0004-VALIDAR-REGRA.
      *    REGRA MALFORMADA E DESCARTADA COM RESSALVA: NA DUVIDA O
      *    ARQUIVO FICA COMO ESTA.
           MOVE SPACES TO WS-RET-ARQUIVO.
           MOVE SPACES TO WS-RET-TIPO.
           MOVE SPACES TO WS-RET-PRAZO-MIN.
           MOVE SPACES TO WS-RET-PRAZO-MAX.
           MOVE SPACES TO WS-RET-DESTINO.
           MOVE SPACES TO WS-RET-LOCAL-DATA.
           UNSTRING REG-RETENCAO DELIMITED BY ';'
             INTO WS-RET-ARQUIVO
                  WS-RET-TIPO
                  WS-RET-PRAZO-MIN
                  WS-RET-PRAZO-MAX
                  WS-RET-DESTINO
                  WS-RET-LOCAL-DATA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-RET-TIPO) TO WS-RET-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-RET-DESTINO) TO WS-RET-DESTINO.
           MOVE FUNCTION UPPER-CASE(WS-RET-LOCAL-DATA) TO
              WS-RET-LOCAL-DATA.
           IF WS-RET-ARQUIVO IS EQUAL TO SPACES OR
              (WS-RET-TIPO(1:1) IS NOT EQUAL TO 'L' AND
               WS-RET-TIPO(1:1) IS NOT EQUAL TO 'I' AND
               WS-RET-TIPO(1:1) IS NOT EQUAL TO 'C') OR
              (WS-RET-DESTINO(1:1) IS NOT EQUAL TO 'A' AND
               WS-RET-DESTINO(1:1) IS NOT EQUAL TO 'E') OR
              FUNCTION TRIM(WS-RET-PRAZO-MIN) IS NOT NUMERIC OR
              FUNCTION TRIM(WS-RET-PRAZO-MAX) IS NOT NUMERIC OR
              WS-QTD-REGRAS IS NOT LESS THAN 50 THEN
              DISPLAY '*** REGRA DE RETENCAO DESCARTADA: '
                 REG-RETENCAO(1:60)
              MOVE 'S' TO WS-RESSALVA
           ELSE
              IF WS-RET-TIPO(1:1) IS EQUAL TO 'L' AND
                 ((WS-RET-LOCAL-DATA(1:1) IS NOT EQUAL TO 'C' AND
                   WS-RET-LOCAL-DATA(1:1) IS NOT EQUAL TO 'P') OR
                  FUNCTION TRIM(WS-RET-LOCAL-DATA(2:4)) IS NOT
                  NUMERIC) THEN
                 DISPLAY '*** REGRA SEM LOCAL DA DATA DESCARTADA: '
                    REG-RETENCAO(1:60)
                 MOVE 'S' TO WS-RESSALVA
              ELSE
                 ADD 1 TO WS-QTD-REGRAS
                 MOVE WS-RET-ARQUIVO TO WS-REG-ARQUIVO(WS-QTD-REGRAS)
                 MOVE WS-RET-TIPO(1:1) TO WS-REG-TIPO(WS-QTD-REGRAS)
                 MOVE FUNCTION NUMVAL(WS-RET-PRAZO-MIN) TO
                    WS-REG-PRAZO-MIN(WS-QTD-REGRAS)
                 MOVE FUNCTION NUMVAL(WS-RET-PRAZO-MAX) TO
                    WS-REG-PRAZO-MAX(WS-QTD-REGRAS)
                 MOVE WS-RET-DESTINO(1:1) TO
                    WS-REG-DESTINO(WS-QTD-REGRAS)
                 MOVE WS-RET-LOCAL-DATA TO
                    WS-REG-LOCAL-DATA(WS-QTD-REGRAS)
              END-IF
           END-IF.

       0005-ABRIR-TERMO.
      *    O TERMO DO DIA ACUMULA AS EXECUCOES DO DIA; CADA EXECUCAO
      *    ABRE UM BLOCO PROPRIO COM DATA, HORA E MODO.
           OPEN EXTEND ARQ-TERMO.
           IF ST-ARQUIVO-TRM IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-TERMO
           END-IF.
           IF ST-ARQUIVO-TRM IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR O TERMO DE ELIMINACAO '
                 '(STATUS ' ST-ARQUIVO-TRM ') - LIMPEZA ABORTADA ***'
              MOVE 12 TO RETURN-CODE
              MOVE 'TERMO-INDISPONIVEL' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           MOVE SPACES TO REG-TERMO.
           MOVE ALL '=' TO REG-TERMO(1:78).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           STRING 'TERMO DE ELIMINACAO DE ARQUIVOS PELA TABELA DE '
                    DELIMITED BY SIZE
                  'RETENCAO - AMBIENTE ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SPACE
             INTO REG-TERMO
           END-STRING.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           STRING 'DATA: ' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  '  HORA: ' DELIMITED BY SIZE
                  WS-HORA-HOJE(1:6) DELIMITED BY SIZE
                  '  MODO: ' DELIMITED BY SIZE
                  WS-MODO-DESC DELIMITED BY SPACE
             INTO REG-TERMO
           END-STRING.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           STRING 'ARQUIVO;TIPO;PRAZO-MINIMO;PRAZO-APLICADO;DESTINO;'
                    DELIMITED BY SIZE
                  'ITEM ELIMINADO' DELIMITED BY SIZE
             INTO REG-TERMO
           END-STRING.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE ALL '-' TO REG-TERMO(1:78).
           WRITE REG-TERMO.

       0006-APLICAR-REGRA.
      *    PRAZO APLICADO = O MAXIMO DA TABELA, NUNCA ABAIXO DO
      *    MINIMO LEGAL.
           MOVE WS-REG-PRAZO-MAX(WS-IDX-REGRA) TO WS-PRAZO-APLICADO.
           IF WS-REG-PRAZO-MAX(WS-IDX-REGRA) IS LESS THAN
              WS-REG-PRAZO-MIN(WS-IDX-REGRA) THEN
              MOVE WS-REG-PRAZO-MIN(WS-IDX-REGRA) TO WS-PRAZO-APLICADO
              DISPLAY '*** PRAZO MAXIMO ABAIXO DO MINIMO LEGAL EM '
                 WS-REG-ARQUIVO(WS-IDX-REGRA)
                 ' - APLICADO O MINIMO ***'
              MOVE 'S' TO WS-RESSALVA
           END-IF.
           IF WS-REG-DESTINO(WS-IDX-REGRA) IS EQUAL TO 'A' THEN
              MOVE 'ARQUIVADO' TO WS-DESTINO-DESC
           ELSE
              MOVE 'APAGADO' TO WS-DESTINO-DESC
           END-IF.
           ADD 1 TO WS-TOT-REGRAS-APLICADAS.
           DISPLAY 'REGRA ' WS-REG-TIPO(WS-IDX-REGRA) ' '
              WS-REG-ARQUIVO(WS-IDX-REGRA) ' PRAZO '
              WS-PRAZO-APLICADO ' DIAS - ' WS-DESTINO-DESC.
           EVALUATE WS-REG-TIPO(WS-IDX-REGRA)
             WHEN 'L'
                PERFORM 0010-LIMPAR-LINHAS-DATADAS
             WHEN 'I'
                PERFORM 0020-LIMPAR-INTERMEDIARIOS
             WHEN 'C'
                PERFORM 0030-LIMPAR-COMPETENCIAS
           END-EVALUATE.

       0010-LIMPAR-LINHAS-DATADAS.
           MOVE SPACES TO WS-NOME-ARQ-ORIGEM.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  WS-REG-ARQUIVO(WS-IDX-REGRA) DELIMITED BY SPACE
             INTO WS-NOME-ARQ-ORIGEM
           END-STRING.
           MOVE SPACES TO WS-NOME-ARQ-MANTIDAS.
           STRING WS-NOME-ARQ-ORIGEM DELIMITED BY SPACE
                  '.retencao' DELIMITED BY SIZE
             INTO WS-NOME-ARQ-MANTIDAS
           END-STRING.
           MOVE SPACES TO WS-NOME-ARQ-EXPURGO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'retencao-' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  WS-HORA-HOJE(1:6) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-REG-ARQUIVO(WS-IDX-REGRA) DELIMITED BY SPACE
             INTO WS-NOME-ARQ-EXPURGO
           END-STRING.
           MOVE WS-REG-LOCAL-DATA(WS-IDX-REGRA)(1:1) TO WS-LOCAL-TIPO.
           MOVE FUNCTION NUMVAL(WS-REG-LOCAL-DATA(WS-IDX-REGRA)(2:4))
              TO WS-LOCAL-NUM.
           MOVE ZERO TO WS-LIN-LIDAS.
           MOVE ZERO TO WS-LIN-VENCIDAS.
           MOVE SPACES TO WS-LIN-MAIS-ANTIGA.
           MOVE SPACES TO WS-LIN-MAIS-RECENTE.
           OPEN INPUT ARQ-ORIGEM.
           IF ST-ARQUIVO-ORI IS NOT EQUAL TO '00' THEN
              DISPLAY '    ARQUIVO AUSENTE - NADA A LIMPAR'
           ELSE
              IF WS-MODO IS EQUAL TO 'E' THEN
                 OPEN OUTPUT ARQ-MANTIDAS
                 IF WS-REG-DESTINO(WS-IDX-REGRA) IS EQUAL TO 'A' THEN
                    OPEN OUTPUT ARQ-EXPURGO
                 END-IF
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-ORIGEM
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-LIN-LIDAS
                     PERFORM 0011-AVALIAR-LINHA
                END-READ
              END-PERFORM
              CLOSE ARQ-ORIGEM
              IF WS-MODO IS EQUAL TO 'E' THEN
                 CLOSE ARQ-MANTIDAS
                 IF WS-REG-DESTINO(WS-IDX-REGRA) IS EQUAL TO 'A' THEN
                    CLOSE ARQ-EXPURGO
                 END-IF
                 PERFORM 0013-SUBSTITUIR-ARQUIVO-LINHAS
              END-IF
              DISPLAY '    LINHAS LIDAS: ' WS-LIN-LIDAS
                 ' VENCIDAS: ' WS-LIN-VENCIDAS
              IF WS-LIN-VENCIDAS IS GREATER THAN ZERO THEN
                 PERFORM 0014-TERMO-LINHAS
              END-IF
           END-IF.

       0011-AVALIAR-LINHA.
      *    LINHA SEM DATA VALIDA (CABECALHO, REGISTRO DE FECHAMENTO)
      *    E MANTIDA.
           PERFORM 0012-EXTRAIR-DATA-LINHA.
           MOVE 'S' TO WS-LINHA-MANTER.
           IF WS-DATA-LINHA IS NUMERIC THEN
              MOVE WS-DATA-LINHA TO WS-DATA-CONVERTE
              PERFORM 0050-DATA-EM-DIAS
              COMPUTE WS-IDADE-DIAS = WS-DIAS-HOJE - WS-DIAS-APROX
              IF WS-IDADE-DIAS IS GREATER THAN WS-PRAZO-APLICADO THEN
                 MOVE 'N' TO WS-LINHA-MANTER
                 ADD 1 TO WS-LIN-VENCIDAS
                 IF WS-LIN-MAIS-ANTIGA IS EQUAL TO SPACES OR
                    WS-DATA-LINHA IS LESS THAN WS-LIN-MAIS-ANTIGA THEN
                    MOVE WS-DATA-LINHA TO WS-LIN-MAIS-ANTIGA
                 END-IF
                 IF WS-LIN-MAIS-RECENTE IS EQUAL TO SPACES OR
                    WS-DATA-LINHA IS GREATER THAN WS-LIN-MAIS-RECENTE
                 THEN
                    MOVE WS-DATA-LINHA TO WS-LIN-MAIS-RECENTE
                 END-IF
              END-IF
           END-IF.
           IF WS-MODO IS EQUAL TO 'E' THEN
              IF WS-LINHA-MANTER IS EQUAL TO 'S' THEN
                 MOVE REG-ORIGEM TO REG-MANTIDAS
                 WRITE REG-MANTIDAS
              ELSE
                 IF WS-REG-DESTINO(WS-IDX-REGRA) IS EQUAL TO 'A' THEN
                    MOVE REG-ORIGEM TO REG-EXPURGO
                    WRITE REG-EXPURGO
                 END-IF
              END-IF
           END-IF.

       0012-EXTRAIR-DATA-LINHA.
           MOVE SPACES TO WS-DATA-LINHA.
           IF WS-LOCAL-TIPO IS EQUAL TO 'P' THEN
              IF WS-LOCAL-NUM IS GREATER THAN ZERO AND
                 WS-LOCAL-NUM IS LESS THAN 1293 THEN
                 MOVE REG-ORIGEM(WS-LOCAL-NUM:8) TO WS-DATA-LINHA
              END-IF
           ELSE
              MOVE 1 TO WS-PONTEIRO
              MOVE SPACES TO WS-CAMPO-LIDO
              PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
                UNTIL WS-IDX-CAMPO IS GREATER THAN WS-LOCAL-NUM
                   OR WS-PONTEIRO IS GREATER THAN 1300
                MOVE SPACES TO WS-CAMPO-LIDO
                UNSTRING REG-ORIGEM DELIMITED BY ';'
                  INTO WS-CAMPO-LIDO
                  WITH POINTER WS-PONTEIRO
                END-UNSTRING
              END-PERFORM
              IF WS-IDX-CAMPO IS GREATER THAN WS-LOCAL-NUM THEN
                 MOVE WS-CAMPO-LIDO(1:8) TO WS-DATA-LINHA
              END-IF
           END-IF.

       0013-SUBSTITUIR-ARQUIVO-LINHAS.
      *    O ARQUIVO SO E TROCADO QUANDO HOUVE LINHA VENCIDA; O
      *    EXPURGO ARQUIVADO E COMPACTADO LOGO EM SEGUIDA.
           IF WS-LIN-VENCIDAS IS EQUAL TO ZERO THEN
              MOVE SPACES TO WS-COMANDO-SISTEMA
              STRING 'rm -f ' DELIMITED BY SIZE
                     WS-NOME-ARQ-MANTIDAS DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-NOME-ARQ-EXPURGO DELIMITED BY SPACE
                INTO WS-COMANDO-SISTEMA
              END-STRING
              PERFORM 0060-EXECUTAR-COMANDO
           ELSE
              MOVE SPACES TO WS-COMANDO-SISTEMA
              STRING 'mv ' DELIMITED BY SIZE
                     WS-NOME-ARQ-MANTIDAS DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-NOME-ARQ-ORIGEM DELIMITED BY SPACE
                INTO WS-COMANDO-SISTEMA
              END-STRING
              PERFORM 0060-EXECUTAR-COMANDO
              ADD WS-LIN-VENCIDAS TO WS-TOT-LINHAS-ELIMINADAS
              IF WS-REG-DESTINO(WS-IDX-REGRA) IS EQUAL TO 'A' THEN
                 MOVE SPACES TO WS-COMANDO-SISTEMA
                 STRING 'gzip -f ' DELIMITED BY SIZE
                        WS-NOME-ARQ-EXPURGO DELIMITED BY SPACE
                   INTO WS-COMANDO-SISTEMA
                 END-STRING
                 PERFORM 0060-EXECUTAR-COMANDO
                 ADD 1 TO WS-TOT-ARQUIVOS-ARQUIVADOS
              END-IF
           END-IF.

       0014-TERMO-LINHAS.
           MOVE SPACES TO WS-NOME-ELIMINADO.
           IF WS-REG-DESTINO(WS-IDX-REGRA) IS EQUAL TO 'A' THEN
              STRING WS-NOME-ARQ-EXPURGO DELIMITED BY SPACE
                     '.gz' DELIMITED BY SIZE
                INTO WS-NOME-ELIMINADO
              END-STRING
           END-IF.
           PERFORM 0041-TERMO-INICIO-LINHA.
           STRING REG-TERMO DELIMITED BY '  '
                  WS-LIN-VENCIDAS DELIMITED BY SIZE
                  ' LINHAS DE ' DELIMITED BY SIZE
                  WS-LIN-MAIS-ANTIGA DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-LIN-MAIS-RECENTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOME-ELIMINADO DELIMITED BY SPACE
             INTO WS-LINHA-TERMO
           END-STRING.
           MOVE WS-LINHA-TERMO TO REG-TERMO.
           WRITE REG-TERMO.

       0020-LIMPAR-INTERMEDIARIOS.
      *    A IDADE DO ARQUIVO INTEIRO VEM DA DATA DE GRAVACAO NO
      *    DISCO; A LISTA DOS VENCIDOS SAI DO FIND PARA UM ARQUIVO
      *    DE TRABALHO.
           MOVE WS-PRAZO-APLICADO TO WS-PRAZO-EDIT.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'find ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
                  ' -maxdepth 1 -type f -name ''' DELIMITED BY SIZE
                  WS-REG-ARQUIVO(WS-IDX-REGRA) DELIMITED BY SPACE
                  ''' -mtime +' DELIMITED BY SIZE
                  WS-PRAZO-EDIT DELIMITED BY SIZE
                  ' > ' DELIMITED BY SIZE
                  WS-CAM-LISTA-RETENCAO DELIMITED BY SPACE
                  ' 2>/dev/null' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           PERFORM 0060-EXECUTAR-COMANDO.
           OPEN INPUT ARQ-LISTA.
           IF ST-ARQUIVO-LST IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-LISTA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-LISTA IS NOT EQUAL TO SPACES THEN
                        MOVE REG-LISTA TO WS-NOME-ARQ-ORIGEM
                        PERFORM 0021-ELIMINAR-ARQUIVO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-LISTA
           END-IF.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'rm -f ' DELIMITED BY SIZE
                  WS-CAM-LISTA-RETENCAO DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           PERFORM 0060-EXECUTAR-COMANDO.

       0021-ELIMINAR-ARQUIVO.
      *    ELIMINA (OU ARQUIVA COMPACTADO) O ARQUIVO INTEIRO EM
      *    WS-NOME-ARQ-ORIGEM E REGISTRA NO TERMO.
           MOVE SPACES TO WS-NOME-ELIMINADO.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           IF WS-REG-DESTINO(WS-IDX-REGRA) IS EQUAL TO 'A' THEN
              STRING WS-NOME-ARQ-ORIGEM DELIMITED BY SPACE
                     '.gz' DELIMITED BY SIZE
                INTO WS-NOME-ELIMINADO
              END-STRING
              STRING 'gzip -f ' DELIMITED BY SIZE
                     WS-NOME-ARQ-ORIGEM DELIMITED BY SPACE
                INTO WS-COMANDO-SISTEMA
              END-STRING
           ELSE
              STRING 'rm -f ' DELIMITED BY SIZE
                     WS-NOME-ARQ-ORIGEM DELIMITED BY SPACE
                INTO WS-COMANDO-SISTEMA
              END-STRING
           END-IF.
           DISPLAY '    ' WS-DESTINO-DESC ': '
              WS-NOME-ARQ-ORIGEM(1:60).
           IF WS-MODO IS EQUAL TO 'E' THEN
              PERFORM 0060-EXECUTAR-COMANDO
              ADD 1 TO WS-TOT-ARQUIVOS-ELIMINADOS
              IF WS-REG-DESTINO(WS-IDX-REGRA) IS EQUAL TO 'A' THEN
                 ADD 1 TO WS-TOT-ARQUIVOS-ARQUIVADOS
              END-IF
           END-IF.
           PERFORM 0041-TERMO-INICIO-LINHA.
           STRING REG-TERMO DELIMITED BY '  '
                  WS-NOME-ARQ-ORIGEM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-NOME-ELIMINADO DELIMITED BY SPACE
             INTO WS-LINHA-TERMO
           END-STRING.
           MOVE WS-LINHA-TERMO TO REG-TERMO.
           WRITE REG-TERMO.

       0030-LIMPAR-COMPETENCIAS.
      *    BASES DE COMPETENCIA GUARDADAS PELO PROMOVER-BASE-CARGA.
      *    A ULTIMA DO CATALOGO E A VIGENTE (E A DA CONSULTA EM MODO
      *    DEGRADADO) E NUNCA SAI. O CATALOGO E REGRAVADO SEM AS
      *    COMPETENCIAS ELIMINADAS, PARA A CONSULTA HISTORICA NAO
      *    OFERECER BASE QUE NAO EXISTE MAIS.
           MOVE ZERO TO WS-QTD-COMPET.
           MOVE 'N' TO WS-CMP-ALTERADO.
           OPEN INPUT ARQ-CATALOGO.
           IF ST-ARQUIVO-CAT IS NOT EQUAL TO '00' THEN
              DISPLAY '    SEM CATALOGO DE COMPETENCIAS - NADA A LIMPAR'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CATALOGO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-COMPET IS LESS THAN 500 AND
                        REG-CATALOGO IS NOT EQUAL TO SPACES THEN
                        ADD 1 TO WS-QTD-COMPET
                        MOVE REG-CATALOGO TO
                           WS-CMP-LINHA(WS-QTD-COMPET)
                        MOVE 'S' TO WS-CMP-MANTER(WS-QTD-COMPET)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CATALOGO
              PERFORM VARYING WS-IDX-COMPET FROM 1 BY 1
                UNTIL WS-IDX-COMPET IS NOT LESS THAN WS-QTD-COMPET
                PERFORM 0031-AVALIAR-COMPETENCIA
              END-PERFORM
              IF WS-CMP-ALTERADO IS EQUAL TO 'S' AND
                 WS-MODO IS EQUAL TO 'E' THEN
                 OPEN OUTPUT ARQ-CATALOGO
                 PERFORM VARYING WS-IDX-COMPET FROM 1 BY 1
                   UNTIL WS-IDX-COMPET IS GREATER THAN WS-QTD-COMPET
                   IF WS-CMP-MANTER(WS-IDX-COMPET) IS EQUAL TO 'S'
                   THEN
                      MOVE WS-CMP-LINHA(WS-IDX-COMPET) TO REG-CATALOGO
                      WRITE REG-CATALOGO
                   END-IF
                 END-PERFORM
                 CLOSE ARQ-CATALOGO
              END-IF
           END-IF.

       0031-AVALIAR-COMPETENCIA.
           MOVE SPACES TO WS-CMP-SUFIXO.
           MOVE SPACES TO WS-CMP-DATA.
           UNSTRING WS-CMP-LINHA(WS-IDX-COMPET) DELIMITED BY ';'
             INTO WS-CMP-SUFIXO
                  WS-CMP-DATA
           END-UNSTRING.
           IF WS-CMP-DATA IS NUMERIC THEN
              MOVE WS-CMP-DATA TO WS-DATA-CONVERTE
              PERFORM 0050-DATA-EM-DIAS
              COMPUTE WS-IDADE-DIAS = WS-DIAS-HOJE - WS-DIAS-APROX
              IF WS-IDADE-DIAS IS GREATER THAN WS-PRAZO-APLICADO THEN
                 MOVE 'N' TO WS-CMP-MANTER(WS-IDX-COMPET)
                 MOVE 'S' TO WS-CMP-ALTERADO
                 MOVE SPACES TO WS-NOME-ARQ-ORIGEM
                 STRING WS-DIR-DADOS DELIMITED BY SPACE
                        WS-REG-ARQUIVO(WS-IDX-REGRA) DELIMITED BY SPACE
                        WS-CMP-SUFIXO DELIMITED BY SPACE
                        '.dat' DELIMITED BY SIZE
                   INTO WS-NOME-ARQ-ORIGEM
                 END-STRING
                 PERFORM 0021-ELIMINAR-ARQUIVO
      *          O QUADRO SOCIETARIO DA COMPETENCIA SAI JUNTO COM A
      *          BASE DE EMPRESAS (COMPETENCIAS GUARDADAS ANTES DE
      *          HAVER COPIA DE SOCIOS SO NAO TEM O QUE APAGAR).
                 MOVE SPACES TO WS-NOME-ARQ-ORIGEM
                 STRING WS-DIR-DADOS DELIMITED BY SPACE
                        'socios2-' DELIMITED BY SIZE
                        WS-CMP-SUFIXO DELIMITED BY SPACE
                        '.dat' DELIMITED BY SIZE
                   INTO WS-NOME-ARQ-ORIGEM
                 END-STRING
                 PERFORM 0021-ELIMINAR-ARQUIVO
              END-IF
           END-IF.

       0040-FECHAR-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE ALL '-' TO REG-TERMO(1:78).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           STRING 'REGRAS APLICADAS: ' DELIMITED BY SIZE
                  WS-TOT-REGRAS-APLICADAS DELIMITED BY SIZE
                  '  LINHAS ELIMINADAS: ' DELIMITED BY SIZE
                  WS-TOT-LINHAS-ELIMINADAS DELIMITED BY SIZE
                  '  ARQUIVOS ELIMINADOS: ' DELIMITED BY SIZE
                  WS-TOT-ARQUIVOS-ELIMINADOS DELIMITED BY SIZE
                  '  ARQUIVADOS: ' DELIMITED BY SIZE
                  WS-TOT-ARQUIVOS-ARQUIVADOS DELIMITED BY SIZE
             INTO REG-TERMO
           END-STRING.
           WRITE REG-TERMO.
           IF WS-MODO IS EQUAL TO 'S' THEN
              MOVE 'SIMULACAO - NENHUM ARQUIVO FOI ALTERADO.' TO
                 REG-TERMO
              WRITE REG-TERMO
           END-IF.
           CLOSE ARQ-TERMO.

       0041-TERMO-INICIO-LINHA.
      *    ARQUIVO;TIPO;PRAZO-MINIMO;PRAZO-APLICADO;DESTINO; - O ITEM
      *    ELIMINADO E COMPLETADO POR QUEM CHAMA.
           MOVE SPACES TO REG-TERMO.
           MOVE SPACES TO WS-LINHA-TERMO.
           STRING WS-REG-ARQUIVO(WS-IDX-REGRA) DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-REG-TIPO(WS-IDX-REGRA) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-REG-PRAZO-MIN(WS-IDX-REGRA) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-PRAZO-APLICADO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DESTINO-DESC DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
             INTO REG-TERMO
           END-STRING.

       0050-DATA-EM-DIAS.
      *    CONVERSAO APROXIMADA AAAAMMDD -> DIAS (ANO COMERCIAL DE
      *    360 DIAS), SUFICIENTE PARA APLICAR RETENCAO EM DIAS.
           COMPUTE WS-DIAS-APROX =
              WS-DC-ANO * 360 + WS-DC-MES * 30 + WS-DC-DIA.

       0060-EXECUTAR-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA IS NOT EQUAL TO ZERO THEN
              DISPLAY '*** FALHA NO COMANDO: ' WS-COMANDO-SISTEMA
              MOVE 'S' TO WS-RESSALVA
           END-IF.

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
           MOVE SPACES TO WS-CAM-CATALOGO-COMPETENCIAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'catalogo-competencias.dat' DELIMITED BY SIZE
             INTO WS-CAM-CATALOGO-COMPETENCIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLE-MANUTENCAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'controle-manutencao.dat' DELIMITED BY SIZE
             INTO WS-CAM-CONTROLE-MANUTENCAO
           END-STRING.
           MOVE SPACES TO WS-CAM-LISTA-RETENCAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'lista-retencao.tmp' DELIMITED BY SIZE
             INTO WS-CAM-LISTA-RETENCAO
           END-STRING.
           MOVE SPACES TO WS-CAM-RETENCAO-ARQUIVOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'retencao-arquivos.dat' DELIMITED BY SIZE
             INTO WS-CAM-RETENCAO-ARQUIVOS
           END-STRING.
           ACCEPT WS-SUM-DATA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-CAM-TERMO-ELIMINACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'termo-eliminacao-' DELIMITED BY SIZE
                  WS-SUM-DATA DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
             INTO WS-CAM-TERMO-ELIMINACAO
           END-STRING.

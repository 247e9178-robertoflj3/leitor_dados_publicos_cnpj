      * PECA UNICA: ESTOQUE DE ATIVAS, ABERTURAS E BAIXAS DOS         *
      * ULTIMOS 12 MESES, TOP 10 CNAES FISCAIS COM DESCRICAO,         *
      * DISTRIBUICAO POR PORTE E POR NATUREZA JURIDICA, CAPITAL       *
      * SOCIAL AGREGADO E PERCENTUAL DE MEI. O SALDO DE MIGRACAO DE   *
      * SEDES DOS ULTIMOS 12 MESES (ENTRADAS, SAIDAS E SALDO LIQUIDO) *
      * VEM DO HISTORICO-ENDERECO.DAT, QUANDO DISPONIVEL.             *
      ****************************************************************

       ENVIRONMENT DIVISION.
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-TCN.

           SELECT ARQ-HISTORICO-END ASSIGN TO
                   WS-CAM-HISTORICO-ENDERECO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS HEN-CHAVE
                   STATUS ST-ARQUIVO-HEND.

           SELECT ARQ-DOSSIE ASSIGN TO WS-CAM-DOSSIE-MUNICIPAL
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
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
           03 MUN-NOME                PIC X(050).
           03 MUN-UF                  PIC X(002).
           03 MUN-COD-IBGE            PIC 9(007).
           03 MUN-CENTRO-LAT          PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-CENTRO-LON          PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-LAT-MIN             PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-LAT-MAX             PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-LON-MIN             PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.
           03 MUN-LON-MAX             PIC S9(003)V9(006)
                                      SIGN LEADING SEPARATE.

       FD ARQ-TABELA-CNAE.
       01 REG-TABELA-CNAE.
           03 TCN-CODIGO              PIC 9(007).
           03 TCN-DESCRICAO           PIC X(100).

       FD ARQ-HISTORICO-END.
       COPY "FD-REG-HIST-END.cpy".

       FD ARQ-DOSSIE.
       01 REG-DOSSIE                  PIC X(160).

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
       01 WS-CAM-DOSSIE-MUNICIPAL        PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-ENDERECO      PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-MUN              PIC XX.
       01 ST-ARQUIVO-TCN              PIC XX.
       01 ST-ARQUIVO-DOS              PIC XX.
       01 ST-ARQUIVO-HEND             PIC XX.
       01 WS-MIGRACAO-DISPONIVEL      PIC X VALUE 'N'.
       01 WS-MIG-ENTRADAS             PIC 9(007) VALUE ZERO.
       01 WS-MIG-SAIDAS               PIC 9(007) VALUE ZERO.
       01 WS-MIG-SALDO                PIC S9(007) VALUE ZERO.
       01 WS-MIG-SALDO-ED             PIC -9(007).
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-COD-IBGE-PEDIDO          PIC 9(007) VALUE ZERO.
       01 WS-MUN-ACHADO               PIC X VALUE 'N'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-CORTE-12M = WS-DATA-HOJE - 10000.
           PERFORM 0003-VARRER-MUNICIPIO.
           PERFORM 0010-APURAR-MIGRACAO.
           PERFORM 0006-EMITIR-DOSSIE.
           DISPLAY 'EMPRESAS NO MUNICIPIO: ' WS-TOTAL-EMPRESAS.
           DISPLAY 'FIM DO DOSSIE MUNICIPAL.'.

       0006-EMITIR-DOSSIE.
           OPEN OUTPUT ARQ-DOSSIE.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-DOSSIE.
           STRING 'DOSSIE MUNICIPAL - ' DELIMITED BY SIZE
                  WS-MUN-NOME-ALVO DELIMITED BY '  '
             INTO REG-DOSSIE
           END-STRING.
           WRITE REG-DOSSIE.
           IF WS-MIGRACAO-DISPONIVEL IS EQUAL TO 'S' THEN
              COMPUTE WS-MIG-SALDO = WS-MIG-ENTRADAS - WS-MIG-SAIDAS
              MOVE WS-MIG-SALDO TO WS-MIG-SALDO-ED
              MOVE SPACES TO REG-DOSSIE
              STRING 'MIGRACAO DE SEDES 12M;ENTRADAS=' DELIMITED BY SIZE
                     WS-MIG-ENTRADAS DELIMITED BY SIZE
                     ';SAIDAS=' DELIMITED BY SIZE
                     WS-MIG-SAIDAS DELIMITED BY SIZE
                     ';SALDO=' DELIMITED BY SIZE
                     WS-MIG-SALDO-ED DELIMITED BY SIZE
                INTO REG-DOSSIE
              END-STRING
              WRITE REG-DOSSIE
           END-IF.
           MOVE WS-CAPITAL-AGREGADO TO WS-CAPITAL-ED.
           IF WS-TOTAL-ATIVAS IS GREATER THAN ZERO THEN
              COMPUTE WS-PCT-MEI = WS-TOTAL-MEI * 100 /
              CLOSE ARQ-TABELA-CNAE
           END-IF.

       0010-APURAR-MIGRACAO.
      *    SEDES QUE CHEGARAM AO MUNICIPIO OU SAIRAM DELE NOS
      *    ULTIMOS 12 MESES (HISTORICO GRAVADO PELA CARGA DIARIA E
      *    PELA APURACAO ENTRE COMPETENCIAS DA MATRIZ DE MIGRACAO).
           MOVE 'N' TO WS-MIGRACAO-DISPONIVEL.
           OPEN INPUT ARQ-HISTORICO-END.
           IF ST-ARQUIVO-HEND IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-MIGRACAO-DISPONIVEL
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-HISTORICO-END NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF HEN-DATA-MUDANCA IS GREATER THAN OR EQUAL TO
                        WS-DATA-CORTE-12M THEN
                        IF HEN-UF-NOVO IS EQUAL TO WS-MUN-UF-ALVO AND
                           HEN-COD-MUN-NOVO IS EQUAL TO
                           WS-MUN-TOM-ALVO THEN
                           ADD 1 TO WS-MIG-ENTRADAS
                        END-IF
                        IF HEN-UF-ANTERIOR IS EQUAL TO
                           WS-MUN-UF-ALVO AND
                           HEN-COD-MUN-ANTERIOR IS EQUAL TO
                           WS-MUN-TOM-ALVO THEN
                           ADD 1 TO WS-MIG-SAIDAS
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO-END
           END-IF.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-ENDERECO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-endereco.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-ENDERECO
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
              MOVE SPACES TO REG-DOSSIE
              STRING 'COMPETENCIA DE REFERENCIA: ' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SIZE
                     ' - REEMISSAO SOBRE A BASE GUARDADA'
                       DELIMITED BY SIZE
                INTO REG-DOSSIE
              END-STRING
              WRITE REG-DOSSIE
           END-IF.

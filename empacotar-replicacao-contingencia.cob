       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPACOTAR-REPLICACAO-CONTINGENCIA.

      ****************************************************************
      * REPLICACAO CONTINUA DA BASE PARA O SITE DE CONTINGENCIA -     *
      * LADO DO SITE PRINCIPAL. CADA ALTERACAO DA BASE AINDA NAO      *
      * REPLICADA VIRA UM PACOTE NUMERADO REPLICACAO-NNNNNNNN.DAT     *
      * (LAYOUT FD-REG-REPLICACAO: CABECALHO C, DETALHES D E FIM F    *
      * COM A QUANTIDADE DE DETALHES), REGISTRADO NA CENTRAL DE       *
      * TRANSMISSAO (REGISTRAR-TRANSMISSAO) PARA O SITE SECUNDARIO:   *
      *   CARGA      - UM PACOTE POR CARGA DIARIA DO                  *
      *                JOURNAL-CARGA.DAT (A CARGA RECARREGADA COM O   *
      *                MESMO IDENTIFICADOR E REEMPACOTADA, POIS A     *
      *                QUANTIDADE DE LANCAMENTOS MUDA);               *
      *   ESTORNO    - UM PACOTE POR DESFAZIMENTO REGISTRADO EM       *
      *                ESTORNO-CARGA.DAT, COM AS CHAVES DO JOURNAL    *
      *                DA CARGA DESFEITA;                             *
      *   MANUTENCAO - UM PACOTE COM AS MANUTENCOES APLICADAS DESDE A *
      *                ULTIMA EXECUCAO (FILA REPLICACAO-PENDENTE.DAT, *
      *                ALIMENTADA PELA APROVACAO DA TELA, MANUTENCAO   *
      *                EM MASSA E ELIMINACAO LGPD).                   *
      * O JOURNAL SO GUARDA A IMAGEM ANTERIOR; O DETALHE LEVA A       *
      * IMAGEM CORRENTE DA BASE PARA CADA CHAVE TOCADA (ACAO G =      *
      * GRAVAR) OU A EXCLUSAO QUANDO A CHAVE NAO EXISTE MAIS (ACAO    *
      * X). APLICADOS EM ORDEM, OS PACOTES LEVAM O SITE SECUNDARIO AO *
      * ESTADO DA BASE PRINCIPAL. RODA AO FIM DA CARGA DIARIA E EM    *
      * INTERVALOS CURTOS NO AGENDAMENTO, PARA O PONTO DE RECUPERACAO *
      * FICAR EM HORAS. CARGA COMPLETA, EXPURGO E TROCA DE CHAVE      *
      * REGRAVAM A BASE INTEIRA E NAO PASSAM PELA REPLICACAO: DEPOIS  *
      * DELES O SITE SECUNDARIO E RESSINCRONIZADO PELA GERACAO DO     *
      * BACKUP-BASE.                                                  *
      * CONTROLE DO QUE JA FOI EMPACOTADO EM REPLICACAO-CONTROLE.DAT; *
      * CADA PACOTE EMITIDO EM REPLICACAO-EMITIDOS.DAT                *
      * (NUMERO;ORIGEM;DATA;HORA;DETALHES;PROTOCOLO), LIDO PELO       *
      * RELATORIO DE DEFASAGEM. RETURN-CODE: 0 OK; 12 BASE            *
      * INDISPONIVEL, CONTROLE CHEIO OU PACOTE NAO REGISTRADO NA      *
      * CENTRAL.                                                      *
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
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-FANTASIA-NORMALIZADA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-SOCIOS ASSIGN TO WS-CAM-SOCIOS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRS-COD-SOCIO
                   ALTERNATE RECORD KEY IS
                     FRS-NOME-SOCIO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-CNPJ WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-CPF-SOCIO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-CPF-MIOLO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-NOME-FONETICO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-CPF-REPRESENTANTE WITH DUPLICATES
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-JOURNAL ASSIGN TO WS-CAM-JOURNAL-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-JRN.

           SELECT ARQ-ESTORNO ASSIGN TO WS-CAM-ESTORNO-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-EST.

           SELECT ARQ-PENDENTE ASSIGN TO WS-CAM-REPLICACAO-EM-CURSO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PEN.

           SELECT ARQ-PACOTE ASSIGN TO WS-CAM-PACOTE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PAC.

           SELECT ARQ-SEQUENCIA ASSIGN TO WS-CAM-REPLICACAO-SEQUENCIA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SEQ.

           SELECT ARQ-CONTROLE ASSIGN TO WS-CAM-REPLICACAO-CONTROLE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CTL.

           SELECT ARQ-EMITIDOS ASSIGN TO WS-CAM-REPLICACAO-EMITIDOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-EMI.

           SELECT ARQ-PARM-TRANSMISSAO ASSIGN TO
                   WS-CAM-PARM-TRANSMISSAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PTR.

           SELECT ARQ-LOG-TRANSMISSAO ASSIGN TO
                   WS-CAM-LOG-TRANSMISSAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LTR.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

           SELECT ARQ-AVISOS ASSIGN TO WS-CAM-AVISOS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVI.

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

       FD ARQ-JOURNAL.
       01 REG-JOURNAL.
           03 JRN-ID-CARGA            PIC X(014).
           03 JRN-TIPO                PIC X(003).
           03 JRN-ACAO                PIC X.
           03 JRN-CHAVE               PIC X(014).
           03 JRN-IMAGEM              PIC X(1200).

       FD ARQ-ESTORNO.
       01 REG-ESTORNO                 PIC X(120).

       FD ARQ-PENDENTE.
       01 REG-PENDENTE                PIC X(080).

       FD ARQ-PACOTE.
       COPY "FD-REG-REPLICACAO.cpy".

       FD ARQ-SEQUENCIA.
       01 REG-SEQUENCIA               PIC 9(008).

       FD ARQ-CONTROLE.
       01 REG-CONTROLE                PIC X(040).

       FD ARQ-EMITIDOS.
       01 REG-EMITIDO                 PIC X(120).

       FD ARQ-PARM-TRANSMISSAO.
       01 REG-PARM-TRANSMISSAO        PIC X(060).

       FD ARQ-LOG-TRANSMISSAO.
       01 REG-LOG-TRANSMISSAO         PIC X(120).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

       FD ARQ-AVISOS.
       01 REG-AVISO                   PIC X(200).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

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
       01 WS-CAM-AVISOS-SISTEMA          PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-ESTORNO-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-JOURNAL-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-LOG-TRANSMISSAO         PIC X(060) VALUE SPACES.
       01 WS-CAM-PACOTE                  PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-PARM-TRANSMISSAO        PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-CONTROLE     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-EM-CURSO     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-EMITIDOS     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-PENDENTE     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-SEQUENCIA    PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-SUMARIO-EXECUCOES       PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'EMPACOTAR-REPLICACAO'.
       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-AVI              PIC XX.
       01 WS-AVISO-DATA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-HORA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-SEVERIDADE         PIC X(005) VALUE SPACES.
       01 WS-AVISO-DESTINATARIO       PIC X(020) VALUE SPACES.
       01 WS-AVISO-TEXTO              PIC X(100) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-JRN              PIC XX.
       01 ST-ARQUIVO-EST              PIC XX.
       01 ST-ARQUIVO-PEN              PIC XX.
       01 ST-ARQUIVO-PAC              PIC XX.
       01 ST-ARQUIVO-SEQ              PIC XX.
       01 ST-ARQUIVO-CTL              PIC XX.
       01 ST-ARQUIVO-EMI              PIC XX.
       01 ST-ARQUIVO-PTR              PIC XX.
       01 ST-ARQUIVO-LTR              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-JRN                  PIC X VALUE 'N'.
       01 WS-EOF-LTR                  PIC X VALUE 'N'.

       01 WS-DESTINATARIO             PIC X(030) VALUE
          'SITE-CONTINGENCIA'.
       01 WS-COMANDO-SISTEMA          PIC X(200) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.
       01 WS-PROTOCOLO-LIDO           PIC X(020) VALUE SPACES.
       01 WS-HASH-LIDO                PIC X(020) VALUE SPACES.
       01 WS-TRANSMISSAO-OK           PIC X VALUE 'S'.

      *    O QUE JA FOI EMPACOTADO (REPLICACAO-CONTROLE.DAT):
      *    CARGA;<IDENTIFICADOR>;<LANCAMENTOS> E
      *    ESTORNO;<IDENTIFICADOR>;<DATA>;<HORA>
       01 WS-QTD-CONTROLE             PIC 9(005) VALUE ZERO.
       01 WS-IDX-CTL                  PIC 9(005) VALUE ZERO.
       01 WS-CONTROLE-CHEIO           PIC X VALUE 'N'.
       01 WS-CTL-ACHADO               PIC X VALUE 'N'.
       01 WS-CHAVE-CONTROLE           PIC X(040) VALUE SPACES.
       01 WS-TAB-CONTROLE.
          05 WS-CTL-CHAVE OCCURS 5000 TIMES PIC X(040).

      *    CARGAS PRESENTES NO JOURNAL, COM A QUANTIDADE DE
      *    LANCAMENTOS DE CADA UMA
       01 WS-QTD-CARGAS               PIC 9(004) VALUE ZERO.
       01 WS-IDX-CRG                  PIC 9(004) VALUE ZERO.
       01 WS-CRG-ACHADA               PIC X VALUE 'N'.
       01 WS-CARGAS-FORA              PIC 9(005) VALUE ZERO.
       01 WS-TAB-CARGAS.
          05 WS-CRG-OCR OCCURS 2000 TIMES.
             10 WS-CRG-ID             PIC X(014).
             10 WS-CRG-QTD            PIC 9(007).
       01 WS-QTD-ED                   PIC Z(006)9.

      *    PACOTE EM MONTAGEM
       01 WS-NUM-PACOTE               PIC 9(008) VALUE ZERO.
       01 WS-ORIGEM-PACOTE            PIC X(024) VALUE SPACES.
       01 WS-ID-CARGA                 PIC X(014) VALUE SPACES.
       01 WS-DATA-GERACAO             PIC 9(008) VALUE ZERO.
       01 WS-HORA-GERACAO             PIC 9(008) VALUE ZERO.
       01 WS-QTD-DETALHES             PIC 9(007) VALUE ZERO.
       01 WS-PACOTE-ABERTO            PIC X VALUE 'N'.
       01 WS-DET-ARQUIVO              PIC X(003) VALUE SPACES.
       01 WS-DET-CHAVE                PIC X(014) VALUE SPACES.
       01 WS-COD-SOCIO-NUM            PIC 9(011) VALUE ZERO.

      *    LINHA DE ESTORNO-CARGA.DAT
      *    (ESTORNO;CARGA=<ID>;DATA=<AAAAMMDD>;HORA=<HHMMSSCC>;...)
       01 WS-EST-TIPO                 PIC X(010) VALUE SPACES.
       01 WS-EST-CARGA                PIC X(020) VALUE SPACES.
       01 WS-EST-DATA                 PIC X(015) VALUE SPACES.
       01 WS-EST-HORA                 PIC X(015) VALUE SPACES.

      *    LINHA DA FILA DE MANUTENCOES (ARQUIVO;CHAVE;ORIGEM;DATA;
      *    HORA)
       01 WS-PEN-ARQUIVO              PIC X(003) VALUE SPACES.
       01 WS-PEN-CHAVE                PIC X(014) VALUE SPACES.

       01 WS-TOTAL-PACOTES            PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-DETALHES           PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-NAO-REGISTRADOS    PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-CHAVES-INVALIDAS   PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'EMPACOTAMENTO DA REPLICACAO PARA O SITE DE '
              'CONTINGENCIA'.
           MOVE 'REPLIC-DESTINATARIO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR IS NOT EQUAL TO SPACES THEN
              MOVE WS-PARAM-VALOR TO WS-DESTINATARIO
           END-IF.
           DISPLAY 'DESTINATARIO DOS PACOTES....: ' WS-DESTINATARIO.
           PERFORM 0002-CARREGAR-CONTROLE.
           IF WS-CONTROLE-CHEIO IS EQUAL TO 'S' THEN
              DISPLAY '*** REPLICACAO-CONTROLE.DAT COM MAIS DE 5000 '
                 'LINHAS - ARQUIVAR AS ANTIGAS ***'
              MOVE 'CONTROLE CHEIO' TO WS-SUM-CONTADORES
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** BASE INDISPONIVEL (EMPRESAS ' ST-ARQUIVO-EMP
                 ' / SOCIOS ' ST-ARQUIVO-SOC ') ***'
              CLOSE ARQ-EMPRESAS
              CLOSE ARQ-SOCIOS
              MOVE 'BASE INDISPONIVEL' TO WS-SUM-CONTADORES
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0003-OBTER-SEQUENCIA.
           PERFORM 0010-EMPACOTAR-CARGAS.
           PERFORM 0020-EMPACOTAR-ESTORNOS.
           PERFORM 0030-EMPACOTAR-MANUTENCOES.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           DISPLAY 'PACOTES EMITIDOS............: ' WS-TOTAL-PACOTES.
           DISPLAY 'DETALHES EMPACOTADOS........: ' WS-TOTAL-DETALHES.
           DISPLAY 'CHAVES DE SOCIO INVALIDAS...: '
              WS-TOTAL-CHAVES-INVALIDAS.
           DISPLAY 'ULTIMO PACOTE...............: ' WS-NUM-PACOTE.
           IF WS-TOTAL-NAO-REGISTRADOS IS GREATER THAN ZERO THEN
              DISPLAY '*** PACOTES NAO REGISTRADOS NA CENTRAL: '
                 WS-TOTAL-NAO-REGISTRADOS ' - VER '
                 WS-CAM-LOG-TRANSMISSAO
              MOVE 'ERRO' TO WS-AVISO-SEVERIDADE
              MOVE 'OPERACAO' TO WS-AVISO-DESTINATARIO
              MOVE SPACES TO WS-AVISO-TEXTO
              STRING 'REPLICACAO: ' DELIMITED BY SIZE
                     WS-TOTAL-NAO-REGISTRADOS DELIMITED BY SIZE
                     ' PACOTE(S) NAO REGISTRADO(S) NA CENTRAL DE '
                       DELIMITED BY SIZE
                     'TRANSMISSAO' DELIMITED BY SIZE
                INTO WS-AVISO-TEXTO
              END-STRING
              PERFORM 9800-REGISTRAR-AVISO
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'PACOTES=' DELIMITED BY SIZE
                  WS-TOTAL-PACOTES DELIMITED BY SIZE
                  ' DETALHES=' DELIMITED BY SIZE
                  WS-TOTAL-DETALHES DELIMITED BY SIZE
                  ' ULTIMO=' DELIMITED BY SIZE
                  WS-NUM-PACOTE DELIMITED BY SIZE
                  ' NAO-REGISTRADOS=' DELIMITED BY SIZE
                  WS-TOTAL-NAO-REGISTRADOS DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           DISPLAY 'FIM DO EMPACOTAMENTO DA REPLICACAO.'.
           GOBACK.

       0002-CARREGAR-CONTROLE.
           MOVE ZERO TO WS-QTD-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF ST-ARQUIVO-CTL IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CONTROLE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-CONTROLE IS NOT EQUAL TO SPACES THEN
                        IF WS-QTD-CONTROLE IS LESS THAN 5000 THEN
                           ADD 1 TO WS-QTD-CONTROLE
                           MOVE REG-CONTROLE TO
                             WS-CTL-CHAVE(WS-QTD-CONTROLE)
                        ELSE
                           MOVE 'S' TO WS-CONTROLE-CHEIO
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CONTROLE
           END-IF.
           DISPLAY 'EVENTOS JA EMPACOTADOS......: ' WS-QTD-CONTROLE.

       0003-OBTER-SEQUENCIA.
           MOVE ZERO TO WS-NUM-PACOTE.
           OPEN INPUT ARQ-SEQUENCIA.
           IF ST-ARQUIVO-SEQ IS EQUAL TO '00' THEN
              READ ARQ-SEQUENCIA
                AT END CONTINUE
                NOT AT END MOVE REG-SEQUENCIA TO WS-NUM-PACOTE
              END-READ
              CLOSE ARQ-SEQUENCIA
           END-IF.
           DISPLAY 'ULTIMO PACOTE EMITIDO ANTES.: ' WS-NUM-PACOTE.

       0004-CONSULTAR-CONTROLE.
           MOVE 'N' TO WS-CTL-ACHADO.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
             UNTIL WS-IDX-CTL IS GREATER THAN WS-QTD-CONTROLE OR
                   WS-CTL-ACHADO IS EQUAL TO 'S'
             IF WS-CTL-CHAVE(WS-IDX-CTL) IS EQUAL TO WS-CHAVE-CONTROLE
             THEN
                MOVE 'S' TO WS-CTL-ACHADO
             END-IF
           END-PERFORM.

       0010-EMPACOTAR-CARGAS.
      *    PRIMEIRA PASSADA NO JOURNAL LEVANTA AS CARGAS E A
      *    QUANTIDADE DE LANCAMENTOS DE CADA; CARGA CUJA CHAVE DE
      *    CONTROLE (IDENTIFICADOR + LANCAMENTOS) AINDA NAO CONSTA
      *    VIRA PACOTE.
           MOVE ZERO TO WS-QTD-CARGAS.
           MOVE ZERO TO WS-CARGAS-FORA.
           OPEN INPUT ARQ-JOURNAL.
           IF ST-ARQUIVO-JRN IS NOT EQUAL TO '00' THEN
              DISPLAY 'SEM JOURNAL DE CARGA - NENHUMA CARGA A '
                 'REPLICAR'
           ELSE
              MOVE 'N' TO WS-EOF-JRN
              PERFORM UNTIL WS-EOF-JRN IS EQUAL TO 'Y'
                READ ARQ-JOURNAL
                  AT END MOVE 'Y' TO WS-EOF-JRN
                  NOT AT END
                     PERFORM 0011-CONTAR-LANCAMENTO
                END-READ
              END-PERFORM
              CLOSE ARQ-JOURNAL
              IF WS-CARGAS-FORA IS GREATER THAN ZERO THEN
                 DISPLAY '*** JOURNAL COM MAIS DE 2000 CARGAS - '
                    WS-CARGAS-FORA ' LANCAMENTOS FICAM PARA A '
                    'PROXIMA EXECUCAO ***'
              END-IF
              PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                UNTIL WS-IDX-CRG IS GREATER THAN WS-QTD-CARGAS
                MOVE WS-CRG-QTD(WS-IDX-CRG) TO WS-QTD-ED
                MOVE SPACES TO WS-CHAVE-CONTROLE
                STRING 'CARGA;' DELIMITED BY SIZE
                       WS-CRG-ID(WS-IDX-CRG) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-CRG-QTD(WS-IDX-CRG) DELIMITED BY SIZE
                  INTO WS-CHAVE-CONTROLE
                END-STRING
                PERFORM 0004-CONSULTAR-CONTROLE
                IF WS-CTL-ACHADO IS EQUAL TO 'N' THEN
                   MOVE WS-CRG-ID(WS-IDX-CRG) TO WS-ID-CARGA
                   MOVE SPACES TO WS-ORIGEM-PACOTE
                   STRING 'CARGA ' DELIMITED BY SIZE
                          WS-ID-CARGA DELIMITED BY SIZE
                     INTO WS-ORIGEM-PACOTE
                   END-STRING
                   PERFORM 0012-EMPACOTAR-JOURNAL
                END-IF
              END-PERFORM
           END-IF.

       0011-CONTAR-LANCAMENTO.
           MOVE 'N' TO WS-CRG-ACHADA.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
             UNTIL WS-IDX-CRG IS GREATER THAN WS-QTD-CARGAS OR
                   WS-CRG-ACHADA IS EQUAL TO 'S'
             IF WS-CRG-ID(WS-IDX-CRG) IS EQUAL TO JRN-ID-CARGA THEN
                MOVE 'S' TO WS-CRG-ACHADA
                ADD 1 TO WS-CRG-QTD(WS-IDX-CRG)
             END-IF
           END-PERFORM.
           IF WS-CRG-ACHADA IS EQUAL TO 'N' THEN
              IF WS-QTD-CARGAS IS LESS THAN 2000 THEN
                 ADD 1 TO WS-QTD-CARGAS
                 MOVE JRN-ID-CARGA TO WS-CRG-ID(WS-QTD-CARGAS)
                 MOVE 1 TO WS-CRG-QTD(WS-QTD-CARGAS)
              ELSE
                 ADD 1 TO WS-CARGAS-FORA
              END-IF
           END-IF.

       0012-EMPACOTAR-JOURNAL.
      *    UM DETALHE POR LANCAMENTO DA CARGA WS-ID-CARGA, COM A
      *    IMAGEM CORRENTE DA CHAVE. CHAVE REPETIDA NA CARGA SAI
      *    REPETIDA NO PACOTE; A APLICACAO E IDEMPOTENTE.
           PERFORM 0040-ABRIR-PACOTE.
           OPEN INPUT ARQ-JOURNAL.
           IF ST-ARQUIVO-JRN IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-JRN
              PERFORM UNTIL WS-EOF-JRN IS EQUAL TO 'Y'
                READ ARQ-JOURNAL
                  AT END MOVE 'Y' TO WS-EOF-JRN
                  NOT AT END
                     IF JRN-ID-CARGA IS EQUAL TO WS-ID-CARGA THEN
                        MOVE JRN-TIPO TO WS-DET-ARQUIVO
                        MOVE JRN-CHAVE TO WS-DET-CHAVE
                        PERFORM 0041-GRAVAR-DETALHE
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-JOURNAL
           END-IF.
           PERFORM 0042-FECHAR-PACOTE.

       0020-EMPACOTAR-ESTORNOS.
      *    O DESFAZER-CARGA-DIARIA REPOE AS IMAGENS ANTERIORES DAS
      *    CHAVES DO JOURNAL DA CARGA; O PACOTE DO ESTORNO LEVA AS
      *    MESMAS CHAVES COM A IMAGEM DEPOIS DO DESFAZIMENTO.
           OPEN INPUT ARQ-ESTORNO.
           IF ST-ARQUIVO-EST IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-ESTORNO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0021-AVALIAR-ESTORNO
                END-READ
              END-PERFORM
              CLOSE ARQ-ESTORNO
           END-IF.

       0021-AVALIAR-ESTORNO.
           MOVE SPACES TO WS-EST-TIPO WS-EST-CARGA WS-EST-DATA
              WS-EST-HORA.
           UNSTRING REG-ESTORNO DELIMITED BY ';'
             INTO WS-EST-TIPO
                  WS-EST-CARGA
                  WS-EST-DATA
                  WS-EST-HORA
           END-UNSTRING.
           IF WS-EST-TIPO IS EQUAL TO 'ESTORNO' AND
              WS-EST-CARGA(1:6) IS EQUAL TO 'CARGA=' THEN
              MOVE WS-EST-CARGA(7:14) TO WS-ID-CARGA
              MOVE SPACES TO WS-CHAVE-CONTROLE
              STRING 'ESTORNO;' DELIMITED BY SIZE
                     WS-ID-CARGA DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-EST-DATA(6:8) DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-EST-HORA(6:8) DELIMITED BY SIZE
                INTO WS-CHAVE-CONTROLE
              END-STRING
              PERFORM 0004-CONSULTAR-CONTROLE
              IF WS-CTL-ACHADO IS EQUAL TO 'N' THEN
                 MOVE SPACES TO WS-ORIGEM-PACOTE
                 STRING 'ESTORNO ' DELIMITED BY SIZE
                        WS-ID-CARGA DELIMITED BY SIZE
                   INTO WS-ORIGEM-PACOTE
                 END-STRING
                 PERFORM 0012-EMPACOTAR-JOURNAL
              END-IF
           END-IF.

       0030-EMPACOTAR-MANUTENCOES.
      *    A FILA E RENOMEADA ANTES DA LEITURA, PARA AS MANUTENCOES
      *    FEITAS DURANTE O EMPACOTAMENTO IREM PARA UMA FILA NOVA.
      *    SOBRA DE EXECUCAO INTERROMPIDA (REPLICACAO-PENDENTE.PROC
      *    AINDA PRESENTE) E EMPACOTADA PRIMEIRO; A FILA NOVA FICA
      *    PARA A PROXIMA EXECUCAO.
           MOVE SPACES TO WS-CHAVE-CONTROLE.
           OPEN INPUT ARQ-PENDENTE.
           IF ST-ARQUIVO-PEN IS NOT EQUAL TO '00' THEN
              MOVE SPACES TO WS-COMANDO-SISTEMA
              STRING 'mv ' DELIMITED BY SIZE
                     WS-CAM-REPLICACAO-PENDENTE DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-CAM-REPLICACAO-EM-CURSO DELIMITED BY SPACE
                     ' 2>/dev/null' DELIMITED BY SIZE
                INTO WS-COMANDO-SISTEMA
              END-STRING
              CALL "SYSTEM" USING WS-COMANDO-SISTEMA
                RETURNING WS-RC-SISTEMA
              OPEN INPUT ARQ-PENDENTE
           END-IF.
           IF ST-ARQUIVO-PEN IS NOT EQUAL TO '00' THEN
              DISPLAY 'SEM MANUTENCOES A REPLICAR'
           ELSE
              MOVE 'MANUTENCAO' TO WS-ORIGEM-PACOTE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-PENDENTE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-PEN-ARQUIVO WS-PEN-CHAVE
                     UNSTRING REG-PENDENTE DELIMITED BY ';'
                       INTO WS-PEN-ARQUIVO
                            WS-PEN-CHAVE
                     END-UNSTRING
                     IF WS-PEN-ARQUIVO IS EQUAL TO 'EMP' OR
                        WS-PEN-ARQUIVO IS EQUAL TO 'SOC' THEN
                        IF WS-PACOTE-ABERTO IS EQUAL TO 'N' THEN
                           PERFORM 0040-ABRIR-PACOTE
                        END-IF
                        MOVE WS-PEN-ARQUIVO TO WS-DET-ARQUIVO
                        MOVE WS-PEN-CHAVE TO WS-DET-CHAVE
                        PERFORM 0041-GRAVAR-DETALHE
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-PENDENTE
              IF WS-PACOTE-ABERTO IS EQUAL TO 'S' THEN
                 PERFORM 0042-FECHAR-PACOTE
              ELSE
                 DISPLAY 'FILA DE MANUTENCOES VAZIA'
              END-IF
              MOVE SPACES TO WS-COMANDO-SISTEMA
              STRING 'rm -f ' DELIMITED BY SIZE
                     WS-CAM-REPLICACAO-EM-CURSO DELIMITED BY SPACE
                INTO WS-COMANDO-SISTEMA
              END-STRING
              CALL "SYSTEM" USING WS-COMANDO-SISTEMA
                RETURNING WS-RC-SISTEMA
           END-IF.

       0040-ABRIR-PACOTE.
           ADD 1 TO WS-NUM-PACOTE.
           MOVE ZERO TO WS-QTD-DETALHES.
           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-GERACAO FROM TIME.
           MOVE SPACES TO WS-CAM-PACOTE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-' DELIMITED BY SIZE
                  WS-NUM-PACOTE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
             INTO WS-CAM-PACOTE
           END-STRING.
           OPEN OUTPUT ARQ-PACOTE.
           MOVE 'S' TO WS-PACOTE-ABERTO.
           MOVE SPACES TO FD-REG-REPLICACAO.
           MOVE 'C' TO RPL-TIPO-REG.
           PERFORM 0043-COMPLETAR-REGISTRO.
           WRITE FD-REG-REPLICACAO.

       0041-GRAVAR-DETALHE.
           MOVE SPACES TO FD-REG-REPLICACAO.
           MOVE 'D' TO RPL-TIPO-REG.
           PERFORM 0043-COMPLETAR-REGISTRO.
           MOVE WS-DET-ARQUIVO TO RPL-ARQUIVO.
           MOVE WS-DET-CHAVE TO RPL-CHAVE.
           IF WS-DET-ARQUIVO IS EQUAL TO 'EMP' THEN
              MOVE WS-DET-CHAVE TO FRE-CNPJ
              READ ARQ-EMPRESAS
                INVALID KEY
                   MOVE 'X' TO RPL-ACAO
                NOT INVALID KEY
                   MOVE 'G' TO RPL-ACAO
                   MOVE FD-REG-EMPRESA TO RPL-IMAGEM
              END-READ
           ELSE
              IF WS-DET-CHAVE(1:11) IS NUMERIC THEN
                 MOVE WS-DET-CHAVE(1:11) TO WS-COD-SOCIO-NUM
                 MOVE WS-COD-SOCIO-NUM TO FRS-COD-SOCIO
                 READ ARQ-SOCIOS
                   INVALID KEY
                      MOVE 'X' TO RPL-ACAO
                   NOT INVALID KEY
                      MOVE 'G' TO RPL-ACAO
                      MOVE FD-REG-SOCIO TO RPL-IMAGEM
                 END-READ
              ELSE
                 ADD 1 TO WS-TOTAL-CHAVES-INVALIDAS
                 MOVE SPACE TO RPL-ACAO
              END-IF
           END-IF.
           IF RPL-ACAO IS NOT EQUAL TO SPACE THEN
              WRITE FD-REG-REPLICACAO
              ADD 1 TO WS-QTD-DETALHES
              ADD 1 TO WS-TOTAL-DETALHES
           END-IF.

       0042-FECHAR-PACOTE.
           MOVE SPACES TO FD-REG-REPLICACAO.
           MOVE 'F' TO RPL-TIPO-REG.
           PERFORM 0043-COMPLETAR-REGISTRO.
           MOVE WS-QTD-DETALHES TO RPL-QTD-DETALHES.
           WRITE FD-REG-REPLICACAO.
           CLOSE ARQ-PACOTE.
           MOVE 'N' TO WS-PACOTE-ABERTO.
           ADD 1 TO WS-TOTAL-PACOTES.
      *    O NUMERO SO E CONSUMIDO COM O PACOTE COMPLETO: QUEDA NO
      *    MEIO DA MONTAGEM REFAZ O MESMO NUMERO NA PROXIMA EXECUCAO.
           MOVE WS-NUM-PACOTE TO REG-SEQUENCIA.
           OPEN OUTPUT ARQ-SEQUENCIA.
           WRITE REG-SEQUENCIA.
           CLOSE ARQ-SEQUENCIA.
           PERFORM 0050-REGISTRAR-TRANSMISSAO.
           IF WS-PROTOCOLO-LIDO IS EQUAL TO SPACES THEN
              ADD 1 TO WS-TOTAL-NAO-REGISTRADOS
              MOVE 'NAO-REGISTRADO' TO WS-PROTOCOLO-LIDO
           END-IF.
           OPEN EXTEND ARQ-EMITIDOS.
           IF ST-ARQUIVO-EMI IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-EMITIDOS
           END-IF.
           MOVE SPACES TO REG-EMITIDO.
           STRING WS-NUM-PACOTE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-ORIGEM-PACOTE DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-DATA-GERACAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-HORA-GERACAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-QTD-DETALHES DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-PROTOCOLO-LIDO DELIMITED BY SPACE
             INTO REG-EMITIDO
           END-STRING.
           WRITE REG-EMITIDO.
           CLOSE ARQ-EMITIDOS.
           IF WS-CHAVE-CONTROLE IS NOT EQUAL TO SPACES THEN
              OPEN EXTEND ARQ-CONTROLE
              IF ST-ARQUIVO-CTL IS EQUAL TO '35' THEN
                 OPEN OUTPUT ARQ-CONTROLE
              END-IF
              MOVE WS-CHAVE-CONTROLE TO REG-CONTROLE
              WRITE REG-CONTROLE
              CLOSE ARQ-CONTROLE
              IF WS-QTD-CONTROLE IS LESS THAN 5000 THEN
                 ADD 1 TO WS-QTD-CONTROLE
                 MOVE WS-CHAVE-CONTROLE TO
                   WS-CTL-CHAVE(WS-QTD-CONTROLE)
              END-IF
           END-IF.
           DISPLAY 'PACOTE ' WS-NUM-PACOTE ' ' WS-ORIGEM-PACOTE
              ' DETALHES: ' WS-QTD-DETALHES ' PROTOCOLO: '
              WS-PROTOCOLO-LIDO.

       0043-COMPLETAR-REGISTRO.
           MOVE WS-NUM-PACOTE TO RPL-NUM-PACOTE.
           MOVE WS-ORIGEM-PACOTE TO RPL-ORIGEM.
           MOVE WS-DATA-GERACAO TO RPL-DATA-GERACAO.
           MOVE WS-HORA-GERACAO TO RPL-HORA-GERACAO.
           MOVE ZERO TO RPL-QTD-DETALHES.

       0050-REGISTRAR-TRANSMISSAO.
      *    MESMO MECANISMO DO EXPORTAR-GRAFO-REDE: OS PARAMETROS VAO
      *    UM POR LINHA PARA A ENTRADA DO REGISTRAR-TRANSMISSAO E O
      *    PROTOCOLO E LIDO DO CONSOLE DELE.
           MOVE SPACES TO WS-PROTOCOLO-LIDO WS-HASH-LIDO.
           OPEN OUTPUT ARQ-PARM-TRANSMISSAO.
           MOVE WS-CAM-PACOTE TO REG-PARM-TRANSMISSAO.
           WRITE REG-PARM-TRANSMISSAO.
           MOVE WS-DESTINATARIO TO REG-PARM-TRANSMISSAO.
           WRITE REG-PARM-TRANSMISSAO.
           CLOSE ARQ-PARM-TRANSMISSAO.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'cobcrun REGISTRAR-TRANSMISSAO < ' DELIMITED BY SIZE
                  WS-CAM-PARM-TRANSMISSAO DELIMITED BY SPACE
                  ' > ' DELIMITED BY SIZE
                  WS-CAM-LOG-TRANSMISSAO DELIMITED BY SPACE
                  ' 2>&1' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           OPEN INPUT ARQ-LOG-TRANSMISSAO.
           IF ST-ARQUIVO-LTR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-LTR
              PERFORM UNTIL WS-EOF-LTR IS EQUAL TO 'Y'
                READ ARQ-LOG-TRANSMISSAO
                  AT END MOVE 'Y' TO WS-EOF-LTR
                  NOT AT END
                     IF REG-LOG-TRANSMISSAO(1:22) IS EQUAL TO
                        'PROTOCOLO ATRIBUIDO.: ' THEN
                        MOVE REG-LOG-TRANSMISSAO(23:20) TO
                          WS-PROTOCOLO-LIDO
                     END-IF
                     IF REG-LOG-TRANSMISSAO(1:22) IS EQUAL TO
                        'HASH DE CONTEUDO....: ' THEN
                        MOVE REG-LOG-TRANSMISSAO(23:20) TO
                          WS-HASH-LIDO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-LOG-TRANSMISSAO
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

       9800-REGISTRAR-AVISO.
      *    HUB DE NOTIFICACOES: ACRESCENTA O EVENTO EM
      *    AVISOS-SISTEMA.DAT (DATA;HORA;ORIGEM;SEVERIDADE;
      *    DESTINATARIO;TEXTO;PENDENTE). O DESPACHAR-AVISOS GERA O
      *    ARQUIVO DO GATEWAY DE E-MAIL E CONTROLA CONFIRMACAO E
      *    REENVIO DOS FALHADOS.
           ACCEPT WS-AVISO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AVISO-HORA FROM TIME.
           OPEN EXTEND ARQ-AVISOS.
           IF ST-ARQUIVO-AVI IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-AVISOS
           END-IF.
           MOVE SPACES TO REG-AVISO.
           STRING WS-AVISO-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-AVISO-HORA DELIMITED BY SIZE
                  ';REPLICACAO;' DELIMITED BY SIZE
                  WS-AVISO-SEVERIDADE DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-AVISO-DESTINATARIO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-AVISO-TEXTO DELIMITED BY '  '
                  ';PENDENTE' DELIMITED BY SIZE
             INTO REG-AVISO
           END-STRING.
           WRITE REG-AVISO.
           CLOSE ARQ-AVISOS.

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
           MOVE SPACES TO WS-CAM-AVISOS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'avisos-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-AVISOS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-ESTORNO-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'estorno-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESTORNO-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-JOURNAL-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'journal-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-JOURNAL-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-LOG-TRANSMISSAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-transmissao.log' DELIMITED BY SIZE
             INTO WS-CAM-LOG-TRANSMISSAO
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARM-TRANSMISSAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-transmissao.prm' DELIMITED BY SIZE
             INTO WS-CAM-PARM-TRANSMISSAO
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-CONTROLE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-controle.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-CONTROLE
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-EM-CURSO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-pendente.proc' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-EM-CURSO
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-EMITIDOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-emitidos.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-EMITIDOS
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-PENDENTE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-pendente.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-PENDENTE
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-SEQUENCIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-sequencia.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-SEQUENCIA
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.
           PERFORM 9910-RESOLVER-COMPETENCIA.

       9910-RESOLVER-COMPETENCIA.
      *    A REEMISSAO SOBRE COMPETENCIA PASSADA (COMPETENCIA-
      *    REFERENCIA.CFG PREENCHIDO) VALE SO PARA RELATORIOS. ESTE
      *    PROGRAMA GRAVA A BASE OU ARQUIVOS QUE OUTROS PASSOS LEEM E
      *    SO RODA SOBRE A BASE CORRENTE.
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
              DISPLAY '*** COMPETENCIA DE REFERENCIA '
                 WS-COMPETENCIA-REF ' INFORMADA - ESTE PROGRAMA SO '
                 'RODA SOBRE A BASE CORRENTE ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

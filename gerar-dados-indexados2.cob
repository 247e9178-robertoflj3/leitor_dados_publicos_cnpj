                     DUPLICATES
                   ALTERNATE KEY IS FRE-FANTASIA-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-DATA-INICIO-ATIVIDADE WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-SITUACAO-DATA WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ1 ASSIGN TO WS-NOME-ARQ1
                   RECORD KEY IS IDX-CHAVE
                   STATUS ST-ARQUIVO-IDX.

           SELECT ARQ-INDICE-CONTATO ASSIGN TO
                   WS-CAM-INDICE-CONTATOS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ICT-CHAVE
                   STATUS ST-ARQUIVO-ICT.

           SELECT ARQ-EMPRESA-BASE ASSIGN TO WS-CAM-EMPRESA-BASE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS HSC-CHAVE
                   STATUS ST-ARQUIVO-HIST.

           SELECT ARQ-HISTORICO-END ASSIGN TO
                   WS-CAM-HISTORICO-ENDERECO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS HEN-CHAVE
                   STATUS ST-ARQUIVO-HEND.

           SELECT ARQ-CORRECOES ASSIGN TO
                   WS-CAM-CORRECOES-PERSISTENTES
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS COR-CHAVE
                   STATUS ST-ARQUIVO-COR.

           SELECT ARQ-CONFLITOS-COR ASSIGN TO
                   WS-CAM-CONFLITOS-CORRECOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CFC.

           SELECT ARQ-HIST-CAPITAL ASSIGN TO
                   WS-CAM-HISTORICO-CAPITAL
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SUX.

           SELECT ARQ-ORIGEM-LOTE ASSIGN TO WS-CAM-ORIGEM-LOTES
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ORL-CHAVE
                   ALTERNATE KEY IS ORL-LOTE-ORIGEM WITH DUPLICATES
                   STATUS ST-ARQUIVO-ORL.

           SELECT ARQ-VARREDURA-CTL ASSIGN TO
                   WS-CAM-VARREDURA-CONTROLE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VCT.

           SELECT ARQ-CALENDARIO ASSIGN TO WS-CAM-CALENDARIO-CARGAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAL.

           SELECT ARQ-AUTORIZACOES ASSIGN TO
                   WS-CAM-AUTORIZACOES-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AUC.

           SELECT ARQ-LISTA-DIARIAS ASSIGN TO WS-CAM-LISTA-DIARIAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LDI.

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
       FD ARQ-SOCIOS.
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

       FD ARQ-TABELA-CNAE-MEI.
       01 REG-TABELA-CNAE-MEI.
              05 IDX-PALAVRA          PIC X(020).
              05 IDX-CNPJ             PIC X(014).

       FD ARQ-INDICE-CONTATO.
       COPY "FD-REG-INDICE-CONTATO.cpy".

       FD ARQ-EMPRESA-BASE.
       01 FD-REG-EMPRESA-BASE.
               03 FEB-CNPJ-RAIZ           PIC X(008).
       FD ARQ-HISTORICO-SIT.
       COPY "FD-REG-HIST-SIT.cpy".

       FD ARQ-HISTORICO-END.
       COPY "FD-REG-HIST-END.cpy".

       FD ARQ-CORRECOES.
       COPY "FD-REG-CORRECAO.cpy".

       FD ARQ-CONFLITOS-COR.
       01 REG-CONFLITO-COR            PIC X(250).

       FD ARQ-HIST-CAPITAL.
       01 REG-HIST-CAPITAL            PIC X(080).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

       FD ARQ-ORIGEM-LOTE.
       COPY "FD-REG-ORIGEM-LOTE.cpy".

       FD ARQ-VARREDURA-CTL.
       01 REG-VARREDURA-CTL           PIC X(150).

       FD ARQ-CALENDARIO.
       COPY "FD-REG-CALENDARIO.cpy".

       FD ARQ-AUTORIZACOES.
       COPY "FD-REG-AUTORIZACAO-CARGA.cpy".

       FD ARQ-LISTA-DIARIAS.
       01 REG-LISTA-DIARIAS           PIC X(120).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-AUTORIZACOES-CARGA      PIC X(060) VALUE SPACES.
       01 WS-CAM-CALENDARIO-CARGAS       PIC X(060) VALUE SPACES.
       01 WS-CAM-CHECKPOINT-CARGA        PIC X(060) VALUE SPACES.
       01 WS-CAM-LISTA-DIARIAS           PIC X(060) VALUE SPACES.
       01 WS-CAM-ORIGEM-LOTES            PIC X(060) VALUE SPACES.
       01 WS-CAM-VARREDURA-CONTROLE      PIC X(060) VALUE SPACES.
       01 WS-CAM-CONTROLE-MANUTENCAO     PIC X(060) VALUE SPACES.
       01 WS-CAM-CONFLITOS-CORRECOES     PIC X(060) VALUE SPACES.
       01 WS-CAM-CORRECOES-PERSISTENTES  PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESA-BASE            PIC X(060) VALUE SPACES.
       01 WS-CAM-DEMONSTRATIVO-SIMULA    PIC X(060) VALUE SPACES.
       01 WS-CAM-JOURNAL-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-ESTATISTICAS-BASE       PIC X(060) VALUE SPACES.
       01 WS-CAM-GO-NOGO-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-CAPITAL       PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-ENDERECO      PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-SITUACAO-CAD  PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-SOCIETARIO    PIC X(060) VALUE SPACES.
       01 WS-CAM-INDICE-CONTATOS         PIC X(060) VALUE SPACES.
       01 WS-CAM-INDICE-RAZAO-SOCIAL     PIC X(060) VALUE SPACES.
       01 WS-CAM-REJEITADOS-CARGA-REGIS  PIC X(060) VALUE SPACES.
       01 WS-CAM-REJEITADOS-CARGA        PIC X(060) VALUE SPACES.
       01 ST-ARQUIVO-HCAP               PIC XX.
       01 WS-CAPITAL-ANTERIOR           PIC 9(012)V99 VALUE ZERO.
       01 WS-CONT-EVENTOS-CAPITAL       PIC 9(007) VALUE ZERO.
       01 ST-ARQUIVO-HEND               PIC XX.
       01 WS-HIST-END-ATIVO             PIC X VALUE 'N'.
       01 WS-UF-MUN-ANTERIOR.
          05 WS-UF-ANTERIOR             PIC X(002) VALUE SPACES.
          05 WS-COD-MUN-ANTERIOR        PIC 9999 VALUE ZERO.
       01 WS-MUNICIPIO-ANTERIOR         PIC X(050) VALUE SPACES.
       01 WS-CONT-MUDANCAS-SEDE         PIC 9(007) VALUE ZERO.
       01 ST-ARQUIVO-COR                PIC XX.
       01 ST-ARQUIVO-CFC                PIC XX.
       01 WS-EOF-COR                    PIC X VALUE 'N'.
       01 WS-COR-VALOR-ATUAL            PIC X(156) VALUE SPACES.
       01 WS-COR-ROTULO                 PIC X(008) VALUE SPACES.
       01 WS-CONT-COR-REAPLICADAS       PIC 9(007) VALUE ZERO.
       01 WS-CONT-COR-VIGENTES          PIC 9(007) VALUE ZERO.
       01 WS-CONT-COR-CONFLITOS         PIC 9(007) VALUE ZERO.
       01 WS-CONT-COR-PENDENTES         PIC 9(007) VALUE ZERO.
       01 WS-DATA-MUDANCA-SIT           PIC 9(008) VALUE ZERO.
       01 WS-MARCA-FIM-REGISTRO         PIC X VALUE '|'.
       01 ST-ARQUIVO-HSOC               PIC XX.
       01 WS-PERC-CAPITAL-ANTERIOR      PIC 9(005) VALUE ZERO.
       01 WS-QUALIF-SOCIO-ANTERIOR      PIC XX VALUE SPACES.
       01 WS-CPF-MIOLO-SOC              PIC 9(006) VALUE ZERO.
       01 WS-CPF-SOCIO-CIFRADO          PIC X(014) VALUE SPACES.
       01 WS-CPF-SOCIO-COMPARA          PIC X(014) VALUE SPACES.
       01 WS-CHAVE-DADOS-OK             PIC X VALUE 'N'.
       01 WS-QTD-ASTERISCOS             PIC 99 VALUE ZERO.
       01 WS-FON-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-FON-SAIDA                PIC X(150) VALUE SPACES.
       01 WS-NRM-CHAR                 PIC X VALUE SPACE.
       01 WS-NRM-ULT                  PIC X VALUE SPACE.
       01 ST-ARQUIVO-IDX              PIC XX.
       01 ST-ARQUIVO-ICT              PIC XX.
       01 ST-ARQUIVO-TRN              PIC XX.
       01 ST-ARQUIVO-PAI              PIC XX.
       01 ST-ARQUIVO-MUN              PIC XX.
       01 WS-IDX-PAL-I                PIC 99 VALUE ZERO.
       01 WS-TAB-PALAVRAS-RAZAO.
          05 WS-PAL-RAZAO OCCURS 10 TIMES PIC X(020).
       01 WS-CTT-DDD                  PIC X(004) VALUE SPACES.
       01 WS-CTT-FONE                 PIC X(008) VALUE SPACES.
       01 WS-PARM-POLITICA-DATAS      PIC X VALUE 'N'.
       01 WS-PARM-POLITICA-IN         PIC X.
       01 WS-DATA-HOJE-CARGA          PIC 9(008) VALUE ZERO.
       01 WS-PARM-SUFIXO-DATA-IN        PIC X(006).
       01 WS-PARM-QTD-ARQUIVOS-IN       PIC 99.
       01 WS-NUM-ARQ-EDIT                PIC 9(005).
       01 WS-PARM-RECUPERACAO           PIC X VALUE 'N'.
       01 WS-PARM-RECUPERACAO-IN        PIC X.
       01 ST-ARQUIVO-CAL                PIC XX.
       01 ST-ARQUIVO-AUC                PIC XX.
       01 ST-ARQUIVO-LDI                PIC XX.
       01 WS-EOF-CAL                    PIC X VALUE 'N'.
       01 WS-EOF-AUC                    PIC X VALUE 'N'.
       01 WS-EOF-LDI                    PIC X VALUE 'N'.
       01 WS-QTD-CALENDARIO             PIC 9(004) VALUE ZERO.
       01 WS-IDX-CAL                    PIC 9(004) VALUE ZERO.
       01 WS-CAL-ACHADO                 PIC X VALUE 'N'.
       01 WS-TAB-CALENDARIO.
          05 WS-CAL-OCR OCCURS 5000 TIMES.
             10 WS-CAL-SUFIXO-TAB      PIC X(006).
             10 WS-CAL-SITUACAO-TAB    PIC X(010).
             10 WS-CAL-DATA-TAB        PIC 9(008).
             10 WS-CAL-AUTORIZ-TAB     PIC X(010).
       01 WS-CAL-MAIOR-SUFIXO           PIC X(006) VALUE SPACES.
       01 WS-CAL-SITUACAO-SUFIXO        PIC X(010) VALUE SPACES.
       01 WS-CAL-DATA-SUFIXO            PIC 9(008) VALUE ZERO.
       01 WS-CAL-AUTORIZ-SUFIXO         PIC X(010) VALUE SPACES.
       01 WS-CARGA-RECUSADA             PIC X VALUE 'N'.
       01 WS-MOTIVO-RECUSA              PIC X(010) VALUE SPACES.
       01 WS-AUTORIZACAO-USADA          PIC X(010) VALUE SPACES.
       01 WS-AUTORIZACAO-RESP           PIC X(020) VALUE SPACES.
       01 WS-QTD-PENDENTES              PIC 999 VALUE ZERO.
       01 WS-IDX-PEND                   PIC 999 VALUE ZERO.
       01 WS-TAB-PENDENTES.
          05 WS-PEND-OCR OCCURS 400 TIMES.
             10 WS-PEND-SUFIXO          PIC X(006).
             10 WS-PEND-QTD-ARQUIVOS    PIC 9(005).
       01 WS-LDI-PREFIXO                PIC X(120) VALUE SPACES.
       01 WS-LDI-RESTO                  PIC X(120) VALUE SPACES.
       01 WS-RECUPERACAO-ENCERRADA      PIC X VALUE 'N'.
       01 WS-CONT-DIARIAS-APLICADAS     PIC 999 VALUE ZERO.
       01 WS-MAIOR-RC                   PIC S9(004) VALUE ZERO.
       01 WS-PARM-LOTE-SUBST            PIC 99 VALUE ZERO.
       01 WS-PARM-LOTE-SUBST-IN         PIC 99.
       01 WS-LOTE-ATUAL                 PIC 99 VALUE ZERO.
       01 WS-LOTE-INDISPONIVEL          PIC X VALUE 'N'.
       01 WS-VEREDICTO-SUFIXO           PIC X(006) VALUE SPACES.
       01 ST-ARQUIVO-ORL                PIC XX.
       01 ST-ARQUIVO-VCT                PIC XX.
       01 WS-EOF-ORL                    PIC X VALUE 'N'.
       01 WS-ORIGEM-OUTRA-CARGA         PIC X VALUE 'N'.
       01 WS-ORL-LOTE-PROCURADO.
          05 WS-ORL-SUFIXO-PROC         PIC X(006).
          05 WS-ORL-NUM-LOTE-PROC       PIC 9(005).
       01 WS-ORL-CHAVE-TRABALHO         PIC X(017) VALUE SPACES.
       01 WS-CONT-IGNORADO-EMP          PIC 9(007) VALUE ZERO.
       01 WS-CONT-IGNORADO-SOC          PIC 9(007) VALUE ZERO.
       01 WS-CONT-REMOVIDO-EMP          PIC 9(007) VALUE ZERO.
       01 WS-CONT-REMOVIDO-SOC          PIC 9(007) VALUE ZERO.
       01 WS-QTD-SOBRAS                 PIC 9(004) VALUE ZERO.
       01 WS-IDX-SOBRA                  PIC 9(004) VALUE ZERO.
       01 WS-CONT-SOBRAS-FORA           PIC 9(007) VALUE ZERO.
       01 WS-TAB-SOBRAS.
          05 WS-SOBRA-CHAVE OCCURS 5000 TIMES PIC X(017).
       01 WS-NOME-ARQ1                PIC X(040).
       01 WS-NOME-ARQ2                PIC X(040).
       01 WS-NOME-ARQ3                PIC X(040).

       COPY "REGISTRO-RFB.cpy".
       COPY "REGISTRO-RFB-SOCIO.cpy".
       COPY "REGISTRO-CIFRA-SOCIO.cpy".
       COPY "REGISTRO-RFB-EMPRESA.cpy".
       COPY "REGISTRO-RFB-EMPRESA-BASE.cpy".
       COPY "REGISTRO-RFB-SIMPLES.cpy".
              GOBACK
           END-IF.
           PERFORM 0012-LER-PARAMETROS.
      *    CPF E REPRESENTANTE DO SOCIO SAO GRAVADOS CIFRADOS: SEM A
      *    CHAVE CORRENTE A CARGA REAL NAO COMECA.
           IF WS-PARM-SIMULACAO IS EQUAL TO 'N' THEN
              PERFORM 0110-VERIFICAR-CHAVE-DADOS
              IF WS-CHAVE-DADOS-OK IS EQUAL TO 'N' THEN
                 MOVE 12 TO RETURN-CODE
                 MOVE 'SEM CHAVE DE DADOS PESSOAIS' TO
                   WS-SUM-CONTADORES
                 PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
                 GOBACK
              END-IF
           END-IF.
      *    A CARGA REAL SO PROSSEGUE COM SUFIXO INEDITO E POSTERIOR
      *    AO ULTIMO JA CARREGADO NO CALENDARIO-CARGAS.DAT, SALVO
      *    AUTORIZACAO REGISTRADA PARA O DIA PELO
      *    AUTORIZAR-CARGA-EXCECAO. NA RECUPERACAO DE ATRASO AS
      *    DIARIAS PENDENTES SAO APLICADAS EM ORDEM NESTA EXECUCAO.
           IF WS-PARM-RECUPERACAO IS EQUAL TO 'S' THEN
              PERFORM 0097-RECUPERAR-ATRASO
              GOBACK
           END-IF.
           IF WS-PARM-SIMULACAO IS EQUAL TO 'N' THEN
              PERFORM 0096-VERIFICAR-CALENDARIO
              IF WS-CARGA-RECUSADA IS EQUAL TO 'S' THEN
                 MOVE 8 TO RETURN-CODE
                 MOVE SPACES TO WS-SUM-CONTADORES
                 STRING 'CARGA RECUSADA SUFIXO=' DELIMITED BY SIZE
                        WS-PARM-SUFIXO-DATA DELIMITED BY SIZE
                        ' MOTIVO=' DELIMITED BY SIZE
                        WS-MOTIVO-RECUSA DELIMITED BY SPACE
                   INTO WS-SUM-CONTADORES
                 END-STRING
                 PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
                 GOBACK
              END-IF
           END-IF.
           PERFORM 0098-EXECUTAR-CARGA.
           GOBACK.
       0098-EXECUTAR-CARGA.
      *    EM MODO SIMULACAO NADA E GRAVADO NOS INDEXADOS NEM NOS
      *    ARQUIVOS DE CONTROLE DA CARGA: OS LOTES SAO LIDOS E
      *    VALIDADOS POR INTEIRO E SAI APENAS O DEMONSTRATIVO DO QUE
           IF WS-PARM-SIMULACAO IS EQUAL TO 'N' THEN
              OPEN OUTPUT ARQ-RESULTADO
              CLOSE ARQ-RESULTADO
      *       A BASE VAI MUDAR: OS EXTRATOS DA VARREDURA COMPARTILHADA
      *       DEIXAM DE VALER ATE A PROXIMA VARREDURA.
              OPEN OUTPUT ARQ-VARREDURA-CTL
              CLOSE ARQ-VARREDURA-CTL
              PERFORM 0025-SINALIZAR-MANUTENCAO
              PERFORM 0009-LER-CHECKPOINT
              PERFORM 0015-LER-SEQUENCIA-SOCIO
           END-IF.
      *    A SUBSTITUICAO DE LOTE NAO RETOMA PELO CHECKPOINT: O LOTE E
      *    REAPLICADO POR INTEIRO, PARA QUE TODO REGISTRO REPUBLICADO
      *    LEVE O CARIMBO DESTA EXECUCAO E NAO SEJA TOMADO POR SOBRA.
           IF WS-PARM-LOTE-SUBST IS GREATER THAN ZERO THEN
              MOVE 0 TO WS-CKPT-PASSO
              MOVE 0 TO WS-CKPT-ARQUIVO
              MOVE 'N' TO WS-RESTART-IND
           END-IF.
           PERFORM 0013-MONTAR-NOMES-ARQUIVO.
           PERFORM 0002-ABRIR-ARQUIVO.
           IF WS-PARM-SIMULACAO IS EQUAL TO 'N' THEN
              PERFORM 0016-GRAVAR-SEQUENCIA-SOCIO
              IF WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                 WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                 PERFORM 0011-LIMPAR-CHECKPOINT
              END-IF
              PERFORM 0026-LIBERAR-MANUTENCAO
              ACCEPT WS-HORA-FIM FROM TIME
              PERFORM 0008-EMITIR-TOTAIS-CONTROLE
              IF WS-PARADA-SOLICITADA IS EQUAL TO 'N' THEN
                 IF WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                    PERFORM 0036-GRAVAR-ESTATISTICAS-BASE
                 END-IF
              ELSE
                 PERFORM 0083-REGISTRAR-PARADA
                 MOVE 4 TO RETURN-CODE
              WS-DIF-SOCIO IS NOT EQUAL TO ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
      *    LOTE QUE NAO ABRIU: A DIARIA NAO FOI APLICADA POR INTEIRO
      *    E NAO ENTRA NO CALENDARIO; O CHECKPOINT PERMITE RETOMAR.
           IF WS-LOTE-INDISPONIVEL IS EQUAL TO 'S' THEN
              MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-PARM-SIMULACAO IS EQUAL TO 'N' AND
              WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
              PERFORM 0099-REGISTRAR-CALENDARIO
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'LIDOS-EMP=' DELIMITED BY SIZE
                  WS-CONT-LIDO-TIPO1 DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
       0002-ABRIR-ARQUIVO.
           PERFORM 0006-DETECTAR-MODO-CARGA.
      *    A SUBSTITUICAO DE LOTE REPUBLICADO E SEMPRE APLICADA COMO
      *    ATUALIZACAO SOBRE A BASE JA CARREGADA, COM JOURNAL, AINDA
      *    QUE O LOTE SEJA DE CARGA COMPLETA.
           IF WS-PARM-LOTE-SUBST IS GREATER THAN ZERO THEN
              MOVE 'D' TO WS-MODO-CARGA
              DISPLAY 'SUBSTITUICAO DO LOTE L000' WS-PARM-LOTE-SUBST
                 ' DA COMPETENCIA ' WS-PARM-SUFIXO-DATA
           END-IF.
           IF WS-PARM-SIMULACAO IS EQUAL TO 'S' THEN
      *       A SIMULACAO SO PRODUZ DIVERGENCIAS DE CEP E OCORRENCIAS
      *       DE REGRAS; OS ARQUIVOS DE REJEITADOS NAO SAO ABERTOS
                 1 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                1 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 1) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 1 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00001 ...'
                     OPEN INPUT ARQ1
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ1
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ1 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ1
                        MOVE 1 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00001 JA PROCESSADO - PULANDO'
             END-IF
                 2 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                2 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 2) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 2 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00002 ...'
                     OPEN INPUT ARQ2
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ2
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ2 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ2
                        MOVE 2 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00002 JA PROCESSADO - PULANDO'
             END-IF
                 3 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                3 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 3) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 3 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00003 ...'
                     OPEN INPUT ARQ3
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ3
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ3 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ3
                        MOVE 3 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00003 JA PROCESSADO - PULANDO'
             END-IF
                 4 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                4 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 4) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 4 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00004 ...'
                     OPEN INPUT ARQ4
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ4
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ4 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ4
                        MOVE 4 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00004 JA PROCESSADO - PULANDO'
             END-IF
                 5 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                5 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 5) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 5 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00005 ...'
                     OPEN INPUT ARQ5
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ5
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ5 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ5
                        MOVE 5 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00005 JA PROCESSADO - PULANDO'
             END-IF
                 6 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                6 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 6) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 6 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00006 ...'
                     OPEN INPUT ARQ6
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ6
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ6 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ6
                        MOVE 6 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00006 JA PROCESSADO - PULANDO'
             END-IF
                 7 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                7 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 7) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 7 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00007 ...'
                     OPEN INPUT ARQ7
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ7
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ7 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ7
                        MOVE 7 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00007 JA PROCESSADO - PULANDO'
             END-IF
                 8 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                8 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 8) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 8 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00008 ...'
                     OPEN INPUT ARQ8
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ8
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ8 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ8
                        MOVE 8 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00008 JA PROCESSADO - PULANDO'
             END-IF
                 9 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                9 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 9) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 9 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00009 ...'
                     OPEN INPUT ARQ9
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ9
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ9 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ9
                        MOVE 9 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00009 JA PROCESSADO - PULANDO'
             END-IF
                 10 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                10 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 10) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 10 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00010 ...'
                     OPEN INPUT ARQ10
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ10
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ10 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ10
                        MOVE 10 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00010 JA PROCESSADO - PULANDO'
             END-IF
                 11 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                11 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 11) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 11 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00011 ...'
                     OPEN INPUT ARQ11
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ11
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ11 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ11
                        MOVE 11 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00011 JA PROCESSADO - PULANDO'
             END-IF
                 12 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                12 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 12) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 12 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00012 ...'
                     OPEN INPUT ARQ12
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ12
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ12 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ12
                        MOVE 12 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00012 JA PROCESSADO - PULANDO'
             END-IF
                 13 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                13 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 13) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 13 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00013 ...'
                     OPEN INPUT ARQ13
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ13
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ13 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ13
                        MOVE 13 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00013 JA PROCESSADO - PULANDO'
             END-IF
                 14 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                14 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 14) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 14 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00014 ...'
                     OPEN INPUT ARQ14
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ14
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ14 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ14
                        MOVE 14 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00014 JA PROCESSADO - PULANDO'
             END-IF
                 15 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                15 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 15) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 15 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00015 ...'
                     OPEN INPUT ARQ15
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ15
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ15 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ15
                        MOVE 15 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00015 JA PROCESSADO - PULANDO'
             END-IF
                 16 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                16 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 16) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 16 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00016 ...'
                     OPEN INPUT ARQ16
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ16
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ16 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ16
                        MOVE 16 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00016 JA PROCESSADO - PULANDO'
             END-IF
                 17 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                17 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 17) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 17 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00017 ...'
                     OPEN INPUT ARQ17
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ17
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ17 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ17
                        MOVE 17 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00017 JA PROCESSADO - PULANDO'
             END-IF
                 18 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                18 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 18) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 18 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00018 ...'
                     OPEN INPUT ARQ18
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ18
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ18 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ18
                        MOVE 18 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00018 JA PROCESSADO - PULANDO'
             END-IF
                 19 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                19 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 19) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 19 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00019 ...'
                     OPEN INPUT ARQ19
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ19
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ19 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ19
                        MOVE 19 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00019 JA PROCESSADO - PULANDO'
             END-IF
                 20 IS GREATER THAN WS-CKPT-ARQUIVO)) AND
                20 IS LESS THAN OR EQUAL TO
                WS-PARM-QTD-ARQUIVOS AND
                (WS-PARM-LOTE-SUBST IS EQUAL TO ZERO OR
                 WS-PARM-LOTE-SUBST IS EQUAL TO 20) AND
                WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                     MOVE 'N' TO WS-EOF
                     MOVE 20 TO WS-LOTE-ATUAL
                     DISPLAY 'LENDO ARQUIVO L00020 ...'
                     OPEN INPUT ARQ20
                     IF ST-ARQUIVO-LOTE IS NOT EQUAL TO '00' THEN
                        PERFORM 0113-LOTE-INDISPONIVEL
                     ELSE
                        PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                              READ ARQ20
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END PERFORM
                                 MOVE FD-REG-ARQ20 TO REGISTRO-RFB
                                 PERFORM 0003-GRAVAR-REGISTRO
                              END-PERFORM
                        END-PERFORM
                        CLOSE ARQ20
                        MOVE 20 TO WS-CKPT-ARQUIVO
                        PERFORM 0010-GRAVAR-CHECKPOINT
                     END-IF
             ELSE
                     DISPLAY 'ARQUIVO L00020 JA PROCESSADO - PULANDO'
             END-IF
             IF WS-PASSO-ARQUIVO IS EQUAL TO 1 THEN
                     CLOSE ARQ-EMPRESAS
                     IF WS-PARM-SIMULACAO IS EQUAL TO 'N' AND
                        WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
                        WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                             PERFORM 0021-APLICAR-BASE-POS-CARGA
                             PERFORM 0052-APLICAR-SIMPLES-POS-CARGA
                             PERFORM 0091-REAPLICAR-CORRECOES
                     END-IF
             END-IF
             IF WS-PASSO-ARQUIVO IS EQUAL TO 2 THEN
                     CLOSE ARQ-SOCIOS
             END-IF
           END-PERFORM
           IF WS-PARM-LOTE-SUBST IS GREATER THAN ZERO AND
              WS-PARADA-SOLICITADA IS EQUAL TO 'N' AND
              WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
              PERFORM 0106-REMOVER-SOBRAS-LOTE
           END-IF.
           CLOSE ARQ-EMPRESA-BASE.
           CLOSE ARQ-SIMPLES-RAIZ.
           CLOSE ARQ-SIMPLES-ORFAOS.
           CLOSE ARQ-REGIME.
           CLOSE ARQ-OCORR-REGRAS.
           CLOSE ARQ-INDICE-RAZAO.
           CLOSE ARQ-INDICE-CONTATO.
           CLOSE ARQ-REJEITADOS.
           CLOSE ARQ-REJ-REGISTROS.
           CLOSE ARQ-DIVERG-CEP.
           CLOSE ARQ-HISTORICO-SIT.
           CLOSE ARQ-HISTORICO-SOC.
           CLOSE ARQ-HIST-CAPITAL.
           CLOSE ARQ-ORIGEM-LOTE.
           IF WS-HIST-END-ATIVO IS EQUAL TO 'S' THEN
              CLOSE ARQ-HISTORICO-END
           END-IF.
      *    O JOURNAL E A UNICA FONTE DO DESFAZIMENTO DA CARGA
      *    DIARIA: FECHADO EXPLICITAMENTE, TAMBEM NO ENCERRAMENTO
      *    POR PARADA SOLICITADA, PARA NAO DEPENDER DO FECHAMENTO
                           OPEN OUTPUT ARQ-INDICE-RAZAO
                   END-IF
           END-IF.
           IF WS-MODO-CARGA IS EQUAL TO 'F' AND
              WS-RESTART-IND IS EQUAL TO 'N' THEN
                   OPEN OUTPUT ARQ-INDICE-CONTATO
           ELSE
                   OPEN I-O ARQ-INDICE-CONTATO
                   IF ST-ARQUIVO-ICT IS EQUAL TO '35' THEN
                           OPEN OUTPUT ARQ-INDICE-CONTATO
                   END-IF
           END-IF.
      *    O ARQUIVO DO SIMPLES POR RAIZ SEGUE A MESMA REGRA DO
      *    EMPRESA-BASE: RECRIADO NA CARGA COMPLETA SEM RESTART,
      *    REAPROVEITADO NAS DEMAIS SITUACOES.
                        END-READ
                   END-START
           END-IF.
      *    A ORIGEM DE CADA EMPRESA E SOCIO (SUFIXO + NUMERO DO LOTE)
      *    ACOMPANHA A BASE: RECRIADA NA CARGA COMPLETA SEM RESTART,
      *    ATUALIZADA PELAS DIARIAS E PELA SUBSTITUICAO DE LOTE.
           IF WS-MODO-CARGA IS EQUAL TO 'F' AND
              WS-RESTART-IND IS EQUAL TO 'N' THEN
                   OPEN OUTPUT ARQ-ORIGEM-LOTE
                   CLOSE ARQ-ORIGEM-LOTE
                   OPEN I-O ARQ-ORIGEM-LOTE
           ELSE
                   OPEN I-O ARQ-ORIGEM-LOTE
                   IF ST-ARQUIVO-ORL IS EQUAL TO '35' THEN
                           OPEN OUTPUT ARQ-ORIGEM-LOTE
                           CLOSE ARQ-ORIGEM-LOTE
                           OPEN I-O ARQ-ORIGEM-LOTE
                   END-IF
           END-IF.
      *    O ARQUIVO DE REGIME DE TRIBUTACAO E ACUMULATIVO POR
      *    ANO-CALENDARIO: NUNCA E RECRIADO PELA CARGA, APENAS
      *    COMPLETADO.
           IF ST-ARQUIVO-HSOC IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-HISTORICO-SOC
           END-IF.
           OPEN I-O ARQ-HISTORICO-END.
           IF ST-ARQUIVO-HEND IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-HISTORICO-END
           END-IF.
           IF ST-ARQUIVO-HEND IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-HIST-END-ATIVO
           ELSE
              MOVE 'N' TO WS-HIST-END-ATIVO
              DISPLAY '*** HISTORICO DE ENDERECO INDISPONIVEL (STATUS '
                 ST-ARQUIVO-HEND ') - MUDANCAS DE SEDE NAO SERAO '
                 'HISTORIZADAS ***'
           END-IF.

       0003-GRAVAR-REGISTRO.
           IF WS-PASSO-ARQUIVO IS EQUAL TO 1 THEN
                   MOVE REGISTRO-RFB-SOCIO TO FD-REG-SOCIO
                   MOVE WS-CPF-MIOLO-SOC TO FRS-CPF-MIOLO
                   MOVE WS-FON-SAIDA TO FRS-NOME-FONETICO
                   PERFORM 0111-CIFRAR-SOCIO
                   WRITE FD-REG-SOCIO
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        ADD 1 TO WS-CONT-GRAVADO-SOC
                        MOVE 'SOC' TO WS-ORL-CHAVE-TRABALHO(1:3)
                        MOVE SPACES TO WS-ORL-CHAVE-TRABALHO(4:14)
                        MOVE WS-COD-SOCIO TO WS-ORL-CHAVE-TRABALHO(4:11)
                        PERFORM 0107-GRAVAR-ORIGEM
                   END-WRITE
                   ADD 1 WS-COD-SOCIO GIVING WS-COD-SOCIO
           ELSE
                   PERFORM 0007-LOCALIZAR-SOCIO-EXISTENTE
                   MOVE 'SOC' TO WS-ORL-CHAVE-TRABALHO(1:3)
                   MOVE SPACES TO WS-ORL-CHAVE-TRABALHO(4:14)
                   MOVE 'N' TO WS-ORIGEM-OUTRA-CARGA
                   IF WS-SOCIO-ENCONTRADO IS EQUAL TO 'S' THEN
                      MOVE WS-COD-SOCIO-ENCONTRADO TO
                        WS-ORL-CHAVE-TRABALHO(4:11)
                      PERFORM 0108-VERIFICAR-ORIGEM-SUBST
                   ELSE
                      MOVE WS-COD-SOCIO TO WS-ORL-CHAVE-TRABALHO(4:11)
                   END-IF
                   EVALUATE TRUE
                     WHEN WS-ORIGEM-OUTRA-CARGA IS EQUAL TO 'S'
                        ADD 1 TO WS-CONT-IGNORADO-SOC
                     WHEN RRS-TIPO-ATUALIZACAO IS EQUAL TO '3'
                        ADD 1 TO WS-CONT-EXCLUIDO-SOC
                        IF WS-SOCIO-ENCONTRADO IS EQUAL TO 'S'
                             INVALID KEY
                                CONTINUE
                           END-DELETE
                           PERFORM 0109-EXCLUIR-ORIGEM
                           MOVE 'SAIDA' TO WS-EVENTO-SOCIETARIO
                           PERFORM 0023-GRAVAR-HISTORICO-SOC
                        END-IF
                        MOVE WS-CPF-MIOLO-SOC TO FRS-CPF-MIOLO
                        MOVE WS-FON-SAIDA TO FRS-NOME-FONETICO
                        MOVE WS-COD-SOCIO-ENCONTRADO TO FRS-COD-SOCIO
                        PERFORM 0111-CIFRAR-SOCIO
                        REWRITE FD-REG-SOCIO
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-CONT-GRAVADO-SOC
                             PERFORM 0107-GRAVAR-ORIGEM
                        END-REWRITE
                        PERFORM 0075-JOURNAL-ALTERACAO-SOC
                        IF WS-PERC-CAPITAL-ANTERIOR IS NOT EQUAL TO
                        MOVE REGISTRO-RFB-SOCIO TO FD-REG-SOCIO
                        MOVE WS-CPF-MIOLO-SOC TO FRS-CPF-MIOLO
                        MOVE WS-FON-SAIDA TO FRS-NOME-FONETICO
                        PERFORM 0111-CIFRAR-SOCIO
                        WRITE FD-REG-SOCIO
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-CONT-GRAVADO-SOC
                             PERFORM 0107-GRAVAR-ORIGEM
                        END-WRITE
                        PERFORM 0076-JOURNAL-INCLUSAO-SOC
                        ADD 1 WS-COD-SOCIO GIVING WS-COD-SOCIO
                   PERFORM 0043-VALIDAR-PAIS-EMPRESA
                   PERFORM 0032-VALIDAR-DATAS-EMPRESA
                   PERFORM 0056-APLICAR-REGRAS-EMPRESA
                   MOVE 'EMP' TO WS-ORL-CHAVE-TRABALHO(1:3)
                   MOVE RRE-CNPJ TO WS-ORL-CHAVE-TRABALHO(4:14)
                   PERFORM 0108-VERIFICAR-ORIGEM-SUBST
                   IF WS-DATAS-EMPRESA-OK IS EQUAL TO 'N' THEN
                           MOVE 'DATA INVALIDA NO REGISTRO DE EMPRESA'
                             TO WS-MOTIVO-REJEICAO
                             TO WS-MOTIVO-REJEICAO
                           PERFORM 0014-GRAVAR-REJEITADO-EMPRESA
                   ELSE
                   IF WS-ORIGEM-OUTRA-CARGA IS EQUAL TO 'S' THEN
                           ADD 1 TO WS-CONT-IGNORADO-EMP
                   ELSE
                   IF WS-MODO-CARGA IS EQUAL TO 'D' AND
                      RRE-TIPO-ATUALIZACAO IS NOT EQUAL TO '3' THEN
                           PERFORM 0017-CAPTURAR-SITUACAO-ANTERIOR
                   IF RRE-NOME-FANTASIA IS NOT EQUAL TO SPACES THEN
                           PERFORM 0037-GRAVAR-INDICE-PALAVRAS
                   END-IF
                   PERFORM 0088-GRAVAR-INDICE-CONTATOS
                   PERFORM 0082-GERAR-CHAVE-ENDERECO
                   IF WS-MODO-CARGA IS EQUAL TO 'F' THEN
                           WRITE FD-REG-EMPRESA
                                CONTINUE
                             NOT INVALID KEY
                                ADD 1 TO WS-CONT-GRAVADO-EMP
                                PERFORM 0107-GRAVAR-ORIGEM
                           END-WRITE
                   ELSE
                           EVALUATE RRE-TIPO-ATUALIZACAO
                                  INVALID KEY
                                     CONTINUE
                                END-DELETE
                                PERFORM 0109-EXCLUIR-ORIGEM
                             WHEN OTHER
                                WRITE FD-REG-EMPRESA
                                  INVALID KEY
                                          CONTINUE
                                       NOT INVALID KEY
                                          ADD 1 TO WS-CONT-GRAVADO-EMP
                                          PERFORM 0107-GRAVAR-ORIGEM
                                     END-REWRITE
                                  NOT INVALID KEY
                                     ADD 1 TO WS-CONT-GRAVADO-EMP
                                     PERFORM 0107-GRAVAR-ORIGEM
                                END-WRITE
                                PERFORM 0073-JOURNAL-GRAVACAO-EMP
                                PERFORM 0018-REGISTRAR-MUDANCA-SITUACAO
                                PERFORM 0087-REGISTRAR-EVENTO-CAPITAL
                                PERFORM 0090-REGISTRAR-MUDANCA-SEDE
                           END-EVALUATE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-IF.
       0019-GRAVAR-EMPRESA-BASE.
           IF RRB-FIM-REGISTRO IS NOT EQUAL TO
              WRITE REG-HIST-CAPITAL
           END-IF.

       0090-REGISTRAR-MUDANCA-SEDE.
      *    MUDANCA DE MUNICIPIO OU DE UF DA SEDE NA CARGA DIARIA VAI
      *    PARA HISTORICO-ENDERECO.DAT, POR CNPJ, COM PORTE E CNAE
      *    DO MOMENTO - BASE DA MATRIZ DE MIGRACAO DE SEDES
      *    (RELATORIO-MIGRACAO-SEDES), QUE COMPLETA O HISTORICO COM
      *    A COMPARACAO ENTRE COMPETENCIAS.
           IF WS-HIST-END-ATIVO IS EQUAL TO 'S' AND
              WS-SIT-ANT-ENCONTRADA IS EQUAL TO 'S' AND
              (WS-UF-ANTERIOR IS NOT EQUAL TO RRE-UF OR
               WS-COD-MUN-ANTERIOR IS NOT EQUAL TO RRE-COD-MUNICIPIO)
           THEN
              MOVE RRE-CNPJ TO HEN-CNPJ
              ACCEPT HEN-DATA-MUDANCA FROM DATE YYYYMMDD
              ACCEPT HEN-HORA-MUDANCA FROM TIME
              MOVE 'D' TO HEN-ORIGEM
              MOVE SPACES TO HEN-COMPETENCIA
              MOVE WS-UF-MUN-ANTERIOR TO HEN-UF-MUN-ANTERIOR
              MOVE WS-MUNICIPIO-ANTERIOR TO HEN-MUNICIPIO-ANTERIOR
              MOVE RRE-UF TO HEN-UF-NOVO
              MOVE RRE-COD-MUNICIPIO TO HEN-COD-MUN-NOVO
              MOVE RRE-MUNICIPIO TO HEN-MUNICIPIO-NOVO
              MOVE RRE-PORTE-EMPRESA TO HEN-PORTE-EMPRESA
              MOVE RRE-CNAE-FISCAL TO HEN-CNAE-FISCAL
              WRITE FD-REG-HIST-END
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-MUDANCAS-SEDE
              END-WRITE
           END-IF.

       0091-REAPLICAR-CORRECOES.
      *    CAMADA DE CORRECOES PERSISTENTES: AS CORRECOES APROVADAS
      *    NA TELA (0127-APLICAR-PROPOSTA) E NO MANUTENCAO-EM-MASSA
      *    FICAM EM CORRECOES-PERSISTENTES.DAT E SAO REAPLICADAS
      *    AQUI, AO FINAL DA CARGA DE EMPRESAS. SITUACAO: A=ATIVA,
      *    C=EM CONFLITO (AGUARDA O APROVADOR NA OPCAO A DO MENU),
      *    D=DESCARTADA. SE A BASE AINDA TRAZ O VALOR QUE A RFB
      *    TINHA QUANDO A CORRECAO FOI FEITA, A CORRECAO E
      *    REGRAVADA; SE A RFB PASSOU A MANDAR OUTRO VALOR PARA O
      *    MESMO CAMPO, A CORRECAO NAO E APLICADA E VAI PARA
      *    CONFLITOS-CORRECOES.TXT.
           OPEN I-O ARQ-CORRECOES.
           IF ST-ARQUIVO-COR IS EQUAL TO '00' THEN
              DISPLAY 'REAPLICANDO CORRECOES MANUAIS PERSISTENTES ...'
              OPEN I-O ARQ-EMPRESAS
              OPEN OUTPUT ARQ-CONFLITOS-COR
              MOVE SPACES TO REG-CONFLITO-COR
              STRING 'CONFLITOS ENTRE CORRECOES MANUAIS E A CARGA RFB'
                        DELIMITED BY SIZE
                     ' DE ' DELIMITED BY SIZE
                     WS-DATA-HOJE-CARGA DELIMITED BY SIZE
                INTO REG-CONFLITO-COR
              END-STRING
              WRITE REG-CONFLITO-COR
              MOVE 'CONFLITO;CNPJ;CAMPO;VALOR-CORRIGIDO;RFB-NA-CORRECAO;
      -         'RFB-ATUAL;USUARIO;DATA-CORRECAO' TO REG-CONFLITO-COR
              WRITE REG-CONFLITO-COR
              MOVE 'N' TO WS-EOF-COR
              PERFORM UNTIL WS-EOF-COR IS EQUAL TO 'Y'
                READ ARQ-CORRECOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-COR
                  NOT AT END
                     EVALUATE COR-SITUACAO
                       WHEN 'A'
                          PERFORM 0092-REAPLICAR-UMA-CORRECAO
                       WHEN 'C'
                          ADD 1 TO WS-CONT-COR-PENDENTES
                          MOVE 'PENDENTE' TO WS-COR-ROTULO
                          PERFORM 0095-RELATAR-CONFLITO-COR
                       WHEN OTHER
                          CONTINUE
                     END-EVALUATE
                END-READ
              END-PERFORM
              MOVE SPACES TO REG-CONFLITO-COR
              STRING 'TOTAIS;REAPLICADAS=' DELIMITED BY SIZE
                     WS-CONT-COR-REAPLICADAS DELIMITED BY SIZE
                     ';VIGENTES=' DELIMITED BY SIZE
                     WS-CONT-COR-VIGENTES DELIMITED BY SIZE
                     ';CONFLITOS-NOVOS=' DELIMITED BY SIZE
                     WS-CONT-COR-CONFLITOS DELIMITED BY SIZE
                     ';CONFLITOS-PENDENTES=' DELIMITED BY SIZE
                     WS-CONT-COR-PENDENTES DELIMITED BY SIZE
                INTO REG-CONFLITO-COR
              END-STRING
              WRITE REG-CONFLITO-COR
              CLOSE ARQ-CONFLITOS-COR
              CLOSE ARQ-EMPRESAS
              CLOSE ARQ-CORRECOES
           END-IF.

       0092-REAPLICAR-UMA-CORRECAO.
           MOVE COR-CNPJ TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                PERFORM 0093-LER-CAMPO-CORRIGIDO
                EVALUATE TRUE
                  WHEN WS-COR-VALOR-ATUAL IS EQUAL TO
                       COR-VALOR-CORRIGIDO
                     ADD 1 TO WS-CONT-COR-VIGENTES
                  WHEN WS-COR-VALOR-ATUAL IS EQUAL TO COR-VALOR-RFB
                     PERFORM 0094-GRAVAR-CAMPO-CORRIGIDO
                     REWRITE FD-REG-EMPRESA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-COR-REAPLICADAS
                          MOVE WS-DATA-HOJE-CARGA TO COR-DATA-ULT-CARGA
                          REWRITE FD-REG-CORRECAO
                            INVALID KEY
                               CONTINUE
                          END-REWRITE
                     END-REWRITE
                  WHEN OTHER
                     MOVE 'C' TO COR-SITUACAO
                     MOVE WS-COR-VALOR-ATUAL TO COR-VALOR-RFB-NOVO
                     MOVE WS-DATA-HOJE-CARGA TO COR-DATA-ULT-CARGA
                     REWRITE FD-REG-CORRECAO
                       INVALID KEY
                          CONTINUE
                     END-REWRITE
                     ADD 1 TO WS-CONT-COR-CONFLITOS
                     MOVE 'NOVO' TO WS-COR-ROTULO
                     PERFORM 0095-RELATAR-CONFLITO-COR
                END-EVALUATE
           END-READ.

       0093-LER-CAMPO-CORRIGIDO.
      *    OS NOMES DE CAMPO SAO OS DO ARQUIVO DE COMANDOS DO
      *    MANUTENCAO-EM-MASSA (CAMPOS EDITAVEIS DA MANUTENCAO).
           MOVE SPACES TO WS-COR-VALOR-ATUAL.
           EVALUATE COR-CAMPO
             WHEN 'FRE-LOGRADOURO'
                MOVE FRE-LOGRADOURO TO WS-COR-VALOR-ATUAL
             WHEN 'FRE-NUMERO'
                MOVE FRE-NUMERO TO WS-COR-VALOR-ATUAL
             WHEN 'FRE-COMPLEMENTO'
                MOVE FRE-COMPLEMENTO TO WS-COR-VALOR-ATUAL
             WHEN 'FRE-BAIRRO'
                MOVE FRE-BAIRRO TO WS-COR-VALOR-ATUAL
             WHEN 'FRE-CEP'
                MOVE FRE-CEP TO WS-COR-VALOR-ATUAL
             WHEN 'FRE-UF'
                MOVE FRE-UF TO WS-COR-VALOR-ATUAL
             WHEN 'FRE-DDD-1'
                MOVE FRE-DDD-1 TO WS-COR-VALOR-ATUAL
             WHEN 'FRE-TELEFONE-1'
                MOVE FRE-TELEFONE-1 TO WS-COR-VALOR-ATUAL
             WHEN 'FRE-CORREIO-ELETRONICO'
                MOVE FRE-CORREIO-ELETRONICO TO WS-COR-VALOR-ATUAL
           END-EVALUATE.

       0094-GRAVAR-CAMPO-CORRIGIDO.
           EVALUATE COR-CAMPO
             WHEN 'FRE-LOGRADOURO'
                MOVE COR-VALOR-CORRIGIDO(1:60) TO FRE-LOGRADOURO
             WHEN 'FRE-NUMERO'
                MOVE COR-VALOR-CORRIGIDO(1:6) TO FRE-NUMERO
             WHEN 'FRE-COMPLEMENTO'
                MOVE COR-VALOR-CORRIGIDO(1:156) TO FRE-COMPLEMENTO
             WHEN 'FRE-BAIRRO'
                MOVE COR-VALOR-CORRIGIDO(1:50) TO FRE-BAIRRO
             WHEN 'FRE-CEP'
                MOVE COR-VALOR-CORRIGIDO(1:8) TO FRE-CEP
             WHEN 'FRE-UF'
                MOVE COR-VALOR-CORRIGIDO(1:2) TO FRE-UF
             WHEN 'FRE-DDD-1'
                MOVE COR-VALOR-CORRIGIDO(1:4) TO FRE-DDD-1
             WHEN 'FRE-TELEFONE-1'
                MOVE COR-VALOR-CORRIGIDO(1:8) TO FRE-TELEFONE-1
             WHEN 'FRE-CORREIO-ELETRONICO'
                MOVE COR-VALOR-CORRIGIDO(1:115) TO
                  FRE-CORREIO-ELETRONICO
           END-EVALUATE.

       0095-RELATAR-CONFLITO-COR.
           MOVE SPACES TO REG-CONFLITO-COR.
           STRING WS-COR-ROTULO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  COR-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  COR-CAMPO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  COR-VALOR-CORRIGIDO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  COR-VALOR-RFB DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  COR-VALOR-RFB-NOVO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  COR-USUARIO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  COR-DATA-CORRECAO DELIMITED BY SIZE
             INTO REG-CONFLITO-COR
           END-STRING.
           WRITE REG-CONFLITO-COR.

       0096-VERIFICAR-CALENDARIO.
      *    SUFIXO CUJA ULTIMA SITUACAO NO CALENDARIO E CONCLUIDA OU
      *    RESSALVAS JA FOI CARREGADO (REPETIDA); SUFIXO MENOR QUE O
      *    MAIOR JA CARREGADO CHEGA FORA DE ORDEM (FORA-ORDEM). CARGA
      *    PARADA OU DESFEITA NAO CONTA: A RETOMADA POR CHECKPOINT E
      *    A RECARGA DEPOIS DO DESFAZER-CARGA-DIARIA SEGUEM LIVRES.
           MOVE 'N' TO WS-CARGA-RECUSADA.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           MOVE SPACES TO WS-AUTORIZACAO-USADA.
           MOVE SPACES TO WS-AUTORIZACAO-RESP.
           PERFORM 0100-CARREGAR-CALENDARIO.
           PERFORM 0101-LOCALIZAR-SUFIXO-CALENDARIO.
      *    A SUBSTITUICAO DE LOTE, AO CONTRARIO, SO VALE PARA SUFIXO
      *    JA CARREGADO - E A REPETICAO ESPERADA DE UM UNICO LOTE.
           IF WS-PARM-LOTE-SUBST IS GREATER THAN ZERO THEN
              IF WS-CAL-SITUACAO-SUFIXO IS NOT EQUAL TO 'CONCLUIDA'
                 AND WS-CAL-SITUACAO-SUFIXO IS NOT EQUAL TO
                 'RESSALVAS' THEN
                 MOVE 'S' TO WS-CARGA-RECUSADA
                 MOVE 'SEM-CARGA' TO WS-MOTIVO-RECUSA
                 DISPLAY '*** SUFIXO ' WS-PARM-SUFIXO-DATA ' NAO '
                    'CONSTA COMO CARREGADO NO CALENDARIO - '
                    'SUBSTITUICAO DE LOTE RECUSADA ***'
              END-IF
           ELSE
           IF WS-CAL-SITUACAO-SUFIXO IS EQUAL TO 'CONCLUIDA' OR
              WS-CAL-SITUACAO-SUFIXO IS EQUAL TO 'RESSALVAS' THEN
              MOVE 'REPETIDA' TO WS-MOTIVO-RECUSA
           ELSE
              IF WS-PARM-SUFIXO-DATA IS LESS THAN
                 WS-CAL-MAIOR-SUFIXO THEN
                 MOVE 'FORA-ORDEM' TO WS-MOTIVO-RECUSA
              END-IF
           END-IF
           END-IF.
           IF WS-MOTIVO-RECUSA IS NOT EQUAL TO SPACES AND
              WS-CARGA-RECUSADA IS EQUAL TO 'N' THEN
              PERFORM 0102-PROCURAR-AUTORIZACAO
              IF WS-AUTORIZACAO-USADA IS EQUAL TO SPACES THEN
                 MOVE 'S' TO WS-CARGA-RECUSADA
                 DISPLAY '*** SUFIXO ' WS-PARM-SUFIXO-DATA
                    ' RECUSADO PELO CALENDARIO DE CARGAS: '
                    WS-MOTIVO-RECUSA ' (ULTIMO CARREGADO: '
                    WS-CAL-MAIOR-SUFIXO ') ***'
                 DISPLAY '*** REGISTRAR AUTORIZACAO DO DIA COM O '
                    'AUTORIZAR-CARGA-EXCECAO - CARGA NAO '
                    'INICIADA ***'
              ELSE
                 DISPLAY 'CARGA ' WS-MOTIVO-RECUSA ' AUTORIZADA POR '
                    WS-AUTORIZACAO-RESP
              END-IF
           END-IF.
       0097-RECUPERAR-ATRASO.
      *    RECUPERACAO DE ATRASO: AS DIARIAS PRESENTES NO DIRETORIO
      *    DE DADOS (LOTE L00001 DE CADA SUFIXO) POSTERIORES AO ULTIMO
      *    SUFIXO CARREGADO SAO APLICADAS EM ORDEM CRESCENTE, CADA
      *    UMA COMO CARGA DIARIA INTEIRA - JOURNAL, HISTORICOS,
      *    TOTAIS, CALENDARIO E SUMARIO PROPRIOS - COM A QUANTIDADE
      *    DE LOTES ENCONTRADA NO DIRETORIO PARA O SUFIXO. A FILA
      *    PARA EM VEREDICTO NOGO DO SUFIXO, LOTE DE CARGA COMPLETA,
      *    LOTE QUE NAO ABRE, PARADA SOLICITADA, ERRO OU DIFERENCA
      *    NOS TOTAIS DE CONTROLE, PARA A DIARIA SEGUINTE NAO SER
      *    APLICADA SOBRE UMA BASE DUVIDOSA.
           MOVE ZERO TO WS-MAIOR-RC.
           MOVE ZERO TO WS-CONT-DIARIAS-APLICADAS.
           MOVE 'N' TO WS-RECUPERACAO-ENCERRADA.
           MOVE SPACES TO WS-AUTORIZACAO-USADA.
           MOVE SPACES TO WS-AUTORIZACAO-RESP.
           PERFORM 0100-CARREGAR-CALENDARIO.
           PERFORM 0104-LISTAR-DIARIAS-PENDENTES.
           DISPLAY 'ULTIMO SUFIXO CARREGADO: ' WS-CAL-MAIOR-SUFIXO.
           DISPLAY 'DIARIAS PENDENTES A APLICAR: ' WS-QTD-PENDENTES.
           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
             UNTIL WS-IDX-PEND IS GREATER THAN WS-QTD-PENDENTES OR
                   WS-RECUPERACAO-ENCERRADA IS EQUAL TO 'S'
             MOVE WS-PEND-SUFIXO(WS-IDX-PEND) TO WS-PARM-SUFIXO-DATA
             DISPLAY '--- RECUPERACAO: DIARIA ' WS-PARM-SUFIXO-DATA
                ' (' WS-IDX-PEND '/' WS-QTD-PENDENTES ') ---'
             PERFORM 0114-LIBERAR-DIARIA-PENDENTE
             IF WS-RECUPERACAO-ENCERRADA IS EQUAL TO 'N' THEN
                PERFORM 0013-MONTAR-NOMES-ARQUIVO
                PERFORM 0006-DETECTAR-MODO-CARGA
                IF WS-MODO-CARGA IS EQUAL TO 'F' THEN
                   DISPLAY '*** SUFIXO ' WS-PARM-SUFIXO-DATA ' E CARGA '
                      'COMPLETA - RECUPERACAO ENCERRADA; CARREGAR PELO '
                      'FLUXO NORMAL ***'
                   MOVE 'S' TO WS-RECUPERACAO-ENCERRADA
                   IF WS-MAIOR-RC IS LESS THAN 4 THEN
                      MOVE 4 TO WS-MAIOR-RC
                   END-IF
                ELSE
                   PERFORM 0105-ZERAR-CONTROLES-CARGA
                   PERFORM 0098-EXECUTAR-CARGA
                   IF WS-LOTE-INDISPONIVEL IS EQUAL TO 'N' THEN
                      ADD 1 TO WS-CONT-DIARIAS-APLICADAS
                   END-IF
                   IF RETURN-CODE IS GREATER THAN WS-MAIOR-RC THEN
                      MOVE RETURN-CODE TO WS-MAIOR-RC
                   END-IF
                   IF WS-PARADA-SOLICITADA IS EQUAL TO 'S' OR
                      RETURN-CODE IS GREATER THAN 4 OR
                      WS-DIF-EMPRESA IS NOT EQUAL TO ZERO OR
                      WS-DIF-SOCIO IS NOT EQUAL TO ZERO THEN
                      DISPLAY '*** RECUPERACAO INTERROMPIDA APOS O '
                         'SUFIXO ' WS-PARM-SUFIXO-DATA ' ***'
                      MOVE 'S' TO WS-RECUPERACAO-ENCERRADA
                   END-IF
                END-IF
             END-IF
           END-PERFORM.
           DISPLAY 'DIARIAS APLICADAS NA RECUPERACAO: '
              WS-CONT-DIARIAS-APLICADAS.
           IF WS-QTD-PENDENTES IS EQUAL TO ZERO THEN
              MOVE ZERO TO RETURN-CODE
              MOVE SPACES TO WS-SUM-CONTADORES
              STRING 'RECUPERACAO SEM DIARIAS PENDENTES APOS '
                        DELIMITED BY SIZE
                     WS-CAL-MAIOR-SUFIXO DELIMITED BY SIZE
                INTO WS-SUM-CONTADORES
              END-STRING
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
           END-IF.
           MOVE WS-MAIOR-RC TO RETURN-CODE.
       0099-REGISTRAR-CALENDARIO.
      *    UMA LINHA POR EXECUCAO REAL; A ULTIMA LINHA DE CADA SUFIXO
      *    DA A SITUACAO VIGENTE DELE.
           MOVE SPACES TO FD-REG-CALENDARIO.
           MOVE WS-PARM-SUFIXO-DATA TO CAL-SUFIXO.
           MOVE WS-DATA-HOJE-CARGA TO CAL-DATA-CARGA.
           MOVE WS-HORA-FIM TO CAL-HORA-CARGA.
           MOVE WS-MODO-CARGA TO CAL-TIPO-CARGA.
           MOVE WS-PARM-QTD-ARQUIVOS TO CAL-QTD-ARQUIVOS.
           MOVE WS-CONT-LIDO-TIPO1 TO CAL-LIDO-EMP.
           MOVE WS-CONT-GRAVADO-EMP TO CAL-GRAV-EMP.
           MOVE WS-CONT-REJEITADO-EMP TO CAL-REJ-EMP.
           MOVE WS-CONT-LIDO-TIPO2 TO CAL-LIDO-SOC.
           MOVE WS-CONT-GRAVADO-SOC TO CAL-GRAV-SOC.
           EVALUATE TRUE
             WHEN WS-PARADA-SOLICITADA IS EQUAL TO 'S'
                MOVE 'PARADA' TO CAL-SITUACAO
             WHEN RETURN-CODE IS GREATER THAN ZERO
                MOVE 'RESSALVAS' TO CAL-SITUACAO
             WHEN OTHER
                MOVE 'CONCLUIDA' TO CAL-SITUACAO
           END-EVALUATE.
           MOVE WS-AUTORIZACAO-USADA TO CAL-AUTORIZACAO.
           MOVE WS-AUTORIZACAO-RESP TO CAL-RESPONSAVEL.
           MOVE WS-PARM-RECUPERACAO TO CAL-RECUPERACAO.
           MOVE WS-PARM-LOTE-SUBST TO CAL-LOTE-SUBSTITUIDO.
           OPEN EXTEND ARQ-CALENDARIO.
           IF ST-ARQUIVO-CAL IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-CALENDARIO
           END-IF.
           WRITE FD-REG-CALENDARIO.
           CLOSE ARQ-CALENDARIO.
           DISPLAY 'CALENDARIO DE CARGAS: ' CAL-SUFIXO ' '
              CAL-SITUACAO.
       0100-CARREGAR-CALENDARIO.
           MOVE ZERO TO WS-QTD-CALENDARIO.
           MOVE SPACES TO WS-CAL-MAIOR-SUFIXO.
           MOVE 'N' TO WS-EOF-CAL.
           OPEN INPUT ARQ-CALENDARIO.
           IF ST-ARQUIVO-CAL IS EQUAL TO '00' THEN
              PERFORM UNTIL WS-EOF-CAL IS EQUAL TO 'Y'
                 READ ARQ-CALENDARIO
                   AT END
                      MOVE 'Y' TO WS-EOF-CAL
                   NOT AT END
                      PERFORM 0103-ACUMULAR-CALENDARIO
                 END-READ
              END-PERFORM
              CLOSE ARQ-CALENDARIO
           END-IF.
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
             UNTIL WS-IDX-CAL IS GREATER THAN WS-QTD-CALENDARIO
             IF (WS-CAL-SITUACAO-TAB(WS-IDX-CAL) IS EQUAL TO
                 'CONCLUIDA' OR
                 WS-CAL-SITUACAO-TAB(WS-IDX-CAL) IS EQUAL TO
                 'RESSALVAS') AND
                WS-CAL-SUFIXO-TAB(WS-IDX-CAL) IS GREATER THAN
                WS-CAL-MAIOR-SUFIXO THEN
                MOVE WS-CAL-SUFIXO-TAB(WS-IDX-CAL) TO
                   WS-CAL-MAIOR-SUFIXO
             END-IF
           END-PERFORM.
       0101-LOCALIZAR-SUFIXO-CALENDARIO.
           MOVE SPACES TO WS-CAL-SITUACAO-SUFIXO.
           MOVE ZERO TO WS-CAL-DATA-SUFIXO.
           MOVE SPACES TO WS-CAL-AUTORIZ-SUFIXO.
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
             UNTIL WS-IDX-CAL IS GREATER THAN WS-QTD-CALENDARIO
             IF WS-CAL-SUFIXO-TAB(WS-IDX-CAL) IS EQUAL TO
                WS-PARM-SUFIXO-DATA THEN
                MOVE WS-CAL-SITUACAO-TAB(WS-IDX-CAL) TO
                   WS-CAL-SITUACAO-SUFIXO
                MOVE WS-CAL-DATA-TAB(WS-IDX-CAL) TO WS-CAL-DATA-SUFIXO
                MOVE WS-CAL-AUTORIZ-TAB(WS-IDX-CAL) TO
                   WS-CAL-AUTORIZ-SUFIXO
             END-IF
           END-PERFORM.
       0102-PROCURAR-AUTORIZACAO.
      *    A AUTORIZACAO VALE SO NO DIA EM QUE FOI REGISTRADA E PARA
      *    UMA EXECUCAO: SE O CALENDARIO JA TEM CARGA DO SUFIXO HOJE
      *    COM O MESMO TIPO DE AUTORIZACAO, ELA JA FOI CONSUMIDA.
           IF WS-CAL-DATA-SUFIXO IS EQUAL TO WS-DATA-HOJE-CARGA AND
              WS-CAL-AUTORIZ-SUFIXO IS EQUAL TO WS-MOTIVO-RECUSA THEN
              DISPLAY '*** AUTORIZACAO DO DIA PARA O SUFIXO '
                 WS-PARM-SUFIXO-DATA ' JA UTILIZADA ***'
           ELSE
              MOVE 'N' TO WS-EOF-AUC
              OPEN INPUT ARQ-AUTORIZACOES
              IF ST-ARQUIVO-AUC IS EQUAL TO '00' THEN
                 PERFORM UNTIL WS-EOF-AUC IS EQUAL TO 'Y'
                    READ ARQ-AUTORIZACOES
                      AT END
                         MOVE 'Y' TO WS-EOF-AUC
                      NOT AT END
                         IF AUC-SUFIXO IS EQUAL TO
                            WS-PARM-SUFIXO-DATA AND
                            AUC-TIPO IS EQUAL TO WS-MOTIVO-RECUSA AND
                            AUC-DATA-VALIDADE IS EQUAL TO
                            WS-DATA-HOJE-CARGA THEN
                            MOVE WS-MOTIVO-RECUSA TO
                               WS-AUTORIZACAO-USADA
                            MOVE AUC-RESPONSAVEL TO
                               WS-AUTORIZACAO-RESP
                         END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ARQ-AUTORIZACOES
              END-IF
           END-IF.
       0103-ACUMULAR-CALENDARIO.
           MOVE 'N' TO WS-CAL-ACHADO.
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
             UNTIL WS-IDX-CAL IS GREATER THAN WS-QTD-CALENDARIO OR
                   WS-CAL-ACHADO IS EQUAL TO 'S'
             IF WS-CAL-SUFIXO-TAB(WS-IDX-CAL) IS EQUAL TO
                CAL-SUFIXO THEN
                MOVE 'S' TO WS-CAL-ACHADO
             END-IF
           END-PERFORM.
           IF WS-CAL-ACHADO IS EQUAL TO 'S' THEN
              SUBTRACT 1 FROM WS-IDX-CAL
           ELSE
              IF WS-QTD-CALENDARIO IS LESS THAN 5000 THEN
                 ADD 1 TO WS-QTD-CALENDARIO
                 MOVE WS-QTD-CALENDARIO TO WS-IDX-CAL
                 MOVE CAL-SUFIXO TO WS-CAL-SUFIXO-TAB(WS-IDX-CAL)
                 MOVE 'S' TO WS-CAL-ACHADO
              END-IF
           END-IF.
           IF WS-CAL-ACHADO IS EQUAL TO 'S' THEN
              MOVE CAL-SITUACAO TO WS-CAL-SITUACAO-TAB(WS-IDX-CAL)
              MOVE CAL-DATA-CARGA TO WS-CAL-DATA-TAB(WS-IDX-CAL)
              MOVE CAL-AUTORIZACAO TO WS-CAL-AUTORIZ-TAB(WS-IDX-CAL)
           END-IF.
       0104-LISTAR-DIARIAS-PENDENTES.
      *    A LISTAGEM DO DIRETORIO JA SAI EM ORDEM CRESCENTE DE
      *    SUFIXO E LOTE. SUFIXO INTERROMPIDO (PARADA) ACIMA DO ULTIMO
      *    CARREGADO ENTRA NA FILA E E RETOMADO PELO CHECKPOINT. A
      *    QUANTIDADE DE ARQUIVOS DA DIARIA E O MAIOR NUMERO DE LOTE
      *    PRESENTE, PARA QUE UM LOTE FALTANTE NO MEIO DA SEQUENCIA
      *    APARECA NA ABERTURA E NAO PASSE DESPERCEBIDO.
           MOVE ZERO TO WS-QTD-PENDENTES.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'ls ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
                  'K3241.K03200DV.*.L* > ' DELIMITED BY SIZE
                  WS-CAM-LISTA-DIARIAS DELIMITED BY SPACE
                  ' 2>/dev/null' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           MOVE 'N' TO WS-EOF-LDI.
           OPEN INPUT ARQ-LISTA-DIARIAS.
           IF ST-ARQUIVO-LDI IS EQUAL TO '00' THEN
              PERFORM UNTIL WS-EOF-LDI IS EQUAL TO 'Y'
                 READ ARQ-LISTA-DIARIAS
                   AT END
                      MOVE 'Y' TO WS-EOF-LDI
                   NOT AT END
                      MOVE SPACES TO WS-LDI-PREFIXO
                      MOVE SPACES TO WS-LDI-RESTO
                      UNSTRING REG-LISTA-DIARIAS
                        DELIMITED BY 'K3241.K03200DV.'
                        INTO WS-LDI-PREFIXO WS-LDI-RESTO
                      END-UNSTRING
                      IF WS-LDI-RESTO(7:7) IS EQUAL TO '.L00001' AND
                         WS-LDI-RESTO(1:6) IS GREATER THAN
                         WS-CAL-MAIOR-SUFIXO THEN
                         IF WS-QTD-PENDENTES IS LESS THAN 400 THEN
                            ADD 1 TO WS-QTD-PENDENTES
                            MOVE WS-LDI-RESTO(1:6) TO
                               WS-PEND-SUFIXO(WS-QTD-PENDENTES)
                            MOVE 1 TO
                               WS-PEND-QTD-ARQUIVOS(WS-QTD-PENDENTES)
                         ELSE
                            DISPLAY '*** MAIS DE 400 DIARIAS '
                               'PENDENTES - ' WS-LDI-RESTO(1:6)
                               ' FICA PARA A PROXIMA EXECUCAO ***'
                         END-IF
                      ELSE
                         IF WS-QTD-PENDENTES IS GREATER THAN ZERO AND
                            WS-LDI-RESTO(1:6) IS EQUAL TO
                            WS-PEND-SUFIXO(WS-QTD-PENDENTES) AND
                            WS-LDI-RESTO(7:2) IS EQUAL TO '.L' AND
                            WS-LDI-RESTO(9:5) IS NUMERIC AND
                            WS-LDI-RESTO(14:1) IS EQUAL TO SPACE THEN
                            IF WS-LDI-RESTO(9:5) IS GREATER THAN
                               WS-PEND-QTD-ARQUIVOS(WS-QTD-PENDENTES)
                            THEN
                               MOVE WS-LDI-RESTO(9:5) TO
                                 WS-PEND-QTD-ARQUIVOS(WS-QTD-PENDENTES)
                            END-IF
                         END-IF
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-LISTA-DIARIAS
           END-IF.
       0105-ZERAR-CONTROLES-CARGA.
      *    CADA DIARIA DA RECUPERACAO TEM TOTAIS PROPRIOS; AS TABELAS
      *    DE DOMINIO E REGRAS CARREGADAS NO INICIO SAO MANTIDAS.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-PASSO-ARQUIVO.
           MOVE 'N' TO WS-LOTE-INDISPONIVEL.
           MOVE 'N' TO WS-BASE-RECEBIDA.
           MOVE 'N' TO WS-SIMPLES-RECEBIDO.
           MOVE ZERO TO WS-CONT-LIDO-TIPO1 WS-CONT-LIDO-TIPO2
              WS-CONT-LIDO-TIPO4 WS-CONT-LIDO-TIPO5 WS-CONT-LIDO-TIPO6
              WS-CONT-GRAVADO-EMP WS-CONT-GRAVADO-SOC
              WS-CONT-DIFERENCA WS-CONT-REJEITADO-EMP
              WS-CONT-REJ-DATA-SOC WS-CONT-EXCLUIDO-EMP
              WS-CONT-EXCLUIDO-SOC WS-CONT-SUPRIMIDOS
              WS-CONT-JOURNAL WS-CONT-REJ-REGRA WS-CONT-ALERTA-REGRA
              WS-CONT-SIMPLES-SEM-EMP WS-CONT-EVENTOS-CAPITAL
              WS-CONT-MUDANCAS-SEDE WS-CONT-COR-REAPLICADAS
              WS-CONT-COR-VIGENTES WS-CONT-COR-CONFLITOS
              WS-CONT-COR-PENDENTES WS-CONT-MUN-INVALIDO
              WS-CONT-MUN-UF-DIVERG WS-CONT-MEI-CNAE-VEDADO
              WS-CONT-CEP-DIVERG WS-CONT-CNAE-SEM-DESCR
              WS-CONT-PAIS-INVALIDO WS-CONT-CHAR-INVALIDO
              WS-CONT-DATA-INVALIDA WS-CONT-DATA-NORMALIZADA
              WS-DIF-EMPRESA WS-DIF-SOCIO
              WS-CONT-IGNORADO-EMP WS-CONT-IGNORADO-SOC
              WS-CONT-REMOVIDO-EMP WS-CONT-REMOVIDO-SOC.
           MOVE ZERO TO WS-EST-TOTAL-EMP WS-EST-TOTAL-SOC
              WS-EST-SIT-01 WS-EST-SIT-02 WS-EST-SIT-03
              WS-EST-SIT-04 WS-EST-SIT-08 WS-EST-SIT-OUTRAS.
           PERFORM VARYING WS-IDX-RGR FROM 1 BY 1
             UNTIL WS-IDX-RGR IS GREATER THAN WS-QTD-REGRAS
             MOVE ZERO TO WS-RGR-CONTADOR(WS-IDX-RGR)
           END-PERFORM.
           ACCEPT WS-HORA-INICIO FROM TIME.
       0106-REMOVER-SOBRAS-LOTE.
      *    EMPRESA OU SOCIO CUJA ORIGEM AINDA E O LOTE SUBSTITUIDO E
      *    QUE NAO VEIO NA REPUBLICACAO (CARIMBO DIFERENTE DO DESTA
      *    EXECUCAO) FOI RETIRADO PELA RFB: SAI DA BASE, COM A IMAGEM
      *    NO JOURNAL PARA O DESFAZER-CARGA-DIARIA PODER REPOR.
           MOVE ZERO TO WS-QTD-SOBRAS.
           MOVE ZERO TO WS-CONT-SOBRAS-FORA.
           MOVE WS-PARM-SUFIXO-DATA TO WS-ORL-SUFIXO-PROC.
           MOVE WS-PARM-LOTE-SUBST TO WS-ORL-NUM-LOTE-PROC.
           MOVE WS-ORL-LOTE-PROCURADO TO ORL-LOTE-ORIGEM.
           MOVE 'N' TO WS-EOF-ORL.
           START ARQ-ORIGEM-LOTE KEY IS EQUAL TO ORL-LOTE-ORIGEM
             INVALID KEY
                MOVE 'Y' TO WS-EOF-ORL
           END-START.
           PERFORM UNTIL WS-EOF-ORL IS EQUAL TO 'Y'
             READ ARQ-ORIGEM-LOTE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-ORL
               NOT AT END
                  IF ORL-LOTE-ORIGEM IS NOT EQUAL TO
                     WS-ORL-LOTE-PROCURADO THEN
                     MOVE 'Y' TO WS-EOF-ORL
                  ELSE
                     IF ORL-DATA-CARGA IS NOT EQUAL TO
                        WS-DATA-HOJE-CARGA OR
                        ORL-HORA-CARGA IS NOT EQUAL TO
                        WS-HORA-INICIO THEN
                        IF WS-QTD-SOBRAS IS LESS THAN 5000 THEN
                           ADD 1 TO WS-QTD-SOBRAS
                           MOVE ORL-CHAVE TO
                             WS-SOBRA-CHAVE(WS-QTD-SOBRAS)
                        ELSE
                           ADD 1 TO WS-CONT-SOBRAS-FORA
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
           IF WS-CONT-SOBRAS-FORA IS GREATER THAN ZERO THEN
              DISPLAY '*** SOBRAS DO LOTE SUBSTITUIDO ALEM DO LIMITE: '
                 WS-CONT-SOBRAS-FORA ' - REPETIR A SUBSTITUICAO ***'
           END-IF.
           IF WS-QTD-SOBRAS IS GREATER THAN ZERO THEN
              OPEN I-O ARQ-EMPRESAS
              OPEN I-O ARQ-SOCIOS
              PERFORM VARYING WS-IDX-SOBRA FROM 1 BY 1
                UNTIL WS-IDX-SOBRA IS GREATER THAN WS-QTD-SOBRAS
                MOVE WS-SOBRA-CHAVE(WS-IDX-SOBRA) TO
                  WS-ORL-CHAVE-TRABALHO
                IF WS-ORL-CHAVE-TRABALHO(1:3) IS EQUAL TO 'EMP' THEN
                   MOVE WS-ORL-CHAVE-TRABALHO(4:14) TO FRE-CNPJ
                   READ ARQ-EMPRESAS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE 'EMP' TO JRN-TIPO
                        MOVE 'E' TO JRN-ACAO
                        MOVE FRE-CNPJ TO JRN-CHAVE
                        MOVE FD-REG-EMPRESA TO JRN-IMAGEM
                        PERFORM 0071-GRAVAR-JOURNAL
                        DELETE ARQ-EMPRESAS RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-CONT-REMOVIDO-EMP
                        END-DELETE
                   END-READ
                ELSE
                   MOVE WS-ORL-CHAVE-TRABALHO(4:11) TO FRS-COD-SOCIO
                   READ ARQ-SOCIOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE 'SOC' TO JRN-TIPO
                        MOVE 'E' TO JRN-ACAO
                        MOVE SPACES TO JRN-CHAVE
                        MOVE FRS-COD-SOCIO TO JRN-CHAVE(1:11)
                        MOVE FD-REG-SOCIO TO JRN-IMAGEM
                        PERFORM 0071-GRAVAR-JOURNAL
                        DELETE ARQ-SOCIOS RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-CONT-REMOVIDO-SOC
                        END-DELETE
                   END-READ
                END-IF
                PERFORM 0109-EXCLUIR-ORIGEM
              END-PERFORM
              CLOSE ARQ-EMPRESAS
              CLOSE ARQ-SOCIOS
           END-IF.
           DISPLAY 'SOBRAS DO LOTE SUBSTITUIDO REMOVIDAS: EMPRESAS='
              WS-CONT-REMOVIDO-EMP ' SOCIOS=' WS-CONT-REMOVIDO-SOC.
       0107-GRAVAR-ORIGEM.
      *    CHAVE EM WS-ORL-CHAVE-TRABALHO (TIPO + CHAVE DO REGISTRO).
      *    A ORIGEM E O LOTE EM PROCESSAMENTO E O CARIMBO E O INICIO
      *    DESTA EXECUCAO, QUE SEPARA NA SUBSTITUICAO O QUE VEIO NA
      *    REPUBLICACAO DO QUE SOBROU DO LOTE ANTERIOR.
           IF WS-PARM-SIMULACAO IS EQUAL TO 'N' THEN
              MOVE WS-ORL-CHAVE-TRABALHO TO ORL-CHAVE
              MOVE WS-PARM-SUFIXO-DATA TO ORL-SUFIXO
              MOVE WS-LOTE-ATUAL TO ORL-NUM-LOTE
              MOVE WS-DATA-HOJE-CARGA TO ORL-DATA-CARGA
              MOVE WS-HORA-INICIO TO ORL-HORA-CARGA
              WRITE FD-REG-ORIGEM-LOTE
                INVALID KEY
                   REWRITE FD-REG-ORIGEM-LOTE
                     INVALID KEY
                        CONTINUE
                   END-REWRITE
              END-WRITE
           END-IF.
       0108-VERIFICAR-ORIGEM-SUBST.
      *    SO NA SUBSTITUICAO DE LOTE: O REGISTRO E IGNORADO QUANDO A
      *    VERSAO VIGENTE NA BASE VEIO DE OUTRO LOTE DA MESMA
      *    COMPETENCIA OU DE CARGA POSTERIOR - A REPUBLICACAO NAO
      *    PODE PASSAR POR CIMA DE DADO MAIS NOVO.
           MOVE 'N' TO WS-ORIGEM-OUTRA-CARGA.
           IF WS-PARM-LOTE-SUBST IS GREATER THAN ZERO THEN
              MOVE WS-ORL-CHAVE-TRABALHO TO ORL-CHAVE
              READ ARQ-ORIGEM-LOTE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF ORL-SUFIXO IS GREATER THAN WS-PARM-SUFIXO-DATA
                      THEN
                      MOVE 'S' TO WS-ORIGEM-OUTRA-CARGA
                   END-IF
                   IF ORL-SUFIXO IS EQUAL TO WS-PARM-SUFIXO-DATA AND
                      ORL-NUM-LOTE IS NOT EQUAL TO WS-PARM-LOTE-SUBST
                      THEN
                      MOVE 'S' TO WS-ORIGEM-OUTRA-CARGA
                   END-IF
              END-READ
           END-IF.
       0109-EXCLUIR-ORIGEM.
           IF WS-PARM-SIMULACAO IS EQUAL TO 'N' THEN
              MOVE WS-ORL-CHAVE-TRABALHO TO ORL-CHAVE
              DELETE ARQ-ORIGEM-LOTE RECORD
                INVALID KEY
                   CONTINUE
              END-DELETE
           END-IF.
       0110-VERIFICAR-CHAVE-DADOS.
           MOVE 'V' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
             ON EXCEPTION
                MOVE '12' TO RCF-RETORNO
           END-CALL.
           IF RCF-RETORNO IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-CHAVE-DADOS-OK
              DISPLAY 'CHAVE DE DADOS PESSOAIS EM USO: VERSAO '
                 RCF-VERSAO
           ELSE
              MOVE 'N' TO WS-CHAVE-DADOS-OK
              DISPLAY '*** CHAVE DE DADOS PESSOAIS INDISPONIVEL - '
                 'CARGA NAO INICIADA ***'
           END-IF.
       0111-CIFRAR-SOCIO.
      *    CIFRA CPF DO SOCIO PESSOA FISICA E CPF/NOME DO
      *    REPRESENTANTE DO REGISTRO JA MONTADO EM FD-REG-SOCIO. O
      *    MIOLO DO CPF (JA PUBLICADO PELA RFB) FICA EM CLARO PARA A
      *    BUSCA PARCIAL.
           MOVE ZERO TO FRS-VERSAO-CHAVE.
           MOVE FD-REG-SOCIO TO RCF-REG-SOCIO.
           MOVE 'C' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           MOVE RCF-REG-SOCIO TO FD-REG-SOCIO.
       0112-CIFRAR-CPF-BUSCA.
           MOVE RRS-CPF-SOCIO TO WS-CPF-SOCIO-CIFRADO.
           IF RRS-IDENTIFICADOR-SOCIO IS NOT EQUAL TO 1 THEN
              MOVE RRS-CPF-SOCIO TO RCF-ARGUMENTO
              MOVE 'A' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              MOVE RCF-ARGUMENTO TO WS-CPF-SOCIO-CIFRADO
           END-IF.
       0113-LOTE-INDISPONIVEL.
      *    LOTE QUE NAO ABRE (AUSENTE, SEM PERMISSAO, EM USO) PARA A
      *    LEITURA DOS LOTES SEGUINTES. O CHECKPOINT FICA NO ULTIMO
      *    LOTE CONCLUIDO, PARA A RETOMADA DEPOIS DE REPOSTO O ARQUIVO.
           MOVE 'S' TO WS-LOTE-INDISPONIVEL.
           MOVE 12 TO RETURN-CODE.
           MOVE WS-LOTE-ATUAL TO WS-NUM-ARQ-EDIT.
           DISPLAY '*** LOTE K3241.K03200DV.' WS-PARM-SUFIXO-DATA
              '.L' WS-NUM-ARQ-EDIT ' NAO ABRIU - STATUS '
              ST-ARQUIVO-LOTE ' - CARGA INTERROMPIDA ***'.
       0114-LIBERAR-DIARIA-PENDENTE.
      *    NA RECUPERACAO CADA DIARIA TEM SUA QUANTIDADE DE LOTES E
      *    PASSA PELO GO/NO-GO DA PRE-VALIDACAO. O VEREDICTO SO VALE
      *    PARA O SUFIXO QUE ELE NOMEIA; SEM VEREDICTO DO SUFIXO A
      *    DIARIA SEGUE, COMO NA CARGA SEM PRE-VALIDACAO.
           IF WS-PEND-QTD-ARQUIVOS(WS-IDX-PEND) IS GREATER THAN 20 THEN
              DISPLAY '*** SUFIXO ' WS-PARM-SUFIXO-DATA ' COM '
                 WS-PEND-QTD-ARQUIVOS(WS-IDX-PEND) ' LOTES - ACIMA '
                 'DE 20 - RECUPERACAO ENCERRADA ***'
              MOVE 'S' TO WS-RECUPERACAO-ENCERRADA
              MOVE 12 TO WS-MAIOR-RC
           ELSE
              MOVE WS-PEND-QTD-ARQUIVOS(WS-IDX-PEND) TO
                WS-PARM-QTD-ARQUIVOS
              DISPLAY 'QUANTIDADE DE ARQUIVOS: ' WS-PARM-QTD-ARQUIVOS
              PERFORM 0027-VERIFICAR-GO-NOGO
              IF WS-VEREDICTO-SUFIXO IS NOT EQUAL TO
                 WS-PARM-SUFIXO-DATA THEN
                 DISPLAY 'SEM VEREDICTO DE PRE-VALIDACAO DO SUFIXO '
                    WS-PARM-SUFIXO-DATA ' - PROSSEGUINDO SEM GO/NO-GO'
              ELSE
                 IF WS-VEREDICTO-CARGA IS EQUAL TO 'NOGO' THEN
                    DISPLAY '*** PRE-VALIDACAO DOS LOTES REPROVOU O '
                       'SUFIXO ' WS-PARM-SUFIXO-DATA ' (VER '
                       'GO-NOGO-CARGA.DAT) - RECUPERACAO ENCERRADA ***'
                    MOVE 'S' TO WS-RECUPERACAO-ENCERRADA
                    IF WS-MAIOR-RC IS LESS THAN 8 THEN
                       MOVE 8 TO WS-MAIOR-RC
                    END-IF
                 END-IF
              END-IF
           END-IF.
       0022-COMPLETAR-DADOS-BASE.
           IF WS-BASE-RECEBIDA IS EQUAL TO 'S' THEN
              MOVE RRE-CNPJ(1:8) TO FEB-CNPJ-RAIZ
                  RRS-COD-QUALIFICACAO-SOCIO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DATA-EVENTO-SOC DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  RRS-DATA-ENTRADA-SOCIEDADE DELIMITED BY SIZE
             INTO REG-HISTORICO-SOC
           END-STRING.
           WRITE REG-HISTORICO-SOC.
                MOVE 'S' TO WS-SIT-ANT-ENCONTRADA
                MOVE FRE-SIT-CADASTRAL TO WS-SIT-CADASTRAL-ANTERIOR
                MOVE FRE-CAPITAL-SOCIAL-EMP TO WS-CAPITAL-ANTERIOR
                MOVE FRE-UF-MUNICIPIO TO WS-UF-MUN-ANTERIOR
                MOVE FRE-MUNICIPIO TO WS-MUNICIPIO-ANTERIOR
                MOVE FD-REG-EMPRESA TO WS-JRN-IMAGEM-EMP
           END-READ.
       0018-REGISTRAR-MUDANCA-SITUACAO.
           MOVE 'N' TO WS-SOCIO-ENCONTRADO.
           MOVE ZEROES TO WS-PERC-CAPITAL-ANTERIOR.
           MOVE SPACES TO WS-QUALIF-SOCIO-ANTERIOR.
           PERFORM 0112-CIFRAR-CPF-BUSCA.
           MOVE RRS-CNPJ TO FRS-CNPJ.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
             INVALID KEY
                      IF FRS-CNPJ IS NOT EQUAL TO RRS-CNPJ THEN
                         MOVE 'Y' TO WS-EOF-SOC
                      ELSE
      *                  REGISTRO AINDA EM CLARO (VERSAO 000) CASA PELO
      *                  CPF EM CLARO; OS DEMAIS PELO CPF CIFRADO.
                         IF FRS-VERSAO-CHAVE IS NUMERIC AND
                            FRS-VERSAO-CHAVE IS GREATER THAN ZERO THEN
                            MOVE WS-CPF-SOCIO-CIFRADO TO
                               WS-CPF-SOCIO-COMPARA
                         ELSE
                            MOVE RRS-CPF-SOCIO TO WS-CPF-SOCIO-COMPARA
                         END-IF
                         IF FRS-CPF-SOCIO IS EQUAL TO
                               WS-CPF-SOCIO-COMPARA AND
                            FRS-IDENTIFICADOR-SOCIO IS EQUAL TO
                               RRS-IDENTIFICADOR-SOCIO THEN
                            MOVE 'S' TO WS-SOCIO-ENCONTRADO
      *    A DIFERENCA RECONCILIA LIDOS = GRAVADOS + REJEITADOS +
      *    EXCLUSOES DA CARGA DIARIA; REGISTRO REJEITADO POR REGRA
      *    NAO E DIFERENCA DE CARGA.
      *    NA SUBSTITUICAO DE LOTE, O REGISTRO CUJA VERSAO VIGENTE
      *    VEIO DE OUTRO LOTE OU DE CARGA POSTERIOR E IGNORADO E
      *    TAMBEM ENTRA NA RECONCILIACAO.
           COMPUTE WS-CONT-DIFERENCA = WS-CONT-LIDO-TIPO1 -
              WS-CONT-GRAVADO-EMP - WS-CONT-REJEITADO-EMP -
              WS-CONT-EXCLUIDO-EMP - WS-CONT-IGNORADO-EMP.
           MOVE WS-CONT-DIFERENCA TO WS-DIF-EMPRESA.
           DISPLAY 'EXCLUSOES DE EMPRESA (CARGA DIARIA): '
              WS-CONT-EXCLUIDO-EMP.
           IF WS-PARM-LOTE-SUBST IS GREATER THAN ZERO THEN
              DISPLAY 'SUBSTITUICAO DO LOTE L000' WS-PARM-LOTE-SUBST
              DISPLAY 'EMPRESAS IGNORADAS (ORIGEM EM OUTRA CARGA): '
                 WS-CONT-IGNORADO-EMP
              DISPLAY 'EMPRESAS REMOVIDAS (AUSENTES NO LOTE '
                 'REPUBLICADO): ' WS-CONT-REMOVIDO-EMP
              DISPLAY 'SOCIOS IGNORADOS (ORIGEM EM OUTRA CARGA): '
                 WS-CONT-IGNORADO-SOC
              DISPLAY 'SOCIOS REMOVIDOS (AUSENTES NO LOTE '
                 'REPUBLICADO): ' WS-CONT-REMOVIDO-SOC
           END-IF.
           DISPLAY 'DIFERENCA EMPRESA: ' WS-CONT-DIFERENCA.
           DISPLAY 'REGISTROS DE EMPRESA REJEITADOS (VER '
              'REJEITADOS-CARGA.DAT): ' WS-CONT-REJEITADO-EMP.
              WS-CONT-MEI-CNAE-VEDADO.
           DISPLAY 'EVENTOS DE CAPITAL HISTORIZADOS: '
              WS-CONT-EVENTOS-CAPITAL.
           DISPLAY 'MUDANCAS DE SEDE HISTORIZADAS: '
              WS-CONT-MUDANCAS-SEDE.
           DISPLAY 'CORRECOES MANUAIS REAPLICADAS: '
              WS-CONT-COR-REAPLICADAS.
           DISPLAY 'CORRECOES MANUAIS JA VIGENTES NA BASE: '
              WS-CONT-COR-VIGENTES.
           DISPLAY 'CORRECOES EM CONFLITO COM A RFB (VER '
              'CONFLITOS-CORRECOES.TXT): NOVAS=' WS-CONT-COR-CONFLITOS
              ' PENDENTES=' WS-CONT-COR-PENDENTES.
           DISPLAY 'CODIGOS DE PAIS SEM CADASTRO NA TABELA: '
              WS-CONT-PAIS-INVALIDO.
           DISPLAY 'CARACTERES INVALIDOS TRANSCODIFICADOS PARA ?: '
              WS-CONT-GRAVADO-SOC.
           COMPUTE WS-CONT-DIFERENCA = WS-CONT-LIDO-TIPO2 -
              WS-CONT-GRAVADO-SOC - WS-CONT-REJ-DATA-SOC -
              WS-CONT-EXCLUIDO-SOC - WS-CONT-SUPRIMIDOS -
              WS-CONT-IGNORADO-SOC.
           MOVE WS-CONT-DIFERENCA TO WS-DIF-SOCIO.
           DISPLAY 'EXCLUSOES DE SOCIO (CARGA DIARIA): '
              WS-CONT-EXCLUIDO-SOC.
                  WS-DIF-SOCIO-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DATA-HOJE-CARGA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-PARM-LOTE-SUBST DELIMITED BY SIZE
             INTO REG-RESULTADO
           END-STRING.
           WRITE REG-RESULTADO.
                   MOVE 'N' TO WS-PARM-SIMULACAO
           END-IF.
           DISPLAY 'MODO SIMULACAO: ' WS-PARM-SIMULACAO.
           DISPLAY 'RECUPERACAO DE ATRASO - APLICA EM ORDEM AS '
              'DIARIAS PENDENTES (S/N, BRANCO = N): '.
           MOVE SPACE TO WS-PARM-RECUPERACAO-IN.
           ACCEPT WS-PARM-RECUPERACAO-IN.
           IF (WS-PARM-RECUPERACAO-IN IS EQUAL TO 'S' OR
               WS-PARM-RECUPERACAO-IN IS EQUAL TO 's') AND
              WS-PARM-SIMULACAO IS EQUAL TO 'N' THEN
                   MOVE 'S' TO WS-PARM-RECUPERACAO
           ELSE
                   MOVE 'N' TO WS-PARM-RECUPERACAO
           END-IF.
           DISPLAY 'RECUPERACAO DE ATRASO: ' WS-PARM-RECUPERACAO.
           DISPLAY 'SUBSTITUICAO DE LOTE REPUBLICADO - NUMERO DO LOTE '
              '(BRANCO = CARGA NORMAL): '.
           MOVE ZEROES TO WS-PARM-LOTE-SUBST-IN.
           ACCEPT WS-PARM-LOTE-SUBST-IN.
           MOVE ZERO TO WS-PARM-LOTE-SUBST.
           IF WS-PARM-LOTE-SUBST-IN IS GREATER THAN ZERO AND
              WS-PARM-SIMULACAO IS EQUAL TO 'N' AND
              WS-PARM-RECUPERACAO IS EQUAL TO 'N' THEN
              IF WS-PARM-LOTE-SUBST-IN IS GREATER THAN
                 WS-PARM-QTD-ARQUIVOS THEN
                 DISPLAY '*** LOTE ' WS-PARM-LOTE-SUBST-IN ' ACIMA DA '
                    'QUANTIDADE DE ARQUIVOS - SUBSTITUICAO IGNORADA ***'
              ELSE
                 MOVE WS-PARM-LOTE-SUBST-IN TO WS-PARM-LOTE-SUBST
              END-IF
           END-IF.
           DISPLAY 'LOTE A SUBSTITUIR (0 = NENHUM): '
              WS-PARM-LOTE-SUBST.
           ACCEPT WS-DATA-HOJE-CARGA FROM DATE YYYYMMDD.
       0013-MONTAR-NOMES-ARQUIVO.
           MOVE 1 TO WS-NUM-ARQ-EDIT.
           CLOSE ARQ-CONTROLE-CARGA.
       0027-VERIFICAR-GO-NOGO.
           MOVE SPACES TO WS-VEREDICTO-CARGA.
           MOVE SPACES TO WS-VEREDICTO-SUFIXO.
           OPEN INPUT ARQ-VEREDICTO.
           IF ST-ARQUIVO-VER IS NOT EQUAL TO '00' THEN
                   DISPLAY 'SEM VEREDICTO DE PRE-VALIDACAO DOS LOTES '
                          IF REG-VEREDICTO(1:5) IS EQUAL TO 'NOGO;'
                          THEN
                             MOVE 'NOGO' TO WS-VEREDICTO-CARGA
                             MOVE REG-VEREDICTO(6:6) TO
                               WS-VEREDICTO-SUFIXO
                          ELSE
                             IF REG-VEREDICTO(1:3) IS EQUAL TO 'GO;'
                             THEN
                                MOVE 'GO' TO WS-VEREDICTO-CARGA
                                MOVE REG-VEREDICTO(4:6) TO
                                  WS-VEREDICTO-SUFIXO
                             END-IF
                          END-IF
                     END-READ
                END-WRITE
             END-IF
           END-PERFORM.
       0088-GRAVAR-INDICE-CONTATOS.
      *    INDICE CONTATO -> CNPJ (TELEFONE-1, TELEFONE-2 E FAX COMO
      *    'T' + DDD E NUMERO SEM BRANCOS; E-MAIL COMO 'E' + ENDERECO
      *    EM MAIUSCULAS), USADO PELA BUSCA REVERSA DA TELA E PELO
      *    RELATORIO-CONTATOS-COMPARTILHADOS. MESMA REGRA DO INDICE
      *    DE PALAVRAS: ENTRADA OBSOLETA NA CARGA DIARIA E FILTRADA
      *    CONFERINDO O CONTATO CONTRA O REGISTRO DA EMPRESA.
           MOVE RRE-CNPJ TO ICT-CNPJ.
           IF RRE-TELEFONE-1 IS NOT EQUAL TO SPACES THEN
              MOVE RRE-DDD-1 TO WS-CTT-DDD
              MOVE RRE-TELEFONE-1 TO WS-CTT-FONE
              MOVE 'TL1' TO ICT-ORIGEM
              PERFORM 0089-GRAVAR-CONTATO-TELEFONE
           END-IF.
           IF RRE-TELEFONE-2 IS NOT EQUAL TO SPACES THEN
              MOVE RRE-DDD-2 TO WS-CTT-DDD
              MOVE RRE-TELEFONE-2 TO WS-CTT-FONE
              MOVE 'TL2' TO ICT-ORIGEM
              PERFORM 0089-GRAVAR-CONTATO-TELEFONE
           END-IF.
           IF RRE-NU-FAX IS NOT EQUAL TO SPACES THEN
              MOVE RRE-NU-DDD-FAX TO WS-CTT-DDD
              MOVE RRE-NU-FAX TO WS-CTT-FONE
              MOVE 'FAX' TO ICT-ORIGEM
              PERFORM 0089-GRAVAR-CONTATO-TELEFONE
           END-IF.
           IF RRE-CORREIO-ELETRONICO IS NOT EQUAL TO SPACES THEN
              MOVE 'E' TO ICT-TIPO
              MOVE FUNCTION UPPER-CASE
                (FUNCTION TRIM(RRE-CORREIO-ELETRONICO)) TO ICT-VALOR
              MOVE 'EML' TO ICT-ORIGEM
              WRITE FD-REG-INDICE-CONTATO
                INVALID KEY
                   CONTINUE
              END-WRITE
           END-IF.

       0089-GRAVAR-CONTATO-TELEFONE.
           MOVE 'T' TO ICT-TIPO.
           MOVE SPACES TO ICT-VALOR.
           STRING FUNCTION TRIM(WS-CTT-DDD) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTT-FONE) DELIMITED BY SIZE
             INTO ICT-VALOR
           END-STRING.
           WRITE FD-REG-INDICE-CONTATO
             INVALID KEY
                CONTINUE
           END-WRITE.

       0038-CARREGAR-TABELA-TRANS.
      *    TABELA DE CONVERSAO CONFIGURAVEL DOS LOTES: CADA LINHA DE
      *    TABELA-TRANSCODIFICACAO.DAT TRAZ O BYTE DE ORIGEM EM
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.
           MOVE SPACES TO WS-CAM-AUTORIZACOES-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'autorizacoes-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-AUTORIZACOES-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-CALENDARIO-CARGAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'calendario-cargas.dat' DELIMITED BY SIZE
             INTO WS-CAM-CALENDARIO-CARGAS
           END-STRING.
           MOVE SPACES TO WS-CAM-LISTA-DIARIAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'diarias-disponiveis.lst' DELIMITED BY SIZE
             INTO WS-CAM-LISTA-DIARIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ORIGEM-LOTES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'origem-lotes-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-ORIGEM-LOTES
           END-STRING.
           MOVE SPACES TO WS-CAM-VARREDURA-CONTROLE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'varredura-controle.dat' DELIMITED BY SIZE
             INTO WS-CAM-VARREDURA-CONTROLE
           END-STRING.
           MOVE SPACES TO WS-CAM-CHECKPOINT-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'checkpoint-carga.dat' DELIMITED BY SIZE
                  'historico-capital.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-CAPITAL
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-ENDERECO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-endereco.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-ENDERECO
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFLITOS-CORRECOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'conflitos-correcoes.txt' DELIMITED BY SIZE
             INTO WS-CAM-CONFLITOS-CORRECOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CORRECOES-PERSISTENTES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'correcoes-persistentes.dat' DELIMITED BY SIZE
             INTO WS-CAM-CORRECOES-PERSISTENTES
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-SITUACAO-CAD.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-situacao-cadastral.dat' DELIMITED BY SIZE
                  'historico-societario.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-SOCIETARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-INDICE-CONTATOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'indice-contatos.dat' DELIMITED BY SIZE
             INTO WS-CAM-INDICE-CONTATOS
           END-STRING.
           MOVE SPACES TO WS-CAM-INDICE-RAZAO-SOCIAL.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'indice-razao-social.dat' DELIMITED BY SIZE
                  'tabela-transcodificacao.dat' DELIMITED BY SIZE
             INTO WS-CAM-TABELA-TRANSCODIFICACA
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

       0047-CARREGAR-TABELA-MUNICIPIO.
           MOVE ZERO TO WS-QTD-MUNICIPIOS.
           OPEN INPUT ARQ-TABELA-MUNICIPIO.

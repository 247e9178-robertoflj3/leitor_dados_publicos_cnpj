       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-DEFASAGEM-REPLICACAO.

      ****************************************************************
      * DEFASAGEM DA REPLICACAO PARA O SITE DE CONTINGENCIA. CRUZA OS *
      * PACOTES EMITIDOS PELO SITE PRINCIPAL (REPLICACAO-EMITIDOS.DAT)*
      * COM O REGISTRO DE APLICACAO DO SITE SECUNDARIO                *
      * (REPLICACAO-APLICADA.DAT, DEVOLVIDO PELA OPERACAO) E COM A    *
      * FILA DE MANUTENCOES AINDA NAO EMPACOTADAS                     *
      * (REPLICACAO-PENDENTE.DAT), E MOSTRA QUANTO O SITE SECUNDARIO  *
      * ESTA ATRAS: EM PACOTES E EM HORAS DESDE A ALTERACAO MAIS      *
      * ANTIGA QUE ELE AINDA NAO TEM. LISTA OS PACOTES PENDENTES, OS  *
      * NAO REGISTRADOS NA CENTRAL E AS RECUSAS DA APLICACAO.         *
      * LIMITE EM HORAS NO PARAMETRO REPLIC-DEFASAGEM-HORAS (PADRAO   *
      * 4). RETURN-CODE: 0 DENTRO DO LIMITE; 4 LIMITE EXCEDIDO OU     *
      * ULTIMO RESULTADO DA APLICACAO FOI RECUSA (COM AVISO A          *
      * OPERACAO).                                                    *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMITIDOS ASSIGN TO
                   WS-CAM-REPLICACAO-EMITIDOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-EMI.

           SELECT ARQ-APLICADA ASSIGN TO
                   WS-CAM-REPLICACAO-APLICADA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-APL.

           SELECT ARQ-PENDENTE ASSIGN TO
                   WS-CAM-REPLICACAO-PENDENTE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PEN.

           SELECT ARQ-EM-CURSO ASSIGN TO
                   WS-CAM-REPLICACAO-EM-CURSO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-ECR.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-DEFASAGEM
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMITIDOS.
       01 REG-EMITIDO                 PIC X(120).

       FD ARQ-APLICADA.
       01 REG-APLICADA                PIC X(120).

       FD ARQ-PENDENTE.
       01 REG-PENDENTE                PIC X(080).

       FD ARQ-EM-CURSO.
       01 REG-EM-CURSO                PIC X(080).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(132).

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

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-AVISOS-SISTEMA          PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-DEFASAGEM     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-APLICADA     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-EM-CURSO     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-EMITIDOS     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-PENDENTE     PIC X(060) VALUE SPACES.
       01 WS-CAM-SUMARIO-EXECUCOES       PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'RELATORIO-DEFASAGEM-REPLICACAO'.
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

       01 ST-ARQUIVO-EMI              PIC XX.
       01 ST-ARQUIVO-APL              PIC XX.
       01 ST-ARQUIVO-PEN              PIC XX.
       01 ST-ARQUIVO-ECR              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.

       01 WS-LIMITE-HORAS             PIC 9(003) VALUE 4.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-AGORA               PIC 9(008) VALUE ZERO.

      *    LINHA DE REPLICACAO-EMITIDOS.DAT
       01 WS-EMI-NUM                  PIC X(008) VALUE SPACES.
       01 WS-EMI-ORIGEM               PIC X(024) VALUE SPACES.
       01 WS-EMI-DATA                 PIC X(008) VALUE SPACES.
       01 WS-EMI-HORA                 PIC X(008) VALUE SPACES.
       01 WS-EMI-QTD                  PIC X(007) VALUE SPACES.
       01 WS-EMI-PROTOCOLO            PIC X(020) VALUE SPACES.

      *    LINHA DE REPLICACAO-APLICADA.DAT
       01 WS-APL-NUM                  PIC X(008) VALUE SPACES.
       01 WS-APL-ORIGEM               PIC X(024) VALUE SPACES.
       01 WS-APL-DATA-GER             PIC X(008) VALUE SPACES.
       01 WS-APL-HORA-GER             PIC X(008) VALUE SPACES.
       01 WS-APL-DATA                 PIC X(008) VALUE SPACES.
       01 WS-APL-HORA                 PIC X(008) VALUE SPACES.
       01 WS-APL-QTD                  PIC X(007) VALUE SPACES.
       01 WS-APL-RESULTADO            PIC X(024) VALUE SPACES.

      *    LINHA DA FILA DE MANUTENCOES
       01 WS-PEN-ARQUIVO              PIC X(003) VALUE SPACES.
       01 WS-PEN-CHAVE                PIC X(014) VALUE SPACES.
       01 WS-PEN-ORIGEM               PIC X(020) VALUE SPACES.
       01 WS-PEN-DATA                 PIC X(008) VALUE SPACES.
       01 WS-PEN-HORA                 PIC X(008) VALUE SPACES.

       01 WS-NUM-LIDO                 PIC 9(008) VALUE ZERO.
       01 WS-ULTIMO-EMITIDO           PIC 9(008) VALUE ZERO.
       01 WS-ULTIMO-APLICADO          PIC 9(008) VALUE ZERO.
       01 WS-DATA-ULT-APLICACAO       PIC X(008) VALUE SPACES.
       01 WS-HORA-ULT-APLICACAO       PIC X(008) VALUE SPACES.
       01 WS-ULTIMO-RESULTADO         PIC X(024) VALUE SPACES.
       01 WS-PACOTES-ATRAS            PIC 9(008) VALUE ZERO.
       01 WS-QTD-FILA                 PIC 9(007) VALUE ZERO.
       01 WS-QTD-NAO-REGISTRADOS      PIC 9(005) VALUE ZERO.
       01 WS-QTD-RECUSAS              PIC 9(005) VALUE ZERO.

      *    ALTERACAO MAIS ANTIGA QUE O SITE SECUNDARIO AINDA NAO TEM
       01 WS-MAIS-ANTIGA-DATA         PIC 9(008) VALUE ZERO.
       01 WS-MAIS-ANTIGA-HORA         PIC 9(008) VALUE ZERO.
       01 WS-CAND-DATA                PIC 9(008) VALUE ZERO.
       01 WS-CAND-HORA                PIC 9(008) VALUE ZERO.
       01 WS-HH-AGORA                 PIC 9(002) VALUE ZERO.
       01 WS-HH-MAIS-ANTIGA           PIC 9(002) VALUE ZERO.
       01 WS-HORAS-ATRAS              PIC S9(007) VALUE ZERO.
       01 WS-HORAS-ED                 PIC -(006)9.
       01 WS-SITUACAO                 PIC X(030) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'DEFASAGEM DA REPLICACAO PARA O SITE DE '
              'CONTINGENCIA'.
           MOVE 'REPLIC-DEFASAGEM-HORAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-LIMITE-HORAS
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DEFASAGEM DA REPLICACAO PARA O SITE DE CONTINGENCIA'
                    DELIMITED BY SIZE
                  ' - POSICAO EM ' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-AGORA(1:4) DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0002-LER-APLICACAO.
           PERFORM 0003-LISTAR-PENDENTES.
           PERFORM 0004-CONTAR-FILA.
           PERFORM 0005-CALCULAR-DEFASAGEM.
           PERFORM 0006-RESUMIR.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'ULTIMO PACOTE EMITIDO.......: ' WS-ULTIMO-EMITIDO.
           DISPLAY 'ULTIMO PACOTE APLICADO......: ' WS-ULTIMO-APLICADO.
           DISPLAY 'PACOTES ATRAS...............: ' WS-PACOTES-ATRAS.
           DISPLAY 'MANUTENCOES NA FILA.........: ' WS-QTD-FILA.
           DISPLAY 'HORAS DE DEFASAGEM..........: ' WS-HORAS-ED.
           DISPLAY 'SITUACAO....................: ' WS-SITUACAO.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'EMITIDO=' DELIMITED BY SIZE
                  WS-ULTIMO-EMITIDO DELIMITED BY SIZE
                  ' APLICADO=' DELIMITED BY SIZE
                  WS-ULTIMO-APLICADO DELIMITED BY SIZE
                  ' ATRAS=' DELIMITED BY SIZE
                  WS-PACOTES-ATRAS DELIMITED BY SIZE
                  ' HORAS=' DELIMITED BY SIZE
                  WS-HORAS-ATRAS DELIMITED BY SIZE
                  ' FILA=' DELIMITED BY SIZE
                  WS-QTD-FILA DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           DISPLAY 'RELATORIO EM ' WS-CAM-RELATORIO-DEFASAGEM.
           GOBACK.

       0002-LER-APLICACAO.
      *    MESMA REGRA DO APLICAR-REPLICACAO-CONTINGENCIA: O ULTIMO
      *    APLICADO E O MAIOR NUMERO APLICADO, E UM INICIO (BASE
      *    RESTAURADA DO BACKUP) VALE SOBRE O HISTORICO ANTERIOR.
           MOVE 'RECUSAS DA APLICACAO NO SITE SECUNDARIO' TO
             REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN INPUT ARQ-APLICADA.
           IF ST-ARQUIVO-APL IS NOT EQUAL TO '00' THEN
              MOVE SPACES TO REG-RELATORIO
              STRING '  SEM REPLICACAO-APLICADA.DAT - NENHUM RETORNO '
                       DELIMITED BY SIZE
                     'DO SITE SECUNDARIO' DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-APLICADA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0010-AVALIAR-APLICADA
                END-READ
              END-PERFORM
              CLOSE ARQ-APLICADA
              IF WS-QTD-RECUSAS IS EQUAL TO ZERO THEN
                 MOVE '  NENHUMA' TO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0010-AVALIAR-APLICADA.
           MOVE SPACES TO WS-APL-NUM WS-APL-ORIGEM WS-APL-DATA-GER
              WS-APL-HORA-GER WS-APL-DATA WS-APL-HORA WS-APL-QTD
              WS-APL-RESULTADO.
           UNSTRING REG-APLICADA DELIMITED BY ';'
             INTO WS-APL-NUM
                  WS-APL-ORIGEM
                  WS-APL-DATA-GER
                  WS-APL-HORA-GER
                  WS-APL-DATA
                  WS-APL-HORA
                  WS-APL-QTD
                  WS-APL-RESULTADO
           END-UNSTRING.
           IF WS-APL-NUM IS NUMERIC THEN
              MOVE WS-APL-NUM TO WS-NUM-LIDO
              MOVE WS-APL-RESULTADO TO WS-ULTIMO-RESULTADO
              EVALUATE WS-APL-RESULTADO
                WHEN 'INICIO'
                   MOVE WS-NUM-LIDO TO WS-ULTIMO-APLICADO
                   MOVE WS-APL-DATA TO WS-DATA-ULT-APLICACAO
                   MOVE WS-APL-HORA TO WS-HORA-ULT-APLICACAO
                WHEN 'APLICADO'
                   IF WS-NUM-LIDO IS GREATER THAN WS-ULTIMO-APLICADO
                   THEN
                      MOVE WS-NUM-LIDO TO WS-ULTIMO-APLICADO
                   END-IF
                   MOVE WS-APL-DATA TO WS-DATA-ULT-APLICACAO
                   MOVE WS-APL-HORA TO WS-HORA-ULT-APLICACAO
                WHEN OTHER
                   ADD 1 TO WS-QTD-RECUSAS
                   MOVE SPACES TO REG-RELATORIO
                   STRING '  PACOTE ' DELIMITED BY SIZE
                          WS-APL-NUM DELIMITED BY SIZE
                          ' EM ' DELIMITED BY SIZE
                          WS-APL-DATA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-APL-HORA(1:4) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-APL-RESULTADO DELIMITED BY SPACE
                     INTO REG-RELATORIO
                   END-STRING
                   WRITE REG-RELATORIO
              END-EVALUATE
           END-IF.

       0003-LISTAR-PENDENTES.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'PACOTES EMITIDOS AINDA NAO APLICADOS' TO
             REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  NUMERO   ORIGEM                   '
                    DELIMITED BY SIZE
                  'GERADO EM     DETALHES PROTOCOLO' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           OPEN INPUT ARQ-EMITIDOS.
           IF ST-ARQUIVO-EMI IS NOT EQUAL TO '00' THEN
              MOVE SPACES TO REG-RELATORIO
              STRING '  SEM REPLICACAO-EMITIDOS.DAT - NENHUM PACOTE '
                       DELIMITED BY SIZE
                     'EMITIDO' DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-EMITIDOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0011-AVALIAR-EMITIDO
                END-READ
              END-PERFORM
              CLOSE ARQ-EMITIDOS
           END-IF.
           IF WS-ULTIMO-EMITIDO IS GREATER THAN WS-ULTIMO-APLICADO
           THEN
              COMPUTE WS-PACOTES-ATRAS = WS-ULTIMO-EMITIDO -
                 WS-ULTIMO-APLICADO
           ELSE
              MOVE ZERO TO WS-PACOTES-ATRAS
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0011-AVALIAR-EMITIDO.
           MOVE SPACES TO WS-EMI-NUM WS-EMI-ORIGEM WS-EMI-DATA
              WS-EMI-HORA WS-EMI-QTD WS-EMI-PROTOCOLO.
           UNSTRING REG-EMITIDO DELIMITED BY ';'
             INTO WS-EMI-NUM
                  WS-EMI-ORIGEM
                  WS-EMI-DATA
                  WS-EMI-HORA
                  WS-EMI-QTD
                  WS-EMI-PROTOCOLO
           END-UNSTRING.
           IF WS-EMI-NUM IS NUMERIC THEN
              MOVE WS-EMI-NUM TO WS-NUM-LIDO
              IF WS-NUM-LIDO IS GREATER THAN WS-ULTIMO-EMITIDO THEN
                 MOVE WS-NUM-LIDO TO WS-ULTIMO-EMITIDO
              END-IF
              IF WS-EMI-PROTOCOLO IS EQUAL TO 'NAO-REGISTRADO' THEN
                 ADD 1 TO WS-QTD-NAO-REGISTRADOS
              END-IF
              IF WS-NUM-LIDO IS GREATER THAN WS-ULTIMO-APLICADO THEN
                 MOVE SPACES TO REG-RELATORIO
                 MOVE WS-EMI-NUM TO REG-RELATORIO(3:8)
                 MOVE WS-EMI-ORIGEM TO REG-RELATORIO(12:24)
                 MOVE WS-EMI-DATA TO REG-RELATORIO(37:8)
                 MOVE WS-EMI-HORA(1:4) TO REG-RELATORIO(46:4)
                 MOVE WS-EMI-QTD TO REG-RELATORIO(51:7)
                 MOVE WS-EMI-PROTOCOLO TO REG-RELATORIO(60:20)
                 WRITE REG-RELATORIO
                 IF WS-EMI-DATA IS NUMERIC AND
                    WS-EMI-HORA IS NUMERIC THEN
                    MOVE WS-EMI-DATA TO WS-CAND-DATA
                    MOVE WS-EMI-HORA TO WS-CAND-HORA
                    PERFORM 0012-CONSIDERAR-MAIS-ANTIGA
                 END-IF
              END-IF
           END-IF.

       0012-CONSIDERAR-MAIS-ANTIGA.
           IF WS-MAIS-ANTIGA-DATA IS EQUAL TO ZERO OR
              WS-CAND-DATA IS LESS THAN WS-MAIS-ANTIGA-DATA OR
              (WS-CAND-DATA IS EQUAL TO WS-MAIS-ANTIGA-DATA AND
               WS-CAND-HORA IS LESS THAN WS-MAIS-ANTIGA-HORA) THEN
              MOVE WS-CAND-DATA TO WS-MAIS-ANTIGA-DATA
              MOVE WS-CAND-HORA TO WS-MAIS-ANTIGA-HORA
           END-IF.

       0004-CONTAR-FILA.
      *    MANUTENCOES AINDA NA FILA (E AS DE EMPACOTAMENTO
      *    INTERROMPIDO) TAMBEM FALTAM NO SITE SECUNDARIO.
           MOVE ZERO TO WS-QTD-FILA.
           OPEN INPUT ARQ-PENDENTE.
           IF ST-ARQUIVO-PEN IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-PENDENTE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-PENDENTE TO REG-EM-CURSO
                     PERFORM 0013-AVALIAR-FILA
                END-READ
              END-PERFORM
              CLOSE ARQ-PENDENTE
           END-IF.
           OPEN INPUT ARQ-EM-CURSO.
           IF ST-ARQUIVO-ECR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-EM-CURSO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0013-AVALIAR-FILA
                END-READ
              END-PERFORM
              CLOSE ARQ-EM-CURSO
           END-IF.

       0013-AVALIAR-FILA.
           MOVE SPACES TO WS-PEN-ARQUIVO WS-PEN-CHAVE WS-PEN-ORIGEM
              WS-PEN-DATA WS-PEN-HORA.
           UNSTRING REG-EM-CURSO DELIMITED BY ';'
             INTO WS-PEN-ARQUIVO
                  WS-PEN-CHAVE
                  WS-PEN-ORIGEM
                  WS-PEN-DATA
                  WS-PEN-HORA
           END-UNSTRING.
           IF WS-PEN-ARQUIVO IS EQUAL TO 'EMP' OR
              WS-PEN-ARQUIVO IS EQUAL TO 'SOC' THEN
              ADD 1 TO WS-QTD-FILA
              IF WS-PEN-DATA IS NUMERIC AND WS-PEN-HORA IS NUMERIC
              THEN
                 MOVE WS-PEN-DATA TO WS-CAND-DATA
                 MOVE WS-PEN-HORA TO WS-CAND-HORA
                 PERFORM 0012-CONSIDERAR-MAIS-ANTIGA
              END-IF
           END-IF.

       0005-CALCULAR-DEFASAGEM.
      *    HORAS INTEIRAS ENTRE A ALTERACAO MAIS ANTIGA AINDA AUSENTE
      *    NO SITE SECUNDARIO E AGORA; SEM NADA PENDENTE, ZERO.
           MOVE ZERO TO WS-HORAS-ATRAS.
           IF WS-MAIS-ANTIGA-DATA IS GREATER THAN ZERO THEN
              MOVE WS-HORA-AGORA(1:2) TO WS-HH-AGORA
              MOVE WS-MAIS-ANTIGA-HORA(1:2) TO WS-HH-MAIS-ANTIGA
              COMPUTE WS-HORAS-ATRAS =
                 (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                  FUNCTION INTEGER-OF-DATE(WS-MAIS-ANTIGA-DATA)) * 24
                 + WS-HH-AGORA - WS-HH-MAIS-ANTIGA
              IF WS-HORAS-ATRAS IS LESS THAN ZERO THEN
                 MOVE ZERO TO WS-HORAS-ATRAS
              END-IF
           END-IF.
           MOVE WS-HORAS-ATRAS TO WS-HORAS-ED.
           EVALUATE TRUE
             WHEN WS-ULTIMO-RESULTADO(1:8) IS EQUAL TO 'RECUSADO'
                MOVE 'APLICACAO PARADA EM RECUSA' TO WS-SITUACAO
                MOVE 4 TO RETURN-CODE
             WHEN WS-HORAS-ATRAS IS GREATER THAN WS-LIMITE-HORAS
                MOVE 'DEFASAGEM ACIMA DO LIMITE' TO WS-SITUACAO
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 'DENTRO DO LIMITE' TO WS-SITUACAO
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE IS EQUAL TO 4 THEN
              MOVE 'ALERTA' TO WS-AVISO-SEVERIDADE
              MOVE 'OPERACAO' TO WS-AVISO-DESTINATARIO
              MOVE SPACES TO WS-AVISO-TEXTO
              STRING 'CONTINGENCIA: ' DELIMITED BY SIZE
                     WS-SITUACAO DELIMITED BY '  '
                     ' - ' DELIMITED BY SIZE
                     WS-PACOTES-ATRAS DELIMITED BY SIZE
                     ' PACOTE(S) E ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HORAS-ED) DELIMITED BY SIZE
                     ' HORA(S) ATRAS' DELIMITED BY SIZE
                INTO WS-AVISO-TEXTO
              END-STRING
              PERFORM 9800-REGISTRAR-AVISO
           END-IF.

       0006-RESUMIR.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ULTIMO PACOTE EMITIDO....: ' DELIMITED BY SIZE
                  WS-ULTIMO-EMITIDO DELIMITED BY SIZE
                  '   NAO REGISTRADOS NA CENTRAL: ' DELIMITED BY SIZE
                  WS-QTD-NAO-REGISTRADOS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ULTIMO PACOTE APLICADO...: ' DELIMITED BY SIZE
                  WS-ULTIMO-APLICADO DELIMITED BY SIZE
                  '   EM ' DELIMITED BY SIZE
                  WS-DATA-ULT-APLICACAO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-ULT-APLICACAO(1:4) DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PACOTES ATRAS............: ' DELIMITED BY SIZE
                  WS-PACOTES-ATRAS DELIMITED BY SIZE
                  '   MANUTENCOES NA FILA: ' DELIMITED BY SIZE
                  WS-QTD-FILA DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DEFASAGEM EM HORAS.......: ' DELIMITED BY SIZE
                  WS-HORAS-ED DELIMITED BY SIZE
                  '   LIMITE: ' DELIMITED BY SIZE
                  WS-LIMITE-HORAS DELIMITED BY SIZE
                  '   SITUACAO: ' DELIMITED BY SIZE
                  WS-SITUACAO DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

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
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-DEFASAGEM.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-defasagem-replicacao.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-DEFASAGEM
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-APLICADA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-aplicada.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-APLICADA
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
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.

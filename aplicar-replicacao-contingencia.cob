       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICAR-REPLICACAO-CONTINGENCIA.

      ****************************************************************
      * REPLICACAO CONTINUA DA BASE PARA O SITE DE CONTINGENCIA -     *
      * LADO DO SITE SECUNDARIO. APLICA NA BASE LOCAL, EM ORDEM DE    *
      * NUMERO, OS PACOTES REPLICACAO-NNNNNNNN.DAT RECEBIDOS DO SITE  *
      * PRINCIPAL (LAYOUT FD-REG-REPLICACAO):                         *
      *   - PACOTE COM NUMERO JA APLICADO (REENVIO) E IGNORADO;       *
      *   - PACOTE SEGUINTE AO ULTIMO APLICADO E CONFERIDO (CABECALHO *
      *     COM O MESMO NUMERO DO ARQUIVO, FIM PRESENTE E QUANTIDADE  *
      *     DE DETALHES CONFERE) E SO ENTAO APLICADO: ACAO G GRAVA A  *
      *     IMAGEM (REGRAVA SE A CHAVE EXISTE, INCLUI SE NAO); ACAO X *
      *     EXCLUI A CHAVE (CHAVE JA AUSENTE NAO E ERRO). REAPLICAR   *
      *     O MESMO PACOTE DA O MESMO RESULTADO;                      *
      *   - PACOTE INCOMPLETO OU NUMERO ACIMA DO ESPERADO (FALTA UM   *
      *     PACOTE NO MEIO) E RECUSADO E A APLICACAO PARA ALI, COM    *
      *     AVISO A OPERACAO, ATE O PACOTE QUE FALTA CHEGAR OU SER    *
      *     REENVIADO.                                                *
      * CADA PACOTE APLICADO OU RECUSADO VAI PARA                     *
      * REPLICACAO-APLICADA.DAT (NUMERO;ORIGEM;DATA-GERACAO;           *
      * HORA-GERACAO;DATA-APLICACAO;HORA-APLICACAO;DETALHES;          *
      * RESULTADO), QUE VOLTA AO SITE PRINCIPAL PARA O RELATORIO DE   *
      * DEFASAGEM.                                                    *
      * MODO I (INICIO): DEPOIS DE RESTAURAR NO SITE SECUNDARIO UMA   *
      * GERACAO DO BACKUP-BASE, O OPERADOR INFORMA O ULTIMO PACOTE    *
      * JA CONTIDO NO BACKUP; A APLICACAO RECOMECA DO SEGUINTE.       *
      * RETURN-CODE: 0 OK; 8 PACOTE RECUSADO; 12 BASE INDISPONIVEL.   *
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
                   ALTERNATE KEY IS FRE-DATA-INICIO-ATIVIDADE WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-SITUACAO-DATA WITH DUPLICATES
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

           SELECT ARQ-PACOTE ASSIGN TO WS-CAM-PACOTE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PAC.

           SELECT ARQ-CHEGADOS ASSIGN TO WS-CAM-REPLICACAO-CHEGADOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CHG.

           SELECT ARQ-APLICADA ASSIGN TO WS-CAM-REPLICACAO-APLICADA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-APL.

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

       FD ARQ-PACOTE.
       COPY "FD-REG-REPLICACAO.cpy".

       FD ARQ-CHEGADOS.
       01 REG-CHEGADO                 PIC X(080).

       FD ARQ-APLICADA.
       01 REG-APLICADA                PIC X(120).

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
       01 WS-CAM-PACOTE                  PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-APLICADA     PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-CHEGADOS     PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-SUMARIO-EXECUCOES       PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'APLICAR-REPLICACAO'.
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
       01 ST-ARQUIVO-PAC              PIC XX.
       01 ST-ARQUIVO-CHG              PIC XX.
       01 ST-ARQUIVO-APL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-PAC                  PIC X VALUE 'N'.
       01 WS-COMANDO-SISTEMA          PIC X(200) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.

       01 WS-MODO                     PIC X VALUE 'A'.
       01 WS-NUM-INFORMADO            PIC X(008) VALUE SPACES.
       01 WS-ULTIMO-APLICADO          PIC 9(008) VALUE ZERO.
       01 WS-NUM-ESPERADO             PIC 9(008) VALUE ZERO.
       01 WS-NUM-ARQUIVO              PIC 9(008) VALUE ZERO.
       01 WS-INTERROMPIDO             PIC X VALUE 'N'.

      *    LINHA DE REPLICACAO-APLICADA.DAT
       01 WS-APL-NUM                  PIC X(008) VALUE SPACES.
       01 WS-APL-ORIGEM               PIC X(024) VALUE SPACES.
       01 WS-APL-DATA-GER             PIC X(008) VALUE SPACES.
       01 WS-APL-HORA-GER             PIC X(008) VALUE SPACES.
       01 WS-APL-DATA                 PIC X(008) VALUE SPACES.
       01 WS-APL-HORA                 PIC X(008) VALUE SPACES.
       01 WS-APL-QTD                  PIC X(007) VALUE SPACES.
       01 WS-APL-RESULTADO            PIC X(024) VALUE SPACES.

      *    NOME DO ARQUIVO NA LISTA DE CHEGADOS
       01 WS-CHG-ANTES                PIC X(080) VALUE SPACES.
       01 WS-CHG-DEPOIS               PIC X(080) VALUE SPACES.

      *    CONFERENCIA DO PACOTE
       01 WS-PAC-CONFERE              PIC X VALUE 'N'.
       01 WS-PAC-ORIGEM               PIC X(024) VALUE SPACES.
       01 WS-PAC-DATA-GER             PIC 9(008) VALUE ZERO.
       01 WS-PAC-HORA-GER             PIC 9(008) VALUE ZERO.
       01 WS-PAC-QTD-LIDA             PIC 9(007) VALUE ZERO.
       01 WS-PAC-QTD-TRAILER          PIC 9(007) VALUE ZERO.
       01 WS-PAC-TEM-CABECALHO        PIC X VALUE 'N'.
       01 WS-PAC-TEM-FIM              PIC X VALUE 'N'.
       01 WS-PAC-MOTIVO               PIC X(040) VALUE SPACES.
       01 WS-COD-SOCIO-NUM            PIC 9(011) VALUE ZERO.
       01 WS-DATA-APLICACAO           PIC 9(008) VALUE ZERO.
       01 WS-HORA-APLICACAO           PIC 9(008) VALUE ZERO.

       01 WS-TOTAL-APLICADOS          PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-IGNORADOS          PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-RECUSADOS          PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-GRAVACOES          PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-EXCLUSOES          PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-FALHAS             PIC 9(009) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'APLICACAO DA REPLICACAO NO SITE DE CONTINGENCIA'.
           DISPLAY 'MODO (A=APLICAR PACOTES, I=INICIO APOS RESTAURAR '
              'BACKUP): '.
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF WS-MODO IS EQUAL TO SPACE THEN
              MOVE 'A' TO WS-MODO
           END-IF.
           IF WS-MODO IS NOT EQUAL TO 'A' AND
              WS-MODO IS NOT EQUAL TO 'I' THEN
              DISPLAY '*** MODO INVALIDO ***'
              GOBACK
           END-IF.
           PERFORM 0002-OBTER-ULTIMO-APLICADO.
           IF WS-MODO IS EQUAL TO 'I' THEN
              PERFORM 0003-REGISTRAR-INICIO
              GOBACK
           END-IF.
           OPEN I-O ARQ-EMPRESAS.
           OPEN I-O ARQ-SOCIOS.
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
           PERFORM 0010-PROCESSAR-CHEGADOS.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           DISPLAY 'PACOTES APLICADOS...........: ' WS-TOTAL-APLICADOS.
           DISPLAY 'PACOTES JA APLICADOS ANTES..: ' WS-TOTAL-IGNORADOS.
           DISPLAY 'PACOTES RECUSADOS...........: ' WS-TOTAL-RECUSADOS.
           DISPLAY 'REGISTROS GRAVADOS..........: ' WS-TOTAL-GRAVACOES.
           DISPLAY 'REGISTROS EXCLUIDOS.........: ' WS-TOTAL-EXCLUSOES.
           DISPLAY 'FALHAS DE GRAVACAO..........: ' WS-TOTAL-FALHAS.
           DISPLAY 'ULTIMO PACOTE APLICADO......: ' WS-ULTIMO-APLICADO.
           IF WS-TOTAL-RECUSADOS IS GREATER THAN ZERO THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'APLICADOS=' DELIMITED BY SIZE
                  WS-TOTAL-APLICADOS DELIMITED BY SIZE
                  ' RECUSADOS=' DELIMITED BY SIZE
                  WS-TOTAL-RECUSADOS DELIMITED BY SIZE
                  ' ULTIMO=' DELIMITED BY SIZE
                  WS-ULTIMO-APLICADO DELIMITED BY SIZE
                  ' FALHAS=' DELIMITED BY SIZE
                  WS-TOTAL-FALHAS DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           DISPLAY 'FIM DA APLICACAO DA REPLICACAO.'.
           GOBACK.

       0002-OBTER-ULTIMO-APLICADO.
      *    O ULTIMO APLICADO E O MAIOR NUMERO COM RESULTADO APLICADO
      *    OU INICIO NO REGISTRO DE APLICACAO.
           MOVE ZERO TO WS-ULTIMO-APLICADO.
           OPEN INPUT ARQ-APLICADA.
           IF ST-ARQUIVO-APL IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-APLICADA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0004-SEPARAR-APLICADA
                     IF (WS-APL-RESULTADO IS EQUAL TO 'APLICADO' OR
                         WS-APL-RESULTADO IS EQUAL TO 'INICIO') AND
                        WS-APL-NUM IS NUMERIC THEN
                        MOVE WS-APL-NUM TO WS-NUM-ARQUIVO
                        IF WS-APL-RESULTADO IS EQUAL TO 'INICIO' OR
                           WS-NUM-ARQUIVO IS GREATER THAN
                           WS-ULTIMO-APLICADO THEN
                           MOVE WS-NUM-ARQUIVO TO WS-ULTIMO-APLICADO
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-APLICADA
           END-IF.
           DISPLAY 'ULTIMO PACOTE APLICADO ANTES: ' WS-ULTIMO-APLICADO.

       0003-REGISTRAR-INICIO.
      *    O INICIO VALE SOBRE QUALQUER HISTORICO ANTERIOR: A BASE
      *    LOCAL ACABOU DE SER RESTAURADA DO BACKUP.
           DISPLAY 'ULTIMO PACOTE CONTIDO NO BACKUP RESTAURADO '
              '(8 DIGITOS): '.
           ACCEPT WS-NUM-INFORMADO.
           IF WS-NUM-INFORMADO IS NOT NUMERIC THEN
              DISPLAY '*** NUMERO INVALIDO - INFORMAR 8 DIGITOS ***'
              GOBACK
           END-IF.
           MOVE WS-NUM-INFORMADO TO WS-ULTIMO-APLICADO.
           ACCEPT WS-DATA-APLICACAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-APLICACAO FROM TIME.
           MOVE 'RESTAURACAO BACKUP' TO WS-PAC-ORIGEM.
           MOVE ZERO TO WS-PAC-DATA-GER WS-PAC-HORA-GER.
           MOVE ZERO TO WS-PAC-QTD-LIDA.
           MOVE WS-ULTIMO-APLICADO TO WS-NUM-ARQUIVO.
           MOVE 'INICIO' TO WS-APL-RESULTADO.
           PERFORM 0030-REGISTRAR-RESULTADO.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'INICIO=' DELIMITED BY SIZE
                  WS-ULTIMO-APLICADO DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           MOVE 0 TO RETURN-CODE.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           DISPLAY 'APLICACAO RECOMECA NO PACOTE SEGUINTE A '
              WS-ULTIMO-APLICADO.

       0004-SEPARAR-APLICADA.
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

       0010-PROCESSAR-CHEGADOS.
      *    A LISTA SAI EM ORDEM DE NOME, QUE COM O NUMERO DE 8 DIGITOS
      *    E A ORDEM DOS PACOTES.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'ls -1 ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-[0-9]*.dat > ' DELIMITED BY SIZE
                  WS-CAM-REPLICACAO-CHEGADOS DELIMITED BY SPACE
                  ' 2>/dev/null' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           MOVE 'N' TO WS-INTERROMPIDO.
           OPEN INPUT ARQ-CHEGADOS.
           IF ST-ARQUIVO-CHG IS NOT EQUAL TO '00' THEN
              DISPLAY 'NENHUM PACOTE RECEBIDO'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y' OR
                            WS-INTERROMPIDO IS EQUAL TO 'S'
                READ ARQ-CHEGADOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0011-AVALIAR-CHEGADO
                END-READ
              END-PERFORM
              CLOSE ARQ-CHEGADOS
           END-IF.

       0011-AVALIAR-CHEGADO.
           MOVE SPACES TO WS-CHG-ANTES WS-CHG-DEPOIS.
           UNSTRING REG-CHEGADO DELIMITED BY 'replicacao-'
             INTO WS-CHG-ANTES
                  WS-CHG-DEPOIS
           END-UNSTRING.
           IF WS-CHG-DEPOIS(1:8) IS NUMERIC AND
              WS-CHG-DEPOIS(9:4) IS EQUAL TO '.dat' THEN
              MOVE WS-CHG-DEPOIS(1:8) TO WS-NUM-ARQUIVO
              COMPUTE WS-NUM-ESPERADO = WS-ULTIMO-APLICADO + 1
              EVALUATE TRUE
                WHEN WS-NUM-ARQUIVO IS LESS THAN WS-NUM-ESPERADO
                   ADD 1 TO WS-TOTAL-IGNORADOS
                WHEN WS-NUM-ARQUIVO IS EQUAL TO WS-NUM-ESPERADO
                   MOVE REG-CHEGADO TO WS-CAM-PACOTE
                   PERFORM 0020-CONFERIR-PACOTE
                   IF WS-PAC-CONFERE IS EQUAL TO 'S' THEN
                      PERFORM 0021-APLICAR-PACOTE
                   ELSE
                      MOVE 'RECUSADO-INCOMPLETO' TO WS-APL-RESULTADO
                      PERFORM 0025-RECUSAR-PACOTE
                   END-IF
                WHEN OTHER
                   MOVE REG-CHEGADO TO WS-CAM-PACOTE
                   MOVE SPACES TO WS-PAC-ORIGEM
                   MOVE ZERO TO WS-PAC-DATA-GER WS-PAC-HORA-GER
                   MOVE ZERO TO WS-PAC-QTD-LIDA
                   MOVE 'FALTA O PACOTE ANTERIOR' TO WS-PAC-MOTIVO
                   MOVE 'RECUSADO-FORA-SEQUENCIA' TO WS-APL-RESULTADO
                   PERFORM 0025-RECUSAR-PACOTE
              END-EVALUATE
           END-IF.

       0020-CONFERIR-PACOTE.
      *    PRIMEIRA PASSADA: SO CONFERE. NADA E GRAVADO NA BASE SE O
      *    PACOTE CHEGOU TRUNCADO OU MISTURADO COM OUTRO.
           MOVE 'S' TO WS-PAC-CONFERE.
           MOVE 'N' TO WS-PAC-TEM-CABECALHO WS-PAC-TEM-FIM.
           MOVE ZERO TO WS-PAC-QTD-LIDA WS-PAC-QTD-TRAILER.
           MOVE ZERO TO WS-PAC-DATA-GER WS-PAC-HORA-GER.
           MOVE SPACES TO WS-PAC-ORIGEM WS-PAC-MOTIVO.
           OPEN INPUT ARQ-PACOTE.
           IF ST-ARQUIVO-PAC IS NOT EQUAL TO '00' THEN
              MOVE 'N' TO WS-PAC-CONFERE
              MOVE 'PACOTE ILEGIVEL' TO WS-PAC-MOTIVO
           ELSE
              MOVE 'N' TO WS-EOF-PAC
              PERFORM UNTIL WS-EOF-PAC IS EQUAL TO 'Y'
                READ ARQ-PACOTE
                  AT END MOVE 'Y' TO WS-EOF-PAC
                  NOT AT END
                     PERFORM 0022-CONFERIR-REGISTRO
                END-READ
              END-PERFORM
              CLOSE ARQ-PACOTE
              IF WS-PAC-CONFERE IS EQUAL TO 'S' THEN
                 EVALUATE TRUE
                   WHEN WS-PAC-TEM-CABECALHO IS EQUAL TO 'N'
                      MOVE 'N' TO WS-PAC-CONFERE
                      MOVE 'SEM CABECALHO' TO WS-PAC-MOTIVO
                   WHEN WS-PAC-TEM-FIM IS EQUAL TO 'N'
                      MOVE 'N' TO WS-PAC-CONFERE
                      MOVE 'SEM REGISTRO DE FIM' TO WS-PAC-MOTIVO
                   WHEN WS-PAC-QTD-TRAILER IS NOT EQUAL TO
                        WS-PAC-QTD-LIDA
                      MOVE 'N' TO WS-PAC-CONFERE
                      MOVE 'QUANTIDADE DE DETALHES NAO CONFERE' TO
                        WS-PAC-MOTIVO
                   WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       0022-CONFERIR-REGISTRO.
           IF RPL-NUM-PACOTE IS NOT EQUAL TO WS-NUM-ARQUIVO OR
              WS-PAC-TEM-FIM IS EQUAL TO 'S' THEN
              MOVE 'N' TO WS-PAC-CONFERE
              MOVE 'REGISTRO DE OUTRO PACOTE OU APOS O FIM' TO
                WS-PAC-MOTIVO
           ELSE
              EVALUATE RPL-TIPO-REG
                WHEN 'C'
                   MOVE 'S' TO WS-PAC-TEM-CABECALHO
                   MOVE RPL-ORIGEM TO WS-PAC-ORIGEM
                   MOVE RPL-DATA-GERACAO TO WS-PAC-DATA-GER
                   MOVE RPL-HORA-GERACAO TO WS-PAC-HORA-GER
                WHEN 'D'
                   ADD 1 TO WS-PAC-QTD-LIDA
                   IF WS-PAC-TEM-CABECALHO IS EQUAL TO 'N' OR
                      (RPL-ARQUIVO IS NOT EQUAL TO 'EMP' AND
                       RPL-ARQUIVO IS NOT EQUAL TO 'SOC') OR
                      (RPL-ACAO IS NOT EQUAL TO 'G' AND
                       RPL-ACAO IS NOT EQUAL TO 'X') THEN
                      MOVE 'N' TO WS-PAC-CONFERE
                      MOVE 'DETALHE INVALIDO' TO WS-PAC-MOTIVO
                   END-IF
                   IF RPL-ARQUIVO IS EQUAL TO 'SOC' AND
                      RPL-CHAVE(1:11) IS NOT NUMERIC THEN
                      MOVE 'N' TO WS-PAC-CONFERE
                      MOVE 'CHAVE DE SOCIO INVALIDA' TO WS-PAC-MOTIVO
                   END-IF
                WHEN 'F'
                   MOVE 'S' TO WS-PAC-TEM-FIM
                   MOVE RPL-QTD-DETALHES TO WS-PAC-QTD-TRAILER
                WHEN OTHER
                   MOVE 'N' TO WS-PAC-CONFERE
                   MOVE 'TIPO DE REGISTRO INVALIDO' TO WS-PAC-MOTIVO
              END-EVALUATE
           END-IF.

       0021-APLICAR-PACOTE.
           OPEN INPUT ARQ-PACOTE.
           MOVE 'N' TO WS-EOF-PAC.
           PERFORM UNTIL WS-EOF-PAC IS EQUAL TO 'Y'
             READ ARQ-PACOTE
               AT END MOVE 'Y' TO WS-EOF-PAC
               NOT AT END
                  IF RPL-TIPO-REG IS EQUAL TO 'D' THEN
                     IF RPL-ARQUIVO IS EQUAL TO 'EMP' THEN
                        PERFORM 0023-APLICAR-EMPRESA
                     ELSE
                        PERFORM 0024-APLICAR-SOCIO
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-PACOTE.
           MOVE WS-NUM-ARQUIVO TO WS-ULTIMO-APLICADO.
           ADD 1 TO WS-TOTAL-APLICADOS.
           MOVE 'APLICADO' TO WS-APL-RESULTADO.
           PERFORM 0030-REGISTRAR-RESULTADO.
           DISPLAY 'PACOTE ' WS-NUM-ARQUIVO ' ' WS-PAC-ORIGEM
              ' APLICADO - DETALHES: ' WS-PAC-QTD-LIDA.

       0023-APLICAR-EMPRESA.
           MOVE RPL-CHAVE TO FRE-CNPJ.
           IF RPL-ACAO IS EQUAL TO 'X' THEN
              DELETE ARQ-EMPRESAS RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO WS-TOTAL-EXCLUSOES
              END-DELETE
           ELSE
              READ ARQ-EMPRESAS
                INVALID KEY
                   MOVE RPL-IMAGEM TO FD-REG-EMPRESA
                   WRITE FD-REG-EMPRESA
                     INVALID KEY ADD 1 TO WS-TOTAL-FALHAS
                     NOT INVALID KEY ADD 1 TO WS-TOTAL-GRAVACOES
                   END-WRITE
                NOT INVALID KEY
                   MOVE RPL-IMAGEM TO FD-REG-EMPRESA
                   REWRITE FD-REG-EMPRESA
                     INVALID KEY ADD 1 TO WS-TOTAL-FALHAS
                     NOT INVALID KEY ADD 1 TO WS-TOTAL-GRAVACOES
                   END-REWRITE
              END-READ
           END-IF.

       0024-APLICAR-SOCIO.
           MOVE RPL-CHAVE(1:11) TO WS-COD-SOCIO-NUM.
           MOVE WS-COD-SOCIO-NUM TO FRS-COD-SOCIO.
           IF RPL-ACAO IS EQUAL TO 'X' THEN
              DELETE ARQ-SOCIOS RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO WS-TOTAL-EXCLUSOES
              END-DELETE
           ELSE
              READ ARQ-SOCIOS
                INVALID KEY
                   MOVE RPL-IMAGEM TO FD-REG-SOCIO
                   WRITE FD-REG-SOCIO
                     INVALID KEY ADD 1 TO WS-TOTAL-FALHAS
                     NOT INVALID KEY ADD 1 TO WS-TOTAL-GRAVACOES
                   END-WRITE
                NOT INVALID KEY
                   MOVE RPL-IMAGEM TO FD-REG-SOCIO
                   REWRITE FD-REG-SOCIO
                     INVALID KEY ADD 1 TO WS-TOTAL-FALHAS
                     NOT INVALID KEY ADD 1 TO WS-TOTAL-GRAVACOES
                   END-REWRITE
              END-READ
           END-IF.

       0025-RECUSAR-PACOTE.
      *    A RECUSA PARA A APLICACAO: OS PACOTES SEGUINTES DEPENDEM
      *    DESTE E FICAM NA FILA ATE A PROXIMA EXECUCAO.
           ADD 1 TO WS-TOTAL-RECUSADOS.
           MOVE 'S' TO WS-INTERROMPIDO.
           PERFORM 0030-REGISTRAR-RESULTADO.
           DISPLAY '*** PACOTE ' WS-NUM-ARQUIVO ' '
              WS-APL-RESULTADO ' - ' WS-PAC-MOTIVO ' ***'.
           MOVE 'ERRO' TO WS-AVISO-SEVERIDADE.
           MOVE 'OPERACAO' TO WS-AVISO-DESTINATARIO.
           MOVE SPACES TO WS-AVISO-TEXTO.
           STRING 'CONTINGENCIA: PACOTE ' DELIMITED BY SIZE
                  WS-NUM-ARQUIVO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-APL-RESULTADO DELIMITED BY SPACE
                  ' - ESPERADO ' DELIMITED BY SIZE
                  WS-NUM-ESPERADO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-PAC-MOTIVO DELIMITED BY '  '
             INTO WS-AVISO-TEXTO
           END-STRING.
           PERFORM 9800-REGISTRAR-AVISO.

       0030-REGISTRAR-RESULTADO.
           ACCEPT WS-DATA-APLICACAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-APLICACAO FROM TIME.
           OPEN EXTEND ARQ-APLICADA.
           IF ST-ARQUIVO-APL IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-APLICADA
           END-IF.
           MOVE SPACES TO REG-APLICADA.
           STRING WS-NUM-ARQUIVO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-PAC-ORIGEM DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-PAC-DATA-GER DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-PAC-HORA-GER DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DATA-APLICACAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-HORA-APLICACAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-PAC-QTD-LIDA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-APL-RESULTADO DELIMITED BY SPACE
             INTO REG-APLICADA
           END-STRING.
           WRITE REG-APLICADA.
           CLOSE ARQ-APLICADA.

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
           MOVE SPACES TO WS-CAM-REPLICACAO-APLICADA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-aplicada.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-APLICADA
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-CHEGADOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-chegados.lst' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-CHEGADOS
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
